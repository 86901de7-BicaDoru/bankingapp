      *> Test-data masking terms (TESTMASK).
      *> Same convention as RECERTCONFIG: COPY this into a program's
      *> own 01 CONSTANTS group instead of declaring the terms locally.
      *>
      *> KEY MIXED INTO EVERY PSEUDONYM WHEN THE RUN IS NOT GIVEN ONE.
      *> THE SAME KEY ALWAYS GIVES THE SAME PSEUDONYM FOR THE SAME
      *> VALUE, SO SETS MASKED UNDER ONE KEY STILL JOIN EACH OTHER;
      *> PASS A KEY OF YOUR OWN FOR A SET THAT LEAVES THE BANK.
         05 K-MASK-DEFAULT-KEY        PIC X(20)
                                      VALUE "TESTMASK-DEFAULT-KEY".
      *> EVERY MASKED BANK USER COMES BACK WITH THIS PASSWORD (PLAIN
      *> TEXT -- RESTORERUN POSTS IT AND BUSRDB HASHES IT), SO TEST
      *> USERS CAN LOG IN UNDER THEIR PSEUDONYMS.
         05 K-MASK-TEST-PASSWORD      PIC X(20)
                                      VALUE "Test-Env-Only-1".
      *> HOW MANY DISTINCT ORIGINAL VALUES THE SURVIVOR CHECK CAN
      *> HOLD, AND THE SHORTEST ONE IT LOOKS FOR -- SHORTER STRINGS
      *> TURN UP BY CHANCE AND PROVE NOTHING.
         05 K-MASK-MAX-ORIGINALS      PIC 9(05) VALUE 05000.
         05 K-MASK-MIN-CHECK-LEN      PIC 9(02) VALUE 04.
