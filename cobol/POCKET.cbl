      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      POCKET.
      ******************************************************************
      *  Multi-currency account pockets -- called subprogram (same
      *  shape as ODPROTECT). An account keeps its one IBAN and its
      *  own ACCDB balance in its own currency (the base pocket), and
      *  may additionally hold a balance in each other supported
      *  currency (CURRENCYCONFIG) on files/ccypockets.dat. Every
      *  pocket movement is journalled on files/pocketledger.dat.
      *     OPEN       opens (or reopens) a pocket at zero, with
      *                automatic conversion on or off (see POCKETMAINT)
      *     CLOSE      closes a pocket -- only at a zero balance
      *     SETFX      switches automatic conversion on or off
      *     GETITEM    returns one pocket, GETLIST all of the account's
      *     CREDIT     credits an open pocket
      *     DEBIT      debits an open pocket. If the pocket is short
      *                and automatic conversion is on, the shortfall
      *                is first bought from the base pocket at the
      *                files/fxrates.dat base->pocket rate: the base
      *                leg is an ordinary TRANSDB WITHDRAW on the
      *                account (so EODRECON still foots the base
      *                balance) and the foreign leg an FXIN row on the
      *                pocket ledger. All or nothing.
      *  Callers: ACCBO (TRANS POST carrying a currency) and ACHBATCH
      *  (an entry in a held currency other than the account's own).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT POCKET-FILE ASSIGN TO "files/ccypockets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-PK-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "files/pocketledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "files/fxrates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXR-PAIR
           FILE STATUS IS WS-FXR-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  POCKET-FILE.
       COPY POCKETRECORD.

       FD  LEDGER-FILE.
       COPY POCKETLEDGERRECORD.

       FD  FX-RATE-FILE.
       COPY FXRATERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "POCKET              ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY CURRENCYCONFIG.

       01 INTERNAL-VARS.
         05 WS-PK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-PL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-SHORTFALL                PIC 9(10)V99.
         05 WS-BASE-AMOUNT              PIC 9(10)V99.
         05 WS-FX-RATE                  PIC 9(03)V9999.
         05 WS-NEW-BALANCE              PIC S9(10)V99.

      *    THE ACCOUNT THE POCKETS HANG OFF, AS ACCDB RETURNS IT.
         05 WS-ACC-BUFFER.
           10 WS-ACC-ID                 PIC 9(09).
           10 WS-ACC-BALANCE            PIC S9(10)V99.
           10 WS-ACC-CURRENCY           PIC X(03).
           10 WS-ACC-STATUS             PIC X(01).

      *    LEDGER ROW BEING WRITTEN -- FILLED BY THE CALLER OF
      *    F-WRITE-LEDGER.
         05 WS-LEDGER-BUFFER.
           10 WS-LG-TYPE                PIC X(06).
           10 WS-LG-AMOUNT              PIC 9(10)V99.
           10 WS-LG-BASE-AMOUNT         PIC 9(10)V99.
           10 WS-LG-FX-RATE             PIC 9(03)V9999.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY              PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).
             15 T-ZONE                  PIC X(03) VALUE "+00".

       01 FLAGS.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.
         05 FG-POCKET-FOUND             PIC X VALUE 'N'.
           88 FG-POCKET-FOUND-Y         VALUE 'Y'.
           88 FG-POCKET-FOUND-N         VALUE 'N'.
         05 FG-ACC-FOUND                PIC X VALUE 'N'.
           88 FG-ACC-FOUND-Y            VALUE 'Y'.
           88 FG-ACC-FOUND-N            VALUE 'N'.
         05 FG-RATE-FOUND               PIC X VALUE 'N'.
           88 FG-RATE-FOUND-Y           VALUE 'Y'.
           88 FG-RATE-FOUND-N           VALUE 'N'.
         05 FG-MORE-ROWS                PIC X VALUE 'N'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY POCKETINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING POCKET-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE POCKET-OUT
           SET POCKET-STATUS-OK           TO TRUE

           IF NOT I-PKT-OP-OPEN AND NOT I-PKT-OP-CLOSE
           AND NOT I-PKT-OP-SETFX AND NOT I-PKT-OP-GETITEM
           AND NOT I-PKT-OP-GETLIST AND NOT I-PKT-OP-CREDIT
           AND NOT I-PKT-OP-DEBIT
             SET POCKET-STATUS-BAD-OP     TO TRUE
             GO TO MAIN-END
           END-IF

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-TODAY-RAW

           PERFORM F-GET-ACCOUNT
           IF FG-ACC-FOUND-N
             SET POCKET-STATUS-BAD-POCKET TO TRUE
             GO TO MAIN-END
           END-IF
           MOVE WS-ACC-CURRENCY           TO O-PKT-BASE-CURRENCY

           PERFORM F-OPEN-FILES
           IF FG-FILE-OPEN-N
             SET POCKET-STATUS-IO-ERR     TO TRUE
             GO TO MAIN-END
           END-IF

           EVALUATE TRUE
             WHEN I-PKT-OP-OPEN
               PERFORM F-OPEN-POCKET
             WHEN I-PKT-OP-CLOSE
               PERFORM F-CLOSE-POCKET
             WHEN I-PKT-OP-SETFX
               PERFORM F-SET-AUTO-FX
             WHEN I-PKT-OP-GETITEM
               PERFORM F-READ-POCKET
             WHEN I-PKT-OP-GETLIST
               PERFORM F-LIST-POCKETS
             WHEN I-PKT-OP-CREDIT
               PERFORM F-CREDIT-POCKET
             WHEN I-PKT-OP-DEBIT
               PERFORM F-DEBIT-POCKET
           END-EVALUATE

           IF FG-POCKET-FOUND-Y
             PERFORM F-RETURN-POCKET
           END-IF

           CLOSE POCKET-FILE
           CLOSE LEDGER-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-OPEN-FILES SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILES -- CREATE THEM
      *    EMPTY (SAME BOOTSTRAP AS ODPROTECT'S F-OPEN-FILE).
           SET FG-FILE-OPEN-N             TO TRUE
           SET FG-POCKET-FOUND-N          TO TRUE

           OPEN I-O POCKET-FILE
           IF WS-PK-FILE-STATUS = "35"
             OPEN OUTPUT POCKET-FILE
             CLOSE POCKET-FILE
             OPEN I-O POCKET-FILE
           END-IF
           IF WS-PK-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-PL-FILE-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
             CLOSE LEDGER-FILE
             OPEN I-O LEDGER-FILE
           END-IF
           IF WS-PL-FILE-STATUS NOT = "00"
             CLOSE POCKET-FILE
             EXIT SECTION
           END-IF

           SET FG-FILE-OPEN-Y             TO TRUE
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-GET-ACCOUNT SECTION.
           SET FG-ACC-FOUND-N             TO TRUE

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE I-PKT-ACCOUNTID           TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-ACC-ACCOUNTID(1)        TO WS-ACC-ID
           MOVE O-ACC-BALANCE(1)          TO WS-ACC-BALANCE
           MOVE O-ACC-CURRENCY(1)         TO WS-ACC-CURRENCY
           MOVE O-ACC-STATUS(1)           TO WS-ACC-STATUS

           SET FG-ACC-FOUND-Y             TO TRUE
           .
       F-GET-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-READ-POCKET SECTION.
           SET FG-POCKET-FOUND-N          TO TRUE
           MOVE I-PKT-ACCOUNTID           TO PK-ACCOUNT-ID
           MOVE I-PKT-CURRENCY            TO PK-CURRENCY
           READ POCKET-FILE
             INVALID KEY
               SET POCKET-STATUS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               SET FG-POCKET-FOUND-Y      TO TRUE
           END-READ
           .
       F-READ-POCKET-END.
           EXIT.
      ******************************************************************
       F-READ-ACTIVE-POCKET SECTION.
      *    MOVEMENTS AND SETTINGS ONLY TOUCH AN OPEN POCKET ON AN OPEN
      *    ACCOUNT -- A CLOSED ONE IS "NOT HELD".
           PERFORM F-READ-POCKET
           IF FG-POCKET-FOUND-N
             EXIT SECTION
           END-IF
           IF NOT PK-IS-ACTIVE OR WS-ACC-STATUS = "C"
             SET FG-POCKET-FOUND-N        TO TRUE
             SET POCKET-STATUS-NOT-FOUND  TO TRUE
           END-IF
           .
       F-READ-ACTIVE-POCKET-END.
           EXIT.
      ******************************************************************
       F-OPEN-POCKET SECTION.
      *    A POCKET IS ANY SUPPORTED CURRENCY OTHER THAN THE ACCOUNT'S
      *    OWN, ON AN ACCOUNT THAT IS NOT CLOSED.
           MOVE I-PKT-CURRENCY            TO K-CURRENCY-CHK
           IF WS-ACC-STATUS = "C"
           OR NOT K-CURRENCY-CHK-VALID
           OR I-PKT-CURRENCY = WS-ACC-CURRENCY
             SET POCKET-STATUS-BAD-POCKET TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-READ-POCKET
           SET POCKET-STATUS-OK           TO TRUE
           IF FG-POCKET-FOUND-N
             INITIALIZE POCKET-RECORD
             MOVE I-PKT-ACCOUNTID         TO PK-ACCOUNT-ID
             MOVE I-PKT-CURRENCY          TO PK-CURRENCY
             MOVE 0                       TO PK-BALANCE
             MOVE 0                       TO PK-LAST-SEQ
           END-IF

      *    REOPENING A CLOSED POCKET KEEPS ITS LEDGER SEQUENCE, SO
      *    THE OLD MOVEMENTS STAY IN FRONT OF THE NEW ONES.
           IF FG-POCKET-FOUND-N OR NOT PK-IS-ACTIVE
             MOVE WS-TODAY-RAW            TO PK-OPENED-DATE
             MOVE 0                       TO PK-CLOSED-DATE
           END-IF
           SET PK-IS-ACTIVE               TO TRUE
           IF I-PKT-AUTO-FX = "Y"
             SET PK-AUTO-FX-Y             TO TRUE
           ELSE
             SET PK-AUTO-FX-N             TO TRUE
           END-IF

           IF FG-POCKET-FOUND-Y
             REWRITE POCKET-RECORD
               INVALID KEY
                 SET POCKET-STATUS-IO-ERR TO TRUE
             END-REWRITE
           ELSE
             WRITE POCKET-RECORD
               INVALID KEY
                 SET POCKET-STATUS-IO-ERR TO TRUE
             END-WRITE
           END-IF
           IF POCKET-STATUS-OK
             SET FG-POCKET-FOUND-Y        TO TRUE
           END-IF
           .
       F-OPEN-POCKET-END.
           EXIT.
      ******************************************************************
       F-CLOSE-POCKET SECTION.
           PERFORM F-READ-POCKET
           IF FG-POCKET-FOUND-N
             EXIT SECTION
           END-IF
           IF NOT PK-IS-ACTIVE
             SET FG-POCKET-FOUND-N        TO TRUE
             SET POCKET-STATUS-NOT-FOUND  TO TRUE
             EXIT SECTION
           END-IF
      *    MONEY IN A POCKET HAS TO BE PAID OUT OR SPENT FIRST -- A
      *    CLOSE NEVER CONVERTS IT SILENTLY.
           IF PK-BALANCE NOT = 0
             SET POCKET-STATUS-BAD-POCKET TO TRUE
             EXIT SECTION
           END-IF

           SET PK-IS-CLOSED               TO TRUE
           MOVE WS-TODAY-RAW              TO PK-CLOSED-DATE
           REWRITE POCKET-RECORD
           .
       F-CLOSE-POCKET-END.
           EXIT.
      ******************************************************************
       F-SET-AUTO-FX SECTION.
           PERFORM F-READ-ACTIVE-POCKET
           IF FG-POCKET-FOUND-N
             EXIT SECTION
           END-IF

           IF I-PKT-AUTO-FX = "Y"
             SET PK-AUTO-FX-Y             TO TRUE
           ELSE
             SET PK-AUTO-FX-N             TO TRUE
           END-IF
           REWRITE POCKET-RECORD
           .
       F-SET-AUTO-FX-END.
           EXIT.
      ******************************************************************
       F-LIST-POCKETS SECTION.
           MOVE 0                         TO O-PKT-COUNT
           MOVE I-PKT-ACCOUNTID           TO PK-ACCOUNT-ID
           MOVE LOW-VALUES                TO PK-CURRENCY
           START POCKET-FILE KEY IS NOT LESS THAN PK-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N         TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y         TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ POCKET-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF PK-ACCOUNT-ID NOT = I-PKT-ACCOUNTID
                 OR O-PKT-COUNT NOT < 10
                   SET FG-MORE-ROWS-N     TO TRUE
                 ELSE
                   ADD 1                  TO O-PKT-COUNT
                   MOVE PK-CURRENCY       TO O-PKT-L-CURRENCY
                                                   (O-PKT-COUNT)
                   MOVE PK-BALANCE        TO O-PKT-L-BALANCE
                                                   (O-PKT-COUNT)
                   MOVE PK-STATUS         TO O-PKT-L-STATUS
                                                   (O-PKT-COUNT)
                   MOVE PK-AUTO-FX        TO O-PKT-L-AUTO-FX
                                                   (O-PKT-COUNT)
                   MOVE PK-OPENED-DATE    TO O-PKT-L-OPENED-DATE
                                                   (O-PKT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           IF O-PKT-COUNT = 0
             SET POCKET-STATUS-NOT-FOUND  TO TRUE
           END-IF
           .
       F-LIST-POCKETS-END.
           EXIT.
      ******************************************************************
       F-CREDIT-POCKET SECTION.
           PERFORM F-READ-ACTIVE-POCKET
           IF FG-POCKET-FOUND-N
             EXIT SECTION
           END-IF
           IF I-PKT-AMOUNT = 0
             EXIT SECTION
           END-IF

           PERFORM UT-GET-TIMESTAMP
           ADD I-PKT-AMOUNT               TO PK-BALANCE
           MOVE "CREDIT"                  TO WS-LG-TYPE
           MOVE I-PKT-AMOUNT              TO WS-LG-AMOUNT
           MOVE 0                         TO WS-LG-BASE-AMOUNT
           MOVE 0                         TO WS-LG-FX-RATE
           PERFORM F-WRITE-LEDGER

           MOVE WS-TODAY-RAW              TO PK-LAST-MOVE-DATE
           REWRITE POCKET-RECORD
             INVALID KEY
               SET POCKET-STATUS-IO-ERR   TO TRUE
           END-REWRITE
           .
       F-CREDIT-POCKET-END.
           EXIT.
      ******************************************************************
       F-DEBIT-POCKET SECTION.
           PERFORM F-READ-ACTIVE-POCKET
           IF FG-POCKET-FOUND-N
             EXIT SECTION
           END-IF
           IF I-PKT-AMOUNT = 0
             EXIT SECTION
           END-IF

           IF PK-BALANCE < I-PKT-AMOUNT
             IF PK-AUTO-FX-N
               SET POCKET-STATUS-NSF      TO TRUE
               EXIT SECTION
             END-IF
             PERFORM F-CONVERT-FROM-BASE
             IF NOT POCKET-STATUS-OK
               EXIT SECTION
             END-IF
           ELSE
             PERFORM UT-GET-TIMESTAMP
           END-IF

           SUBTRACT I-PKT-AMOUNT          FROM PK-BALANCE
           MOVE "DEBIT "                  TO WS-LG-TYPE
           MOVE I-PKT-AMOUNT              TO WS-LG-AMOUNT
           MOVE 0                         TO WS-LG-BASE-AMOUNT
           MOVE 0                         TO WS-LG-FX-RATE
           PERFORM F-WRITE-LEDGER

           MOVE WS-TODAY-RAW              TO PK-LAST-MOVE-DATE
           REWRITE POCKET-RECORD
             INVALID KEY
               SET POCKET-STATUS-IO-ERR   TO TRUE
           END-REWRITE
           .
       F-DEBIT-POCKET-END.
           EXIT.
      ******************************************************************
       F-CONVERT-FROM-BASE SECTION.
      *    BUY EXACTLY THE SHORTFALL IN THE POCKET CURRENCY. THE RATE
      *    IS QUOTED BASE->POCKET (FOREIGN = BASE * RATE, THE SAME
      *    DIRECTION TRANSFERBO CONVERTS IN), SO THE BASE SIDE IS THE
      *    SHORTFALL DIVIDED BY IT.
           COMPUTE WS-SHORTFALL = I-PKT-AMOUNT - PK-BALANCE

           PERFORM F-LOOKUP-RATE
           IF FG-RATE-FOUND-N
             SET POCKET-STATUS-NO-RATE    TO TRUE
             EXIT SECTION
           END-IF

           COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-SHORTFALL / WS-FX-RATE
      *    NEVER CONVERT LESS THAN ONE CENT -- A VERY SMALL SHORTFALL
      *    WOULD OTHERWISE ROUND TO A FREE TOP-UP.
           IF WS-BASE-AMOUNT = 0
             MOVE 0.01                    TO WS-BASE-AMOUNT
           END-IF

      *    THE BASE POCKET DOES NOT GO OVERDRAWN TO FUND A CONVERSION.
           IF WS-ACC-BALANCE < WS-BASE-AMOUNT
             SET POCKET-STATUS-NSF        TO TRUE
             EXIT SECTION
           END-IF

           PERFORM UT-GET-TIMESTAMP
           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE - WS-BASE-AMOUNT
           PERFORM F-POST-BASE-LEG
           IF NOT POCKET-STATUS-OK
             EXIT SECTION
           END-IF

           ADD WS-SHORTFALL               TO PK-BALANCE
           MOVE "FXIN  "                  TO WS-LG-TYPE
           MOVE WS-SHORTFALL              TO WS-LG-AMOUNT
           MOVE WS-BASE-AMOUNT            TO WS-LG-BASE-AMOUNT
           MOVE WS-FX-RATE                TO WS-LG-FX-RATE
           PERFORM F-WRITE-LEDGER

           MOVE WS-BASE-AMOUNT            TO O-PKT-FX-BASE-AMOUNT
           MOVE WS-FX-RATE                TO O-PKT-FX-RATE
           .
       F-CONVERT-FROM-BASE-END.
           EXIT.
      ******************************************************************
       F-LOOKUP-RATE SECTION.
           SET FG-RATE-FOUND-N            TO TRUE
           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE SPACES                    TO FXR-PAIR
           STRING WS-ACC-CURRENCY PK-CURRENCY DELIMITED BY SIZE
             INTO FXR-PAIR
           END-STRING
           READ FX-RATE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF FXR-RATE > 0
                 MOVE FXR-RATE            TO WS-FX-RATE
                 SET FG-RATE-FOUND-Y      TO TRUE
               END-IF
           END-READ
           CLOSE FX-RATE-FILE
           .
       F-LOOKUP-RATE-END.
           EXIT.
      ******************************************************************
       F-POST-BASE-LEG SECTION.
      *    SAME ORDER AS ODPROTECT -- THE TRANSDB ROW FIRST, THEN THE
      *    BALANCE, SO A FAILED POSTING LEAVES THE BALANCE UNTOUCHED.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST            TO TRUE
           MOVE WS-ACC-ID                 TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-WITHDRAW      TO TRUE
           MOVE WS-BASE-AMOUNT            TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           STRING "FX TO " PK-CURRENCY " POCKET "
                  I-PKT-REFERENCE
             DELIMITED BY SIZE
             INTO I-TRANS-MEMO
           END-STRING
           MOVE I-PKT-ACTOR-BUSR-ID       TO I-TRANS-ACTOR-BUSR-ID
           MOVE I-PKT-REFERENCE           TO I-TRANS-PAYMENT-REF
           MOVE WS-TODAY-RAW              TO I-TRANS-VALUE-DATE
           SET PGNAME-TRANSDB             TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             SET POCKET-STATUS-IO-ERR     TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT               TO TRUE
           MOVE WS-ACC-ID                 TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE            TO I-ACC-BALANCE
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             SET POCKET-STATUS-IO-ERR     TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-NEW-BALANCE            TO WS-ACC-BALANCE
           .
       F-POST-BASE-LEG-END.
           EXIT.
      ******************************************************************
       F-WRITE-LEDGER SECTION.
      *    CALLER HAS ALREADY APPLIED THE MOVEMENT TO PK-BALANCE AND
      *    FILLED WS-LEDGER-BUFFER; THE POCKET ROW IS REWRITTEN BY
      *    THE CALLER AFTERWARDS WITH THE NEW PK-LAST-SEQ.
           ADD 1                          TO PK-LAST-SEQ
           INITIALIZE POCKET-LEDGER-RECORD
           MOVE PK-ACCOUNT-ID             TO PL-ACCOUNT-ID
           MOVE PK-CURRENCY               TO PL-CURRENCY
           MOVE PK-LAST-SEQ               TO PL-SEQ
           MOVE WS-LG-TYPE                TO PL-TYPE
           MOVE WS-LG-AMOUNT              TO PL-AMOUNT
           MOVE PK-BALANCE                TO PL-BALANCE-AFTER
           MOVE WS-TODAY-RAW              TO PL-POST-DATE
           MOVE WS-TIMESTAMP              TO PL-TIMESTAMP
           MOVE I-PKT-REFERENCE           TO PL-REFERENCE
           MOVE I-PKT-MEMO                TO PL-MEMO
           MOVE WS-LG-BASE-AMOUNT         TO PL-BASE-AMOUNT
           MOVE WS-LG-FX-RATE             TO PL-FX-RATE
           WRITE POCKET-LEDGER-RECORD
             INVALID KEY
               SET POCKET-STATUS-IO-ERR   TO TRUE
           END-WRITE
           .
       F-WRITE-LEDGER-END.
           EXIT.
      ******************************************************************
       F-RETURN-POCKET SECTION.
           MOVE PK-BALANCE                TO O-PKT-BALANCE
           MOVE PK-STATUS                 TO O-PKT-STATUS
           MOVE PK-AUTO-FX                TO O-PKT-AUTO-FX
           MOVE PK-OPENED-DATE            TO O-PKT-OPENED-DATE
           .
       F-RETURN-POCKET-END.
           EXIT.
      ******************************************************************
       UT-GET-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                      TO WS-DATE-CC
           MOVE WS-DATE-YYYY              TO T-YEAR
           MOVE WS-DATE-MM                TO T-MONTH
           MOVE WS-DATE-TT                TO T-DAY
           MOVE WS-TIME-HH                TO T-HOUR
           MOVE WS-TIME-MM                TO T-MIN
           MOVE WS-TIME-SS                TO T-SEC
           .
       UT-GET-TIMESTAMP-END.
           EXIT.
