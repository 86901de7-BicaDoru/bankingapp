           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-TOKEN
           FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT STAFF-PROFILE-FILE ASSIGN TO "files/staffprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SF-BUSR-ID
           FILE STATUS IS WS-SF-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  SESSION-FILE.
       COPY SESSIONRECORD.

       FD  STAFF-PROFILE-FILE.
       COPY STAFFPROFILERECORD.

       WORKING-STORAGE SECTION.
      *
       01 PGM-ID                 PIC X(20)
         05 WS-ERROR-SOURCE      PIC X(20).
         05 WS-LA-FILE-STATUS    PIC XX.
         05 WS-SS-FILE-STATUS    PIC XX.
         05 WS-SF-FILE-STATUS    PIC XX.
         05 WS-SF-CHECK-BUSR-ID  PIC 9(09).
         05 WS-NOW-DATE-RAW      PIC 9(08).
         05 WS-NOW-TIME-RAW      PIC 9(08).
         05 WS-NOW-HH            PIC 9(02).
             88 WS-BF-ROLE-BATE  VALUE "BaTe".
             88 WS-BF-ROLE-BATS  VALUE "BaTS".
             88 WS-BF-ROLE-BACL  VALUE "BaCl".
           10 WS-BF-BUSR-ID      PIC 9(09).
         05 WS-PAGE-NUMBER       PIC 9(05).
         05 WS-VALIDATED-PAGE-NUMBER
                                 PIC 9(05).
         05 FG-SS-FOUND           PIC X VALUE "N".
           88 FG-SS-FOUND-Y       VALUE "Y".
           88 FG-SS-FOUND-N       VALUE "N".
         05 FG-SF-DISABLED        PIC X VALUE "N".
           88 FG-SF-DISABLED-Y    VALUE "Y".
           88 FG-SF-DISABLED-N    VALUE "N".
      *  RELEVANT DATA FOR THE USER ON WHICH THE ACTION IS PERFORMED
         05 WS-TARGET-USER.
           10 WS-TG-BUSR-ID      PIC 9(09).
           10 WS-TG-ROLE         PIC X(04).
             88 WS-TG-ROLE-TELLER
                                 VALUES "BaTe" "BaTS".
           CALL PROGNAME USING BUSRDB-INTERFACE
      *
           EVALUATE TRUE
      *      A GOOD PASSWORD DOES NOT LET A DISABLED STAFF USER IN
      *      (SEE RECERTMAINT / USERRECERT).
             WHEN BUSRDB-STATUS-OK
               MOVE O-BUSR-ID                   TO WS-SF-CHECK-BUSR-ID
               PERFORM UT-CHECK-USER-DISABLED
               IF FG-SF-DISABLED-Y
                 SET O-DISP-ERR-BUSR-USER-DISABLED TO TRUE
                 MOVE 1                         TO I-ERR-PARAM-COUNT
                 MOVE I-POST-LOGIN-USERNAME     TO I-ERR-PARAM (1)
                 PERFORM UT-CLOSE-LOGIN-ATTEMPTS
                 EXIT SECTION
               END-IF
               PERFORM UT-RESET-LOGIN-ATTEMPTS
               MOVE O-BUSR-ID                   TO O-POST-LOGIN-ID
               MOVE O-BUSR-USERNAME             TO O-POST-LOGIN-USERNAME
               SET FG-SS-FOUND-N            TO TRUE
           END-READ

      *    A USER DISABLED WHILE SIGNED ON LOSES THE SESSION AT THEIR
      *    NEXT REQUEST, NOT WHEN IT WOULD HAVE TIMED OUT.
           SET FG-SF-DISABLED-N             TO TRUE
           IF FG-SS-FOUND-Y
             MOVE SS-BUSR-ID                TO WS-SF-CHECK-BUSR-ID
             PERFORM UT-CHECK-USER-DISABLED
           END-IF

           EVALUATE TRUE
             WHEN I-DISP-TOKEN = SPACES
               OR FG-SS-FOUND-N
               OR SS-BUSR-ID NOT = I-DISP-BANKUSERID
               OR SS-EXPIRES-MIN < WS-NOW-MINUTES
               SET O-DISP-ERR-DISP-SESSION-EXPIRED TO TRUE
             WHEN FG-SF-DISABLED-Y
               SET O-DISP-ERR-BUSR-USER-DISABLED   TO TRUE
             WHEN OTHER
      *        SLIDING WINDOW -- A VALID REQUEST EXTENDS THE SESSION
      *        RATHER THAN LETTING IT EXPIRE WHILE STILL IN USE.
           .
       UT-VALIDATE-SESSION-END.
           EXIT.
      ******************************************************************
       UT-CHECK-USER-DISABLED SECTION.
      *    STAFF PROFILE OF WS-SF-CHECK-BUSR-ID. NO FILE OR NO ROW
      *    MEANS AN ACTIVE USER.
           SET FG-SF-DISABLED-N             TO TRUE
           OPEN INPUT STAFF-PROFILE-FILE
           IF WS-SF-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE WS-SF-CHECK-BUSR-ID         TO SF-BUSR-ID
           READ STAFF-PROFILE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF SF-IS-DISABLED
                 SET FG-SF-DISABLED-Y       TO TRUE
               END-IF
           END-READ

           CLOSE STAFF-PROFILE-FILE
           .
       UT-CHECK-USER-DISABLED-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
