      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. REQKEY.
      ******************************************************************
      *  Request-key registry behind DISPATCHER's duplicate-submission
      *  protection. Called directly (same style as FILELOCK), never
      *  routed through the DISPATCHER. A teller screen or client app
      *  that times out and resubmits a money-moving POST with the
      *  same request key must get the first POST's result back, not
      *  a second posting:
      *    CLAIM    - a new key (or one whose window has run out) is
      *               written IN PROGRESS and comes back OK, so the
      *               POST goes ahead. A key COMPLETED inside the
      *               window comes back DUPLICATE with the saved
      *               result; one still IN PROGRESS, or sent with a
      *               different request, is refused. Every such
      *               catch is logged to files/reqdups.dat for
      *               DUPREQRPT.
      *    COMPLETE - the POST succeeded: its result is saved on the
      *               key's row for any resubmission.
      *    RELEASE  - the POST failed: nothing moved, so the row is
      *               deleted and a corrected resubmission may use
      *               the key again.
      *  The window is K-REQKEY-WINDOW-MINUTES (REQKEYCONFIG) of wall
      *  clock from the first submission.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQKEY-FILE ASSIGN TO "files/reqkeys.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RK-KEY
           FILE STATUS IS WS-RK-FILE-STATUS.

           SELECT REQDUP-FILE ASSIGN TO "files/reqdups.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RD-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  REQKEY-FILE.
       COPY REQKEYRECORD.

       FD  REQDUP-FILE.
       COPY REQDUPRECORD.
      ******************************************************************
       WORKING-STORAGE           SECTION.

       01 PROGNAME                    PIC X(20).
         88 PGNAME-BUSDATE            VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY REQKEYCONFIG.

       01 WS-RK-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-RD-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-NOW-MINUTE               PIC 9(10).
       01 WS-AGE-MINUTES              PIC S9(10).
       01 WS-TIME-RAW                 PIC 9(08).
       01 WS-TIME REDEFINES WS-TIME-RAW.
         05 WS-TIME-HH                PIC 9(02).
         05 WS-TIME-MM                PIC 9(02).
         05 WS-TIME-SS                PIC 9(02).
         05 WS-TIME-TT                PIC 9(02).
       01 WS-DATE-RAW                 PIC 9(08).
       01 WS-DATE REDEFINES WS-DATE-RAW.
         05 WS-DATE-YYYY              PIC X(04).
         05 WS-DATE-MM                PIC X(02).
         05 WS-DATE-TT                PIC X(02).
       01 WS-TIMESTAMP.
         05 T-DATE.
           10 T-YEAR                  PIC X(04).
           10 T-L1                    PIC X(01) VALUE "-".
           10 T-MONTH                 PIC X(02).
           10 T-L2                    PIC X(01) VALUE "-".
           10 T-DAY                   PIC X(02).
         05 T-L3                      PIC X(01) VALUE " ".
         05 T-TIME.
           10 T-HOUR                  PIC X(02).
           10 T-L4                    PIC X(01) VALUE ":".
           10 T-MIN                   PIC X(02).
           10 T-L5                    PIC X(01) VALUE ":".
           10 T-SEC                   PIC X(02).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
      ******************************************************************
       LINKAGE SECTION.
       COPY REQKEYINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING REQKEY-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET REQKEY-STATUS-OK            TO TRUE
           MOVE SPACES                     TO O-RK-FIRST-TS
           PERFORM F-GET-TIMESTAMP

           OPEN I-O REQKEY-FILE
           IF WS-RK-FILE-STATUS = "35"
             OPEN OUTPUT REQKEY-FILE
             CLOSE REQKEY-FILE
             OPEN I-O REQKEY-FILE
           END-IF
           IF WS-RK-FILE-STATUS NOT = "00"
             SET REQKEY-STATUS-ERR         TO TRUE
             GO TO MAIN-END
           END-IF

           MOVE I-RK-BANKUSERID            TO RK-BANKUSERID
           MOVE I-RK-REQUEST-KEY           TO RK-REQUEST-KEY

           EVALUATE TRUE
             WHEN I-RK-OP-CLAIM
               PERFORM F-CLAIM
             WHEN I-RK-OP-COMPLETE
               PERFORM F-COMPLETE
             WHEN I-RK-OP-RELEASE
               PERFORM F-RELEASE
             WHEN OTHER
               SET REQKEY-STATUS-ERR       TO TRUE
           END-EVALUATE

           CLOSE REQKEY-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-GET-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC

           COMPUTE WS-NOW-MINUTE =
             FUNCTION INTEGER-OF-DATE(WS-DATE-RAW) * 1440
             + WS-TIME-HH * 60 + WS-TIME-MM
           .
       F-GET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-CLAIM SECTION.
           READ REQKEY-FILE
             INVALID KEY
               PERFORM F-WRITE-CLAIM
               EXIT SECTION
           END-READ

           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTE - RK-FIRST-MINUTE
           MOVE RK-FIRST-TS                TO O-RK-FIRST-TS

      *    THE WINDOW HAS RUN OUT -- THE KEY IS FREE AGAIN, AND THIS
      *    IS A NEW REQUEST THAT HAPPENS TO REUSE IT.
           IF WS-AGE-MINUTES > K-REQKEY-WINDOW-MINUTES
             PERFORM F-REWRITE-CLAIM
             EXIT SECTION
           END-IF

           ADD 1                           TO RK-DUP-COUNT
           MOVE WS-TIMESTAMP               TO RK-LAST-DUP-TS
           MOVE SPACES                     TO REQDUP-RECORD

           EVALUATE TRUE
             WHEN RK-METHOD NOT = I-RK-METHOD
               OR RK-OBJECT NOT = I-RK-OBJECT
               OR RK-REQUEST-DATA NOT = I-RK-REQUEST-DATA
               SET REQKEY-STATUS-KEY-REUSED TO TRUE
               SET RD-KEY-REUSED           TO TRUE
      *        A STUCK IN-PROGRESS ROW IS LEFT STUCK: THE POST MAY
      *        HAVE MOVED MONEY BEFORE ITS DISPATCHER DIED, SO A
      *        RESUBMISSION IS NEVER LET THROUGH (DUPREQRPT LISTS
      *        THE ROW FOR OPERATIONS).
             WHEN RK-IN-PROGRESS
               SET REQKEY-STATUS-IN-PROGRESS TO TRUE
               SET RD-IN-PROGRESS          TO TRUE
             WHEN OTHER
               SET REQKEY-STATUS-DUPLICATE TO TRUE
               SET RD-REPLAYED             TO TRUE
               MOVE RK-RESULT-DATA         TO REQKEY-RESULT-DATA
           END-EVALUATE

           REWRITE REQKEY-RECORD
           PERFORM F-LOG-DUPLICATE
           .
       F-CLAIM-END.
           EXIT.
      ******************************************************************
       F-WRITE-CLAIM SECTION.
           PERFORM F-FILL-CLAIM
           WRITE REQKEY-RECORD
             INVALID KEY
      *        LOST THE RACE TO A SIMULTANEOUS RESUBMISSION BETWEEN
      *        THE READ AND THE WRITE -- THAT ONE IS NOW IN PROGRESS.
               SET REQKEY-STATUS-IN-PROGRESS TO TRUE
           END-WRITE
           .
       F-WRITE-CLAIM-END.
           EXIT.
      ******************************************************************
       F-REWRITE-CLAIM SECTION.
           PERFORM F-FILL-CLAIM
           REWRITE REQKEY-RECORD
           .
       F-REWRITE-CLAIM-END.
           EXIT.
      ******************************************************************
       F-FILL-CLAIM SECTION.
           INITIALIZE REQKEY-RECORD
           MOVE I-RK-BANKUSERID            TO RK-BANKUSERID
           MOVE I-RK-REQUEST-KEY           TO RK-REQUEST-KEY
           SET RK-IN-PROGRESS              TO TRUE
           MOVE I-RK-METHOD                TO RK-METHOD
           MOVE I-RK-OBJECT                TO RK-OBJECT
           MOVE I-RK-REQUEST-DATA          TO RK-REQUEST-DATA
           MOVE WS-TIMESTAMP               TO RK-FIRST-TS
           MOVE WS-NOW-MINUTE              TO RK-FIRST-MINUTE
           .
       F-FILL-CLAIM-END.
           EXIT.
      ******************************************************************
       F-COMPLETE SECTION.
           READ REQKEY-FILE
             INVALID KEY
               SET REQKEY-STATUS-ERR       TO TRUE
               EXIT SECTION
           END-READ

           SET RK-COMPLETED                TO TRUE
           MOVE REQKEY-RESULT-DATA         TO RK-RESULT-DATA
           REWRITE REQKEY-RECORD
           .
       F-COMPLETE-END.
           EXIT.
      ******************************************************************
       F-RELEASE SECTION.
           DELETE REQKEY-FILE
             INVALID KEY
      *        NOT HELD -- RELEASING AN UNHELD KEY IS HARMLESS.
               CONTINUE
           END-DELETE
           .
       F-RELEASE-END.
           EXIT.
      ******************************************************************
       F-LOG-DUPLICATE SECTION.
      *    THE CATCH IS FILED UNDER THE BUSINESS DATE, SO DUPREQRPT'S
      *    NIGHTLY LIST LINES UP WITH THAT DAY'S EODRECON.
           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET            TO TRUE
           SET PGNAME-BUSDATE              TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE                TO RD-BUSDATE
           ELSE
             MOVE WS-DATE-RAW              TO RD-BUSDATE
           END-IF

           MOVE WS-TIMESTAMP               TO RD-CAUGHT-TS
           MOVE RK-BANKUSERID              TO RD-BANKUSERID
           MOVE RK-REQUEST-KEY             TO RD-REQUEST-KEY
           MOVE I-RK-METHOD                TO RD-METHOD
           MOVE I-RK-OBJECT                TO RD-OBJECT
           MOVE RK-FIRST-TS                TO RD-FIRST-TS
           MOVE RK-DUP-COUNT               TO RD-DUP-COUNT

           OPEN EXTEND REQDUP-FILE
           IF WS-RD-FILE-STATUS = "35"
             OPEN OUTPUT REQDUP-FILE
           END-IF
           WRITE REQDUP-RECORD
           CLOSE REQDUP-FILE
           .
       F-LOG-DUPLICATE-END.
           EXIT.
      ******************************************************************
