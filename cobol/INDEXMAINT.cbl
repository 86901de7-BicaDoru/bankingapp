      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      INDEXMAINT.
      ******************************************************************
      *  Reference index rate maintenance tool. Run standalone, e.g.:
      *     INDEXMAINT SET EURIBOR6 20261001 3.125
      *     INDEXMAINT DELETE EURIBOR6 20261001
      *     INDEXMAINT LIST
      *     INDEXMAINT LIST EURIBOR6
      *     INDEXMAINT ASOF EURIBOR6 20261115
      *  Same master-data maintenance style as HOLIDAYMAINT. Keeps
      *  the dated fixings of the reference indexes variable-rate
      *  loans are priced off (files/indexrates.dat, see
      *  INDEXRATERECORD). SET records the index's rate effective
      *  from a date -- re-setting the same index and date corrects
      *  that one fixing; history is never overwritten otherwise.
      *  ASOF shows the fixing INDEXRATE (and so LOANRESET) would
      *  apply on a given date. Rates are annual percent and may be
      *  negative.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT INDEX-RATE-FILE ASSIGN TO "files/indexrates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IR-KEY
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  INDEX-RATE-FILE.
       COPY INDEXRATERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "INDEXMAINT          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-INDEXRATE            VALUE "INDEXRATE           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-SET                 VALUE "SET".
           88 ARG-OP-DELETE              VALUE "DELETE".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-ASOF                VALUE "ASOF".
      *    TOK2=INDEX CODE. SET/DELETE/ASOF: TOK3=DATE yyyymmdd.
      *    SET: TOK4=RATE (ANNUAL PERCENT, MAY BE NEGATIVE).
         05 ARG-TOK2                    PIC X(08).
         05 ARG-TOK3                    PIC X(08).
         05 ARG-TOK4                    PIC X(10).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-RATE-EDITED              PIC -ZZ9.99.

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

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY INDEXRATEINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
           END-UNSTRING

           EVALUATE TRUE
             WHEN ARG-OP-SET
               PERFORM F-OPEN-FILE
               PERFORM F-SET-RATE
               CLOSE INDEX-RATE-FILE
             WHEN ARG-OP-DELETE
               PERFORM F-OPEN-FILE
               PERFORM F-DELETE-RATE
               CLOSE INDEX-RATE-FILE
             WHEN ARG-OP-LIST
               PERFORM F-OPEN-FILE
               PERFORM F-LIST-RATES
               CLOSE INDEX-RATE-FILE
             WHEN ARG-OP-ASOF
               PERFORM F-SHOW-AS-OF
             WHEN OTHER
               DISPLAY "USAGE: INDEXMAINT SET|DELETE|LIST|ASOF ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INDEX RATE MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INDEX RATE MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O INDEX-RATE-FILE
           IF WS-FILE-STATUS = "35"
             OPEN OUTPUT INDEX-RATE-FILE
             CLOSE INDEX-RATE-FILE
             OPEN I-O INDEX-RATE-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-SET-RATE SECTION.
           IF ARG-TOK2 = SPACES
           OR ARG-TOK3 NOT NUMERIC
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "USAGE: INDEXMAINT SET <index> <yyyymmdd> <rate>"
             EXIT SECTION
           END-IF

           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC

      *    A SECOND SET FOR THE SAME INDEX AND DATE IS A CORRECTION
      *    OF THAT ONE FIXING -- SAME RULE AS FXRATELOAD'S HISTORY.
           MOVE ARG-TOK2                   TO IR-INDEX-CODE
           MOVE ARG-TOK3                   TO IR-EFFECTIVE-DATE
           READ INDEX-RATE-FILE
             INVALID KEY
               COMPUTE IR-RATE-PCT = FUNCTION NUMVAL(ARG-TOK4)
               MOVE WS-TIMESTAMP           TO IR-LOADED-TS
               WRITE INDEX-RATE-RECORD
             NOT INVALID KEY
               COMPUTE IR-RATE-PCT = FUNCTION NUMVAL(ARG-TOK4)
               MOVE WS-TIMESTAMP           TO IR-LOADED-TS
               REWRITE INDEX-RATE-RECORD
           END-READ

           MOVE IR-RATE-PCT                TO WS-RATE-EDITED
           DISPLAY "INDEX " FUNCTION TRIM(IR-INDEX-CODE)
                   " EFFECTIVE " IR-EFFECTIVE-DATE
                   " RATE " FUNCTION TRIM(WS-RATE-EDITED) " PCT"
           .
       F-SET-RATE-END.
           EXIT.
      ******************************************************************
       F-DELETE-RATE SECTION.
           IF ARG-TOK3 NOT NUMERIC
             DISPLAY "INDEXMAINT: expected a yyyymmdd date, got '"
                     FUNCTION TRIM(ARG-TOK3) "'"
             EXIT SECTION
           END-IF

           MOVE ARG-TOK2                   TO IR-INDEX-CODE
           MOVE ARG-TOK3                   TO IR-EFFECTIVE-DATE
           DELETE INDEX-RATE-FILE
             INVALID KEY
               DISPLAY "NO SUCH FIXING: " FUNCTION TRIM(ARG-TOK2)
                       " " ARG-TOK3
             NOT INVALID KEY
               DISPLAY "DELETED FIXING " FUNCTION TRIM(ARG-TOK2)
                       " " ARG-TOK3
           END-DELETE
           .
       F-DELETE-RATE-END.
           EXIT.
      ******************************************************************
       F-LIST-RATES SECTION.
      *    NO INDEX CODE LISTS EVERY INDEX.
           MOVE LOW-VALUES                 TO IR-KEY
           IF ARG-TOK2 NOT = SPACES
             MOVE ARG-TOK2                 TO IR-INDEX-CODE
             MOVE 0                        TO IR-EFFECTIVE-DATE
           END-IF
           START INDEX-RATE-FILE KEY IS NOT LESS THAN IR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INDEX-RATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF ARG-TOK2 NOT = SPACES
                 AND IR-INDEX-CODE NOT = ARG-TOK2
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   MOVE IR-RATE-PCT        TO WS-RATE-EDITED
                   DISPLAY IR-INDEX-CODE " " IR-EFFECTIVE-DATE
                           " " WS-RATE-EDITED
                           " LOADED " IR-LOADED-TS
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-RATES-END.
           EXIT.
      ******************************************************************
       F-SHOW-AS-OF SECTION.
           INITIALIZE INDEXRATE-INTERFACE
           MOVE ARG-TOK2                   TO I-IXR-INDEX-CODE
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO I-IXR-AS-OF-DATE
           SET PGNAME-INDEXRATE            TO TRUE
           CALL PROGNAME USING INDEXRATE-INTERFACE

           IF INDEXRATE-STATUS-OK
             MOVE O-IXR-RATE-PCT           TO WS-RATE-EDITED
             DISPLAY "INDEX " FUNCTION TRIM(ARG-TOK2)
                     " AS OF " I-IXR-AS-OF-DATE
                     " RATE " FUNCTION TRIM(WS-RATE-EDITED)
                     " PCT (FIXED " O-IXR-EFFECTIVE-DATE ")"
           ELSE
             DISPLAY "NO FIXING FOR INDEX " FUNCTION TRIM(ARG-TOK2)
                     " ON OR BEFORE " I-IXR-AS-OF-DATE
           END-IF
           .
       F-SHOW-AS-OF-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
