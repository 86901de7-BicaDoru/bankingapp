      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      BGREVIEW.
      ******************************************************************
      *  Break-glass sign-off list. Run standalone by operations each
      *  morning, no arguments:
      *     BGREVIEW
      *  Walks files/breakglass.dat (see BRKGLASS) and lists every
      *  grant still waiting for its admin sign-off, oldest first
      *  within each teller, with the reason given and every request
      *  served under it from files/breakglass_use.log (written by
      *  DISPATCHER). A grant that has run out but was never looked
      *  at since is marked expired here. A grant over with no
      *  sign-off after K-BG-REVIEW-DAYS is flagged OVERDUE; one
      *  still in force is listed for information only.
      *  Report: files/reports/BREAKGLASS_REVIEW_<yyyymmdd>.txt,
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS-FILE ASSIGN TO "files/breakglass.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-KEY
           FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT BREAK-GLASS-USE-LOG
           ASSIGN TO "files/breakglass_use.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BU-FILE-STATUS.

           SELECT REVIEW-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  BREAK-GLASS-FILE.
       COPY BREAKGLASSRECORD.

       FD  BREAK-GLASS-USE-LOG.
       COPY BREAKGLASSUSERECORD.

       FD  REVIEW-OUTPUT.
       01  REVIEW-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "BGREVIEW            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY BREAKGLASSCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-BK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BU-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-TODAY-INT                PIC 9(07).

      *    WALL CLOCK -- GRANT EXPIRIES RUN ON IT, NOT ON THE
      *    BUSINESS DATE.
         05 WS-NOW-DATE-RAW             PIC 9(08).
         05 WS-NOW-TIME-RAW             PIC 9(08).
         05 WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
           10 WS-NOW-HH                 PIC 9(02).
           10 WS-NOW-MM                 PIC 9(02).
           10 WS-NOW-SSTT               PIC 9(04).
         05 WS-NOW-MINUTES              PIC 9(10).

         05 WS-ENDED-DATE               PIC 9(08).
         05 WS-WAIT-DAYS                PIC 9(05).
         05 WS-OUTCOME                  PIC X(10).
         05 WS-USES-LISTED              PIC 9(05).

         05 WS-GRANTS-LISTED            PIC 9(05) VALUE 0.
         05 WS-GRANTS-OVERDUE           PIC 9(05) VALUE 0.
         05 WS-GRANTS-IN-FORCE          PIC 9(05) VALUE 0.
         05 WS-GRANTS-EXPIRED-NOW       PIC 9(05) VALUE 0.

       01 EDIT-FIELDS.
         05 ED-WAIT                     PIC Z(04)9.
         05 ED-USES                     PIC Z(04)9.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-USES                PIC X VALUE 'Y'.
           88 FG-MORE-USES-Y            VALUE 'Y'.
           88 FG-MORE-USES-N            VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-WRITE-REPORT
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "BREAK-GLASS REVIEW STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
             MOVE O-BUSDATE-ISO           TO WS-TODAY-ISO
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
             STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                    WS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-ISO
             END-STRING
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)

           ACCEPT WS-NOW-DATE-RAW         FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW         FROM TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-RAW) * 1440
               + (WS-NOW-HH * 60) + WS-NOW-MM

           STRING "files/reports/BREAKGLASS_REVIEW_" DELIMITED BY SIZE
                  WS-TODAY-RAW                       DELIMITED BY SIZE
                  ".txt"                             DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN I-O BREAK-GLASS-FILE
           IF WS-BK-FILE-STATUS = "35"
             OPEN OUTPUT BREAK-GLASS-FILE
             CLOSE BREAK-GLASS-FILE
             OPEN I-O BREAK-GLASS-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE BREAK-GLASS-FILE

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-GRANTS-LISTED          TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "GRANTS PENDING: ",
             FUNCTION TRIM(WS-GRANTS-LISTED),
             " | OVERDUE: ",
             FUNCTION TRIM(WS-GRANTS-OVERDUE),
             " | IN FORCE: ",
             FUNCTION TRIM(WS-GRANTS-IN-FORCE),
             " | EXPIRED NOW: ",
             FUNCTION TRIM(WS-GRANTS-EXPIRED-NOW)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           OPEN OUTPUT REVIEW-OUTPUT
           MOVE SPACES                     TO REVIEW-LINE
           STRING "BREAK-GLASS GRANTS AWAITING SIGN-OFF -- "
                  WS-TODAY-ISO
                  "   OVERDUE AFTER " K-BG-REVIEW-DAYS " DAYS"
             DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE "SIGN OFF WITH: BRKGLASS SIGNOFF <busr-id> <grant-ts> "
             & "<admin-id> ACCEPT|QUERY <note>"
                                           TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES                     TO REVIEW-LINE
           WRITE REVIEW-LINE

           MOVE LOW-VALUES                 TO BK-KEY
           START BREAK-GLASS-FILE KEY IS NOT LESS THAN BK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BREAK-GLASS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF BK-REVIEW-PENDING
                   PERFORM F-REVIEW-GRANT
                 END-IF
             END-READ
           END-PERFORM

           PERFORM F-WRITE-SUMMARY
           CLOSE REVIEW-OUTPUT
           .
       F-WRITE-REPORT-END.
           EXIT.
      ******************************************************************
       F-REVIEW-GRANT SECTION.
      *    SAME EXPIRY RULE AS BGCHECK -- A GRANT NOBODY HAS LOOKED
      *    AT SINCE IT RAN OUT IS CLOSED OFF HERE.
           IF BK-IS-ACTIVE AND BK-EXPIRES-MIN <= WS-NOW-MINUTES
             SET BK-IS-EXPIRED             TO TRUE
             MOVE BK-EXPIRES-TS            TO BK-ENDED-TS
             REWRITE BREAK-GLASS-RECORD
             ADD 1                         TO WS-GRANTS-EXPIRED-NOW
           END-IF

           MOVE 0                          TO WS-WAIT-DAYS
           IF BK-IS-ACTIVE
             MOVE "IN FORCE"               TO WS-OUTCOME
             ADD 1                         TO WS-GRANTS-IN-FORCE
           ELSE
             COMPUTE WS-ENDED-DATE = BK-ENDED-TS / 1000000
             IF WS-ENDED-DATE NOT < 19000101
               AND WS-TODAY-INT > FUNCTION INTEGER-OF-DATE(
                                                   WS-ENDED-DATE)
               COMPUTE WS-WAIT-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ENDED-DATE)
             END-IF
             IF WS-WAIT-DAYS > K-BG-REVIEW-DAYS
               MOVE "OVERDUE"              TO WS-OUTCOME
               ADD 1                       TO WS-GRANTS-OVERDUE
             ELSE
               MOVE "TO REVIEW"            TO WS-OUTCOME
             END-IF
           END-IF
           ADD 1                           TO WS-GRANTS-LISTED

           MOVE WS-WAIT-DAYS               TO ED-WAIT
           MOVE BK-USE-COUNT               TO ED-USES
           MOVE SPACES                     TO REVIEW-LINE
           STRING "BUSR " BK-BUSR-ID
                  " (" BK-ROLE ")"
                  " GRANT " BK-START-TS
                  " " BK-HOURS "H"
                  " ENDED " BK-ENDED-TS
                  " STATUS " BK-STATUS
                  " USES " ED-USES
                  " WAITING " ED-WAIT " DAYS  "
                  WS-OUTCOME
             DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           MOVE SPACES                     TO REVIEW-LINE
           STRING "     REASON: " FUNCTION TRIM(BK-REASON)
             DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE

           PERFORM F-LIST-USES
           MOVE SPACES                     TO REVIEW-LINE
           WRITE REVIEW-LINE
           .
       F-REVIEW-GRANT-END.
           EXIT.
      ******************************************************************
       F-LIST-USES SECTION.
      *    THE USE LOG IS SHORT AND APPEND-ONLY -- ONE PASS PER GRANT
      *    LISTED KEEPS EACH GRANT'S REQUESTS TOGETHER, IN THE ORDER
      *    THEY WERE SERVED.
           MOVE 0                          TO WS-USES-LISTED
           OPEN INPUT BREAK-GLASS-USE-LOG
           IF WS-BU-FILE-STATUS = "00"
             SET FG-MORE-USES-Y            TO TRUE
             PERFORM UNTIL FG-MORE-USES-N
               READ BREAK-GLASS-USE-LOG
                 AT END
                   SET FG-MORE-USES-N      TO TRUE
                 NOT AT END
                   IF BU-BUSR-ID = BK-BUSR-ID
                     AND BU-GRANT-TS = BK-START-TS
                     MOVE SPACES           TO REVIEW-LINE
                     STRING "       " BU-TS
                            " " BU-METHOD
                            " " BU-OBJECT
                            " " BU-RESULT
                            " " BU-DATA
                       DELIMITED BY SIZE INTO REVIEW-LINE
                     END-STRING
                     WRITE REVIEW-LINE
                     ADD 1                 TO WS-USES-LISTED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BREAK-GLASS-USE-LOG
           END-IF

           IF WS-USES-LISTED = 0
             MOVE "       (NO REQUESTS SERVED UNDER THIS GRANT)"
                                           TO REVIEW-LINE
             WRITE REVIEW-LINE
           END-IF
           .
       F-LIST-USES-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           IF WS-GRANTS-LISTED = 0
             MOVE "NO BREAK-GLASS GRANTS AWAITING SIGN-OFF"
                                           TO REVIEW-LINE
             WRITE REVIEW-LINE
           END-IF
           MOVE SPACES                     TO REVIEW-LINE
           STRING "PENDING: " WS-GRANTS-LISTED
                  "   OVERDUE: " WS-GRANTS-OVERDUE
                  "   IN FORCE: " WS-GRANTS-IN-FORCE
                  "   EXPIRED THIS RUN: " WS-GRANTS-EXPIRED-NOW
             DELIMITED BY SIZE INTO REVIEW-LINE
           END-STRING
           WRITE REVIEW-LINE
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
