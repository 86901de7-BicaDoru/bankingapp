      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ONLWINRPT.
      ******************************************************************
      *  Online-window report. Runs standalone, no args -- NIGHTRUN
      *  launches it after reopening the window and replaying the
      *  queue; an admin runs it by hand after an unscheduled window:
      *     ONLWINRPT
      *  Every line DISPATCHER wrote to files/online_window.log since
      *  the last run -- one per money-moving request refused or
      *  queued while the window was closed -- is listed with who
      *  sent it, what it was, when, and who had closed the window,
      *  followed by totals by outcome and by object. The lines are
      *  then retired to files/online_window_done.log (same keep-
      *  the-record idiom as OFFREPLAY's spool), so every window is
      *  reported exactly once even when an admin closes one in the
      *  middle of the day, before the business date moves.
      *  Report: files/reports/ONLINE_WINDOW_<yyyymmdd>.txt,
      *  registered on REPORTREG. Replay outcomes of the queued
      *  requests are on ONLREPLAY's own report.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ONLWIN-LOG ASSIGN TO "files/online_window.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OW-FILE-STATUS.

           SELECT ONLWIN-DONE ASSIGN TO "files/online_window_done.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DONE-FILE-STATUS.

           SELECT ONLWIN-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  ONLWIN-LOG.
       COPY ONLWINLOGRECORD.

       FD  ONLWIN-DONE.
       01  ONLWIN-DONE-LINE             PIC X(108).

       FD  ONLWIN-OUTPUT.
       01  ONLWIN-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ONLWINRPT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-OW-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DONE-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).

         05 WS-LISTED                   PIC 9(07) VALUE 0.
         05 WS-REFUSED                  PIC 9(07) VALUE 0.
         05 WS-QUEUED                   PIC 9(07) VALUE 0.

      *    TOTALS BY OBJECT -- ONLY THE HANDFUL OF MONEY-MOVING
      *    OBJECTS EVER REACH THE LOG.
         05 WS-OBJ-COUNT                PIC 9(02) VALUE 0.
         05 WS-OBJ-ENTRY OCCURS 20 TIMES.
           10 WS-OBJ-NAME               PIC X(10).
           10 WS-OBJ-REFUSED            PIC 9(07).
           10 WS-OBJ-QUEUED             PIC 9(07).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-OBJ-FOUND                PIC X VALUE 'N'.
           88 FG-OBJ-FOUND-Y            VALUE 'Y'.
           88 FG-OBJ-FOUND-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(02).
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
           PERFORM F-LIST-WINDOW-LOG
           PERFORM F-RETIRE-WINDOW-LOG
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ONLINE WINDOW REPORT STARTING"
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

           STRING "files/reports/ONLINE_WINDOW_"  DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT ONLWIN-OUTPUT
           MOVE SPACES                    TO ONLWIN-LINE
           STRING "REQUESTS REFUSED OR QUEUED WHILE THE ONLINE WINDOW"
                  " WAS CLOSED -- REPORTED " WS-TODAY-ISO
             DELIMITED BY SIZE INTO ONLWIN-LINE
           END-STRING
           WRITE ONLWIN-LINE
           MOVE SPACES                    TO ONLWIN-LINE
           WRITE ONLWIN-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           PERFORM F-WRITE-SUMMARY
           CLOSE ONLWIN-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-LISTED                 TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "LISTED: ",
             FUNCTION TRIM(WS-LISTED),
             " | REFUSED: ",
             FUNCTION TRIM(WS-REFUSED),
             " | QUEUED: ",
             FUNCTION TRIM(WS-QUEUED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-LIST-WINDOW-LOG SECTION.
           OPEN INPUT ONLWIN-LOG
      *    NO FILE -- NOTHING WAS REFUSED OR QUEUED SINCE THE LAST RUN.
           IF WS-OW-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ ONLWIN-LOG
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-LIST-ONE
             END-READ
           END-PERFORM

           CLOSE ONLWIN-LOG
           .
       F-LIST-WINDOW-LOG-END.
           EXIT.
      ******************************************************************
       F-LIST-ONE SECTION.
           ADD 1                           TO WS-LISTED
           IF OW-QUEUED
             ADD 1                         TO WS-QUEUED
           ELSE
             ADD 1                         TO WS-REFUSED
           END-IF
           PERFORM F-COUNT-OBJECT

           MOVE SPACES                     TO ONLWIN-LINE
           STRING OW-TS
                  " BUSDATE=" OW-BUSDATE
                  " BUSR=" OW-BANKUSERID
                  " " OW-METHOD(1:6) " " OW-OBJECT
                  " " OW-OUTCOME
                  " KEY=" OW-REQUEST-KEY
                  " CLOSED BY " OW-MODE-SET-BY
             DELIMITED BY SIZE INTO ONLWIN-LINE
           END-STRING
           WRITE ONLWIN-LINE
           .
       F-LIST-ONE-END.
           EXIT.
      ******************************************************************
       F-COUNT-OBJECT SECTION.
           SET FG-OBJ-FOUND-N              TO TRUE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-OBJ-COUNT OR FG-OBJ-FOUND-Y
             IF WS-OBJ-NAME(IND-1) = OW-OBJECT
               SET FG-OBJ-FOUND-Y          TO TRUE
               IF OW-QUEUED
                 ADD 1                     TO WS-OBJ-QUEUED(IND-1)
               ELSE
                 ADD 1                     TO WS-OBJ-REFUSED(IND-1)
               END-IF
             END-IF
           END-PERFORM

           IF FG-OBJ-FOUND-N AND WS-OBJ-COUNT < 20
             ADD 1                         TO WS-OBJ-COUNT
             MOVE OW-OBJECT                TO WS-OBJ-NAME(WS-OBJ-COUNT)
             MOVE 0                        TO
                  WS-OBJ-REFUSED(WS-OBJ-COUNT)
                  WS-OBJ-QUEUED(WS-OBJ-COUNT)
             IF OW-QUEUED
               MOVE 1                      TO
                    WS-OBJ-QUEUED(WS-OBJ-COUNT)
             ELSE
               MOVE 1                      TO
                    WS-OBJ-REFUSED(WS-OBJ-COUNT)
             END-IF
           END-IF
           .
       F-COUNT-OBJECT-END.
           EXIT.
      ******************************************************************
       F-RETIRE-WINDOW-LOG SECTION.
      *    REPORTED LINES ARE KEPT FOR THE RECORD AND THE LIVE LOG
      *    CLEARED, SO THE NEXT RUN ONLY SEES THE NEXT WINDOW.
           IF WS-LISTED = 0
             EXIT SECTION
           END-IF
           OPEN INPUT ONLWIN-LOG
           IF WS-OW-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN EXTEND ONLWIN-DONE
           IF WS-DONE-FILE-STATUS = "35"
             OPEN OUTPUT ONLWIN-DONE
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ ONLWIN-LOG
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 MOVE ONLWIN-LOG-RECORD    TO ONLWIN-DONE-LINE
                 WRITE ONLWIN-DONE-LINE
             END-READ
           END-PERFORM

           CLOSE ONLWIN-LOG
           CLOSE ONLWIN-DONE

           CALL "CBL_DELETE_FILE" USING "files/online_window.log"
           .
       F-RETIRE-WINDOW-LOG-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO ONLWIN-LINE
           WRITE ONLWIN-LINE
           MOVE "----- BY OBJECT -----"    TO ONLWIN-LINE
           WRITE ONLWIN-LINE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-OBJ-COUNT
             MOVE SPACES                   TO ONLWIN-LINE
             STRING WS-OBJ-NAME(IND-1)
                    "   REFUSED: " WS-OBJ-REFUSED(IND-1)
                    "   QUEUED: " WS-OBJ-QUEUED(IND-1)
               DELIMITED BY SIZE INTO ONLWIN-LINE
             END-STRING
             WRITE ONLWIN-LINE
           END-PERFORM

           MOVE SPACES                     TO ONLWIN-LINE
           WRITE ONLWIN-LINE
           MOVE "----- SUMMARY -----"      TO ONLWIN-LINE
           WRITE ONLWIN-LINE
           MOVE SPACES                     TO ONLWIN-LINE
           STRING "LISTED: " WS-LISTED
                  "   REFUSED: " WS-REFUSED
                  "   QUEUED: " WS-QUEUED
             DELIMITED BY SIZE INTO ONLWIN-LINE
           END-STRING
           WRITE ONLWIN-LINE
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
