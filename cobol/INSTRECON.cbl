      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      INSTRECON.
      ******************************************************************
      *  Nightly reconciliation of the instant payment channel against
      *  the scheme's daily settlement report. Runs standalone, no
      *  args, for the current business date:
      *    - reads files/instant_settlement_<yyyymmdd>.txt (see
      *      INSTSETLRECORD) -- one line per payment the scheme
      *      settled for us that day
      *    - every line is matched to our submission by reference;
      *      an accepted submission for the same amount is marked
      *      settled, anything else is a break
      *    - then every accepted submission posted on or before the
      *      business date and still not settled is a break the other
      *      way, and submissions still waiting for a scheme answer
      *      are listed as outstanding
      *  A missing settlement file is reported, not fatal -- all
      *  unsettled postings then show as breaks.
      *  Report: files/reports/INSTANT_RECON_<yyyymmdd>.txt,
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT INSTANT-SETL-FILE ASSIGN TO DYNAMIC WS-SETL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETL-FILE-STATUS.

           SELECT INSTANT-PAY-FILE ASSIGN TO "files/instantpay.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-ID
           FILE STATUS IS WS-IP-FILE-STATUS.

           SELECT RECON-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  INSTANT-SETL-FILE.
       COPY INSTSETLRECORD.

       FD  INSTANT-PAY-FILE.
       COPY INSTPAYRECORD.

       FD  RECON-OUTPUT.
       01  RECON-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "INSTRECON           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-SETL-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-IP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-SETL-FILENAME            PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).

         05 WS-SETL-READ                PIC 9(07) VALUE 0.
         05 WS-MATCHED                  PIC 9(07) VALUE 0.
         05 WS-MATCHED-AMOUNT           PIC 9(10)V99 VALUE 0.
         05 WS-ALREADY-SETTLED          PIC 9(07) VALUE 0.
         05 WS-NOT-OURS                 PIC 9(07) VALUE 0.
         05 WS-AMOUNT-BREAKS            PIC 9(07) VALUE 0.
         05 WS-NOT-POSTED               PIC 9(07) VALUE 0.
         05 WS-NOT-SETTLED              PIC 9(07) VALUE 0.
         05 WS-NOT-SETTLED-AMOUNT       PIC 9(10)V99 VALUE 0.
         05 WS-OUTSTANDING              PIC 9(07) VALUE 0.
         05 WS-BREAKS                   PIC 9(07) VALUE 0.
         05 WS-ROW-COUNT                PIC 9(07) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-2          PIC ZZZZZZZZZ9.99.
         05 WS-TOTAL-EDITED             PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-SETL-OPEN                PIC X VALUE 'N'.
           88 FG-SETL-OPEN-Y            VALUE 'Y'.
           88 FG-SETL-OPEN-N            VALUE 'N'.
         05 FG-FOUND                    PIC X VALUE 'N'.
           88 FG-FOUND-Y                VALUE 'Y'.
           88 FG-FOUND-N                VALUE 'N'.
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
           PERFORM F-MATCH-SETTLEMENTS
           PERFORM F-CHECK-UNSETTLED
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INSTANT PAYMENT RECONCILIATION STARTING"
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

           STRING "files/instant_settlement_"    DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-SETL-FILENAME
           END-STRING
           STRING "files/reports/INSTANT_RECON_" DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT RECON-OUTPUT
           MOVE SPACES                    TO RECON-LINE
           STRING "INSTANT PAYMENT SETTLEMENT RECONCILIATION FOR "
                  WS-TODAY-ISO
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE

           OPEN I-O INSTANT-PAY-FILE
           IF WS-IP-FILE-STATUS = "35"
             OPEN OUTPUT INSTANT-PAY-FILE
             CLOSE INSTANT-PAY-FILE
             OPEN I-O INSTANT-PAY-FILE
           END-IF

           OPEN INPUT INSTANT-SETL-FILE
           IF WS-SETL-FILE-STATUS = "35"
             SET FG-SETL-OPEN-N           TO TRUE
             MOVE SPACES                  TO RECON-LINE
             STRING "NO SETTLEMENT FILE RECEIVED: "
                    FUNCTION TRIM(WS-SETL-FILENAME)
               DELIMITED BY SIZE INTO RECON-LINE
             END-STRING
             WRITE RECON-LINE
           ELSE
             SET FG-SETL-OPEN-Y           TO TRUE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF FG-SETL-OPEN-Y
             CLOSE INSTANT-SETL-FILE
           END-IF
           CLOSE INSTANT-PAY-FILE

           PERFORM F-WRITE-SUMMARY
           CLOSE RECON-OUTPUT

           COMPUTE WS-ROW-COUNT = WS-SETL-READ + WS-NOT-SETTLED
                                + WS-OUTSTANDING
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-ROW-COUNT              TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "SETTLED: ",
             FUNCTION TRIM(WS-SETL-READ),
             " | MATCHED: ",
             FUNCTION TRIM(WS-MATCHED),
             " | BREAKS: ",
             FUNCTION TRIM(WS-BREAKS)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-MATCH-SETTLEMENTS SECTION.
           IF FG-SETL-OPEN-N
             EXIT SECTION
           END-IF

           MOVE "----- SETTLEMENT BREAKS -----" TO RECON-LINE
           WRITE RECON-LINE

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INSTANT-SETL-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-SETL-READ
                 PERFORM F-MATCH-ONE
             END-READ
           END-PERFORM
           .
       F-MATCH-SETTLEMENTS-END.
           EXIT.
      ******************************************************************
       F-MATCH-ONE SECTION.
      *    SAME KEY RULE AS INSTRESP: THE ID IS INSIDE THE REFERENCE.
           SET FG-FOUND-N                  TO TRUE
           IF IS-REFERENCE(1:3) = "INS"
           AND IS-REFERENCE(4:5) IS NUMERIC
             MOVE IS-REFERENCE(4:5)        TO IP-ID
             READ INSTANT-PAY-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF IP-REFERENCE = IS-REFERENCE
                   SET FG-FOUND-Y          TO TRUE
                 END-IF
             END-READ
           END-IF

           MOVE IS-AMOUNT                  TO WS-AMOUNT-EDITED
           IF FG-FOUND-N
             ADD 1                         TO WS-NOT-OURS
             ADD 1                         TO WS-BREAKS
             MOVE SPACES                   TO RECON-LINE
             STRING "NOT OURS       REF=" IS-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " IS-CURRENCY
                    " -- NO SUCH SUBMISSION"
               DELIMITED BY SIZE INTO RECON-LINE
             END-STRING
             WRITE RECON-LINE
             EXIT SECTION
           END-IF

           IF NOT IP-ACCEPTED
             ADD 1                         TO WS-NOT-POSTED
             ADD 1                         TO WS-BREAKS
             MOVE SPACES                   TO RECON-LINE
             STRING "NOT POSTED     REF=" IS-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " IS-CURRENCY
                    " -- SETTLED BY THE SCHEME, OUR STATUS "
                    IP-STATUS
               DELIMITED BY SIZE INTO RECON-LINE
             END-STRING
             WRITE RECON-LINE
             EXIT SECTION
           END-IF

           IF IS-AMOUNT NOT = IP-AMOUNT
           OR IS-CURRENCY NOT = IP-CURRENCY
             ADD 1                         TO WS-AMOUNT-BREAKS
             ADD 1                         TO WS-BREAKS
             MOVE IP-AMOUNT                TO WS-AMOUNT-EDITED-2
             MOVE SPACES                   TO RECON-LINE
             STRING "AMOUNT BREAK   REF=" IS-REFERENCE
                    " SETTLED=" WS-AMOUNT-EDITED " " IS-CURRENCY
                    " POSTED=" WS-AMOUNT-EDITED-2 " " IP-CURRENCY
                    " TRANSFER=" IP-TRANSFER-ID
               DELIMITED BY SIZE INTO RECON-LINE
             END-STRING
             WRITE RECON-LINE
             EXIT SECTION
           END-IF

      *    A RE-SENT SETTLEMENT FILE MATCHES AGAIN WITHOUT MOVING THE
      *    ORIGINAL SETTLEMENT DATE.
           IF IP-SETTLED-DATE NOT = 0
             ADD 1                         TO WS-ALREADY-SETTLED
           ELSE
             MOVE IS-SETTLE-DATE           TO IP-SETTLED-DATE
             IF IP-SETTLED-DATE = 0
               MOVE WS-TODAY-RAW           TO IP-SETTLED-DATE
             END-IF
             REWRITE INSTANT-PAY-RECORD
           END-IF
           ADD 1                           TO WS-MATCHED
           ADD IS-AMOUNT                   TO WS-MATCHED-AMOUNT
           .
       F-MATCH-ONE-END.
           EXIT.
      ******************************************************************
       F-CHECK-UNSETTLED SECTION.
      *    OUR SIDE: POSTED BUT NEVER SETTLED, AND STILL IN FLIGHT.
           MOVE SPACES                     TO RECON-LINE
           WRITE RECON-LINE
           MOVE "----- POSTED NOT SETTLED / OUTSTANDING -----"
                                           TO RECON-LINE
           WRITE RECON-LINE

           MOVE LOW-VALUES                 TO IP-ID
           START INSTANT-PAY-FILE KEY IS NOT LESS THAN IP-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INSTANT-PAY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 MOVE IP-AMOUNT            TO WS-AMOUNT-EDITED
                 EVALUATE TRUE
                   WHEN IP-ACCEPTED AND IP-SETTLED-DATE = 0
                    AND IP-POSTED-DATE <= WS-TODAY-RAW
                     ADD 1                 TO WS-NOT-SETTLED
                     ADD 1                 TO WS-BREAKS
                     ADD IP-AMOUNT         TO WS-NOT-SETTLED-AMOUNT
                     MOVE SPACES           TO RECON-LINE
                     STRING "NOT SETTLED    REF=" IP-REFERENCE
                            " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                            " POSTED " IP-POSTED-DATE
                            " TRANSFER=" IP-TRANSFER-ID
                       DELIMITED BY SIZE INTO RECON-LINE
                     END-STRING
                     WRITE RECON-LINE
                   WHEN IP-IS-OPEN
                     ADD 1                 TO WS-OUTSTANDING
                     MOVE SPACES           TO RECON-LINE
                     STRING "OUTSTANDING    REF=" IP-REFERENCE
                            " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                            " SUBMITTED " IP-SUBMIT-TS(1:19)
                            " STATUS " IP-STATUS
                       DELIMITED BY SIZE INTO RECON-LINE
                     END-STRING
                     WRITE RECON-LINE
                 END-EVALUATE
             END-READ
           END-PERFORM
           .
       F-CHECK-UNSETTLED-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO RECON-LINE
           WRITE RECON-LINE
           MOVE "----- SUMMARY -----"      TO RECON-LINE
           WRITE RECON-LINE

           MOVE WS-MATCHED-AMOUNT          TO WS-TOTAL-EDITED
           MOVE SPACES                     TO RECON-LINE
           STRING "SETTLEMENT LINES: " WS-SETL-READ
                  "   MATCHED: " WS-MATCHED
                  " (" WS-ALREADY-SETTLED " ALREADY SETTLED)"
                  "   MATCHED AMOUNT: " WS-TOTAL-EDITED
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           MOVE SPACES                     TO RECON-LINE
           STRING "NOT OURS: " WS-NOT-OURS
                  "   NOT POSTED: " WS-NOT-POSTED
                  "   AMOUNT BREAKS: " WS-AMOUNT-BREAKS
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           MOVE WS-NOT-SETTLED-AMOUNT      TO WS-TOTAL-EDITED
           MOVE SPACES                     TO RECON-LINE
           STRING "POSTED NOT SETTLED: " WS-NOT-SETTLED
                  "   AMOUNT: " WS-TOTAL-EDITED
                  "   OUTSTANDING: " WS-OUTSTANDING
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           MOVE SPACES                     TO RECON-LINE
           STRING "TOTAL BREAKS: " WS-BREAKS
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
