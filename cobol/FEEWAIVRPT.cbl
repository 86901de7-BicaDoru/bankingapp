      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      FEEWAIVRPT.
      ******************************************************************
      *  Monthly fee waiver report. Run standalone, e.g.:
      *     FEEWAIVRPT
      *     FEEWAIVRPT 202609
      *  Reads the fee waiver log files/feewaivers_log.dat (see
      *  FEEWAIVERLOG), where FEEWAIVER enters every fee a
      *  relationship waiver rule waived or discounted, and for the
      *  month given (YYYYMM; omitted, the month before the business
      *  date -- the month just closed) writes
      *  files/reports/FEE_WAIVERS_<yyyymm>.txt:
      *    - per rule: the reason, how many fees it waived, what they
      *      would have come to and what was waived
      *    - per fee code: the same totals
      *    - per customer: fees waived and the amount let go
      *    - the month's grand total -- what the waivers cost us
      *  PROFITRPT carries the same log into its per-customer net.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT WAIVER-LOG-FILE ASSIGN TO
           "files/feewaivers_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  WAIVER-LOG-FILE.
       COPY FEEWAIVERLOG.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "FEEWAIVRPT          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         05 K-MAX-RULES                 PIC 9(03) VALUE 050.
         05 K-MAX-FEE-CODES             PIC 9(03) VALUE 020.
         05 K-MAX-CUSTOMERS             PIC 9(04) VALUE 500.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-MONTH-TOK               PIC X(06).

      *    ROLLUPS, SAME LINEAR-SCAN CACHE SHAPE AS PROFITRPT'S
      *    CUSTOMER TOTALS.
       01 RULE-TOTALS.
         05 WS-RULE-COUNT               PIC 9(03) VALUE 0.
         05 WS-RULE-ELEM                OCCURS 50 TIMES.
           10 WS-RT-RULE-ID             PIC 9(03).
           10 WS-RT-BASIS               PIC X(01).
           10 WS-RT-DESCRIPTION         PIC X(30).
           10 WS-RT-WAIVERS             PIC 9(07).
           10 WS-RT-FEES                PIC 9(10)V99.
           10 WS-RT-WAIVED              PIC 9(10)V99.

       01 FEE-CODE-TOTALS.
         05 WS-CODE-COUNT               PIC 9(03) VALUE 0.
         05 WS-CODE-ELEM                OCCURS 20 TIMES.
           10 WS-CT-FEE-CODE            PIC X(08).
           10 WS-CT-WAIVERS             PIC 9(07).
           10 WS-CT-FEES                PIC 9(10)V99.
           10 WS-CT-WAIVED              PIC 9(10)V99.

       01 CUSTOMER-TOTALS.
         05 WS-CUST-COUNT               PIC 9(04) VALUE 0.
         05 WS-CUST-ELEM                OCCURS 500 TIMES.
           10 WS-CU-CUSTOMER-ID         PIC 9(09).
           10 WS-CU-WAIVERS             PIC 9(07).
           10 WS-CU-WAIVED              PIC 9(10)V99.

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-WL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-MONTH-RAW                PIC 9(06).
         05 WS-MONTH REDEFINES WS-MONTH-RAW.
           10 WS-MONTH-YYYY             PIC 9(04).
           10 WS-MONTH-MM               PIC 9(02).
         05 WS-LOG-MONTH                PIC 9(06).
         05 WS-IDX                      PIC 9(04).
         05 WS-ROWS-READ                PIC 9(07) VALUE 0.
         05 WS-ROWS-REPORTED            PIC 9(07) VALUE 0.
         05 WS-TOTAL-FEES               PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-WAIVED             PIC 9(12)V99 VALUE 0.
         05 WS-AMT-EDITED               PIC ZZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED2              PIC ZZZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-FOUND                    PIC X VALUE 'N'.
           88 FG-FOUND-Y                VALUE 'Y'.
           88 FG-FOUND-N                VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(04).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-MONTH-TOK
           END-UNSTRING

           PERFORM F-RESOLVE-MONTH
           IF WS-MONTH-RAW = 0
             DISPLAY "USAGE: FEEWAIVRPT [YYYYMM]"
           ELSE
             PERFORM F-READ-LOG
             PERFORM F-WRITE-REPORT
           END-IF

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "MONTHLY FEE WAIVER REPORT STARTING"
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
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "WAIVERS REPORTED: ",
             FUNCTION TRIM(WS-ROWS-REPORTED),
             " | LOG ROWS READ: ",
             FUNCTION TRIM(WS-ROWS-READ)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RESOLVE-MONTH SECTION.
      *    NO MONTH GIVEN -- THE MONTH BEFORE THE BUSINESS DATE, SO
      *    THE RUN ON THE FIRST DAYS OF A MONTH REPORTS THE MONTH
      *    JUST CLOSED. A BAD MONTH LEAVES WS-MONTH-RAW AT ZERO.
           MOVE 0                         TO WS-MONTH-RAW
           IF ARG-MONTH-TOK = SPACES
             MOVE WS-TODAY-RAW(1:6)       TO WS-MONTH-RAW
             IF WS-MONTH-MM = 1
               SUBTRACT 1               FROM WS-MONTH-YYYY
               MOVE 12                    TO WS-MONTH-MM
             ELSE
               SUBTRACT 1               FROM WS-MONTH-MM
             END-IF
           ELSE
             IF ARG-MONTH-TOK IS NUMERIC
               MOVE ARG-MONTH-TOK         TO WS-MONTH-RAW
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                 MOVE 0                   TO WS-MONTH-RAW
               END-IF
             END-IF
           END-IF
           .
       F-RESOLVE-MONTH-END.
           EXIT.
      ******************************************************************
       F-READ-LOG SECTION.
           OPEN INPUT WAIVER-LOG-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WAIVER-LOG-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 ADD 1                    TO WS-ROWS-READ
                 MOVE WL-DATE(1:6)        TO WS-LOG-MONTH
                 IF WS-LOG-MONTH = WS-MONTH-RAW
                   PERFORM F-ROLL-UP-WAIVER
                 END-IF
             END-READ
           END-PERFORM

           CLOSE WAIVER-LOG-FILE
           .
       F-READ-LOG-END.
           EXIT.
      ******************************************************************
       F-ROLL-UP-WAIVER SECTION.
           ADD 1                          TO WS-ROWS-REPORTED
           ADD WL-FEE-AMOUNT              TO WS-TOTAL-FEES
           ADD WL-WAIVED-AMOUNT           TO WS-TOTAL-WAIVED

      *    BY RULE
           MOVE 0                         TO WS-IDX
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-RULE-COUNT OR WS-IDX > 0
             IF WS-RT-RULE-ID(IND-1) = WL-RULE-ID
               MOVE IND-1                 TO WS-IDX
             END-IF
           END-PERFORM
           IF WS-IDX = 0 AND WS-RULE-COUNT < K-MAX-RULES
             ADD 1                        TO WS-RULE-COUNT
             MOVE WS-RULE-COUNT           TO WS-IDX
             INITIALIZE WS-RULE-ELEM(WS-IDX)
             MOVE WL-RULE-ID              TO WS-RT-RULE-ID(WS-IDX)
             MOVE WL-BASIS                TO WS-RT-BASIS(WS-IDX)
             MOVE WL-DESCRIPTION          TO WS-RT-DESCRIPTION(WS-IDX)
           END-IF
           IF WS-IDX > 0
             ADD 1                        TO WS-RT-WAIVERS(WS-IDX)
             ADD WL-FEE-AMOUNT            TO WS-RT-FEES(WS-IDX)
             ADD WL-WAIVED-AMOUNT         TO WS-RT-WAIVED(WS-IDX)
           END-IF

      *    BY FEE CODE
           MOVE 0                         TO WS-IDX
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-CODE-COUNT OR WS-IDX > 0
             IF WS-CT-FEE-CODE(IND-1) = WL-FEE-CODE
               MOVE IND-1                 TO WS-IDX
             END-IF
           END-PERFORM
           IF WS-IDX = 0 AND WS-CODE-COUNT < K-MAX-FEE-CODES
             ADD 1                        TO WS-CODE-COUNT
             MOVE WS-CODE-COUNT           TO WS-IDX
             INITIALIZE WS-CODE-ELEM(WS-IDX)
             MOVE WL-FEE-CODE             TO WS-CT-FEE-CODE(WS-IDX)
           END-IF
           IF WS-IDX > 0
             ADD 1                        TO WS-CT-WAIVERS(WS-IDX)
             ADD WL-FEE-AMOUNT            TO WS-CT-FEES(WS-IDX)
             ADD WL-WAIVED-AMOUNT         TO WS-CT-WAIVED(WS-IDX)
           END-IF

      *    BY CUSTOMER
           MOVE 0                         TO WS-IDX
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-CUST-COUNT OR WS-IDX > 0
             IF WS-CU-CUSTOMER-ID(IND-1) = WL-CUSTOMER-ID
               MOVE IND-1                 TO WS-IDX
             END-IF
           END-PERFORM
           IF WS-IDX = 0 AND WS-CUST-COUNT < K-MAX-CUSTOMERS
             ADD 1                        TO WS-CUST-COUNT
             MOVE WS-CUST-COUNT           TO WS-IDX
             INITIALIZE WS-CUST-ELEM(WS-IDX)
             MOVE WL-CUSTOMER-ID          TO WS-CU-CUSTOMER-ID(WS-IDX)
           END-IF
           IF WS-IDX > 0
             ADD 1                        TO WS-CU-WAIVERS(WS-IDX)
             ADD WL-WAIVED-AMOUNT         TO WS-CU-WAIVED(WS-IDX)
           END-IF
           .
       F-ROLL-UP-WAIVER-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           MOVE SPACES                    TO WS-FILENAME
           STRING "files/reports/FEE_WAIVERS_" DELIMITED BY SIZE
                  WS-MONTH-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT

           MOVE "===== FEE WAIVERS =====" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "MONTH: " WS-MONTH-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ROWS-REPORTED = 0
             MOVE "NO FEES WAIVED THIS MONTH" TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             PERFORM F-WRITE-RULE-SECTION
             PERFORM F-WRITE-CODE-SECTION
             PERFORM F-WRITE-CUSTOMER-SECTION
           END-IF

           MOVE WS-TOTAL-FEES             TO WS-AMT-EDITED
           MOVE WS-TOTAL-WAIVED           TO WS-AMT-EDITED2
           MOVE SPACES                    TO REPORT-LINE
           STRING "TOTAL: " FUNCTION TRIM(WS-ROWS-REPORTED)
                  " FEES WAIVED, CHARGEABLE "
                  FUNCTION TRIM(WS-AMT-EDITED)
                  ", WAIVED " FUNCTION TRIM(WS-AMT-EDITED2)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

      *    REGISTER THE REPORT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN EMPTY
      *    RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-FILENAME               TO U-RPTREG-PATH
           MOVE WS-ROWS-REPORTED          TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-RULE-SECTION SECTION.
           MOVE "--- BY RULE ---"         TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RULE | BASIS | REASON | FEES | CHARGEABLE | WAIVED"
                                          TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-RULE-COUNT
             MOVE WS-RT-FEES(IND-1)       TO WS-AMT-EDITED
             MOVE WS-RT-WAIVED(IND-1)     TO WS-AMT-EDITED2
             MOVE SPACES                  TO REPORT-LINE
             STRING WS-RT-RULE-ID(IND-1)
                    " | " WS-RT-BASIS(IND-1)
                    " | " FUNCTION TRIM(WS-RT-DESCRIPTION(IND-1))
                    " | " FUNCTION TRIM(WS-RT-WAIVERS(IND-1))
                    " | " FUNCTION TRIM(WS-AMT-EDITED)
                    " | " FUNCTION TRIM(WS-AMT-EDITED2)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-WRITE-RULE-SECTION-END.
           EXIT.
      ******************************************************************
       F-WRITE-CODE-SECTION SECTION.
           MOVE "--- BY FEE CODE ---"     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FEE CODE | FEES | CHARGEABLE | WAIVED"
                                          TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-CODE-COUNT
             MOVE WS-CT-FEES(IND-1)       TO WS-AMT-EDITED
             MOVE WS-CT-WAIVED(IND-1)     TO WS-AMT-EDITED2
             MOVE SPACES                  TO REPORT-LINE
             STRING WS-CT-FEE-CODE(IND-1)
                    " | " FUNCTION TRIM(WS-CT-WAIVERS(IND-1))
                    " | " FUNCTION TRIM(WS-AMT-EDITED)
                    " | " FUNCTION TRIM(WS-AMT-EDITED2)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-WRITE-CODE-SECTION-END.
           EXIT.
      ******************************************************************
       F-WRITE-CUSTOMER-SECTION SECTION.
           MOVE "--- BY CUSTOMER ---"     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUST | FEES | WAIVED"    TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-CUST-COUNT
             MOVE WS-CU-WAIVED(IND-1)     TO WS-AMT-EDITED
             MOVE SPACES                  TO REPORT-LINE
             STRING WS-CU-CUSTOMER-ID(IND-1)
                    " | " FUNCTION TRIM(WS-CU-WAIVERS(IND-1))
                    " | " FUNCTION TRIM(WS-AMT-EDITED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-WRITE-CUSTOMER-SECTION-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
