      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LIMITRPT.
      ******************************************************************
      *  Umbrella credit limit utilization report. Run standalone, as
      *  of the business date:
      *     LIMITRPT
      *  Asks CREDLIMIT, for every customer on CUSTDB, for the limit
      *  in force (scored, approved override, or the unscored
      *  default -- see LIMITMAINT) and what the customer uses of it:
      *  outstanding and undrawn loans, overdraft limits and credit
      *  card lines, all in K-CLM-CURRENCY. A customer whose exposure
      *  is above the limit is listed as OVER; one at or above
      *  K-CLM-NEAR-PCT of it as NEAR. Customers below that are only
      *  counted.
      *  Writes files/reports/CREDIT_LIMIT_UTILIZATION_<yyyymmdd>.txt
      *  and registers it on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LIMITRPT            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-CREDLIMIT            VALUE "CREDLIMIT           ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY CREDLIMITCONFIG.

       01 INTERNAL-VARS.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUST-PAGE-NUMBER         PIC 9(05).

         05 WS-CUST-COUNT               PIC 9(05) VALUE 0.
         05 WS-NEAR-COUNT               PIC 9(05) VALUE 0.
         05 WS-OVER-COUNT               PIC 9(05) VALUE 0.
         05 WS-LISTED-COUNT             PIC 9(05) VALUE 0.
         05 WS-ERROR-COUNT              PIC 9(05) VALUE 0.
         05 WS-FX-MISSING-COUNT         PIC 9(05) VALUE 0.
         05 WS-FLAG-TEXT                PIC X(04).

         05 WS-AMT-EDITED               PIC Z(09)9.99.
         05 WS-PCT-EDITED               PIC Z(04)9.99.
         05 WS-COUNT-EDITED             PIC Z(04)9.

       01 WS-DETAIL-LINE.
         05 WS-DL-CUSTOMERID            PIC 9(09).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 WS-DL-NAME                  PIC X(30).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-LIMIT                 PIC Z(09)9.99.
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-SOURCE                PIC X(01).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-LOANS                 PIC Z(09)9.99.
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-OVERDRAFT             PIC Z(09)9.99.
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-CARDS                 PIC Z(09)9.99.
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-TOTAL                 PIC Z(09)9.99.
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-AVAILABLE             PIC -(10)9.99.
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-PCT                   PIC Z(04)9.99.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 WS-DL-FLAG                  PIC X(04).
         05 FILLER                      PIC X(01) VALUE SPACES.
         05 WS-DL-NOTE                  PIC X(20).

       01 FLAGS.
         05 FG-MORE-CUST-PAGES          PIC X VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-Y      VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-N      VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY CUSTINTERFACE.
       COPY CREDLIMITINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT

           PERFORM F-OPEN-REPORT
           PERFORM F-CHECK-CUSTOMERS
           PERFORM F-WRITE-TOTALS
           PERFORM F-CLOSE-REPORT

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CREDIT LIMIT UTILIZATION REPORT STARTING"
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
           STRING "CUSTOMERS: "
                  FUNCTION TRIM(WS-CUST-COUNT)
                  " NEAR: "
                  FUNCTION TRIM(WS-NEAR-COUNT)
                  " OVER: "
                  FUNCTION TRIM(WS-OVER-COUNT)
             DELIMITED BY SIZE
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-REPORT SECTION.
           STRING "files/reports/CREDIT_LIMIT_UTILIZATION_"
                                                  DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT

           MOVE K-CLM-NEAR-PCT             TO WS-PCT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "CREDIT LIMIT UTILIZATION AS OF " WS-TODAY-RAW
                  "   CURRENCY: " K-CLM-CURRENCY
                  "   NEAR AT: " FUNCTION TRIM(WS-PCT-EDITED) "%"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "LIMIT SOURCE: S=SCORED  O=APPROVED OVERRIDE  "
             & "D=NOT YET SCORED (DEFAULT)"
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CUST.  NAME                                    LIMIT"
             & " S          LOANS     OVERDRAFTS     CARD LINES"
             & "          TOTAL      AVAILABLE    USED%  FLAG"
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-"                    TO REPORT-LINE(1:171)
           WRITE REPORT-LINE
           .
       F-OPEN-REPORT-END.
           EXIT.
      ******************************************************************
       F-CHECK-CUSTOMERS SECTION.
           SET FG-MORE-CUST-PAGES-Y        TO TRUE
           MOVE 1                          TO WS-CUST-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-CUST-PAGES-N
             INITIALIZE CUSTDB-INTERFACE
             SET I-CUST-OP-GET-LIST        TO TRUE
             MOVE WS-CUST-PAGE-NUMBER      TO I-CUST-PAGE-NUMBER
             SET PGNAME-CUSTDB             TO TRUE
             CALL PROGNAME USING CUSTDB-INTERFACE

             IF NOT CUST-STATUS-OK
               MOVE 0                      TO O-CUST-COUNT
             END-IF

             IF O-CUST-COUNT = 0
               SET FG-MORE-CUST-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-CUST-COUNT
                 PERFORM F-CHECK-ONE-CUSTOMER
               END-PERFORM
               IF O-CUST-COUNT < K-PAGE-SIZE
                 SET FG-MORE-CUST-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-CUST-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-CHECK-CUSTOMERS-END.
           EXIT.
      ******************************************************************
       F-CHECK-ONE-CUSTOMER SECTION.
           ADD 1                           TO WS-CUST-COUNT

           INITIALIZE CREDLIMIT-INTERFACE
           SET I-CLM-OP-GETITEM            TO TRUE
           MOVE O-CUST-ID(IND-1)           TO I-CLM-CUSTOMERID
           SET PGNAME-CREDLIMIT            TO TRUE
           CALL PROGNAME USING CREDLIMIT-INTERFACE

           IF NOT CREDLIMIT-STATUS-OK
             ADD 1                         TO WS-ERROR-COUNT
             MOVE SPACES                   TO REPORT-LINE
             STRING "CUSTOMER " O-CUST-ID(IND-1)
                    " - CREDIT LIMIT NOT AVAILABLE, STATUS "
                    CREDLIMIT-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             EXIT SECTION
           END-IF

           IF O-CLM-FX-MISSING = "Y"
             ADD 1                         TO WS-FX-MISSING-COUNT
           END-IF

           EVALUATE TRUE
             WHEN O-CLM-EXPOSURE > O-CLM-LIMIT
               MOVE "OVER"                 TO WS-FLAG-TEXT
               ADD 1                       TO WS-OVER-COUNT
             WHEN O-CLM-EXPOSURE > 0
              AND O-CLM-UTILIZATION-PCT >= K-CLM-NEAR-PCT
               MOVE "NEAR"                 TO WS-FLAG-TEXT
               ADD 1                       TO WS-NEAR-COUNT
             WHEN OTHER
               EXIT SECTION
           END-EVALUATE

           ADD 1                           TO WS-LISTED-COUNT
           MOVE O-CLM-CUSTOMERID           TO WS-DL-CUSTOMERID
           MOVE O-CUST-USERNAME(IND-1)     TO WS-DL-NAME
           MOVE O-CLM-LIMIT                TO WS-DL-LIMIT
           MOVE O-CLM-LIMIT-SOURCE         TO WS-DL-SOURCE
           MOVE O-CLM-LOAN-EXPOSURE        TO WS-DL-LOANS
           MOVE O-CLM-OD-EXPOSURE          TO WS-DL-OVERDRAFT
           MOVE O-CLM-CARD-EXPOSURE        TO WS-DL-CARDS
           MOVE O-CLM-EXPOSURE             TO WS-DL-TOTAL
           MOVE O-CLM-AVAILABLE            TO WS-DL-AVAILABLE
           MOVE O-CLM-UTILIZATION-PCT      TO WS-DL-PCT
           MOVE WS-FLAG-TEXT               TO WS-DL-FLAG
           MOVE SPACES                     TO WS-DL-NOTE
           IF O-CLM-REQUEST-PENDING = "Y"
             MOVE "OVERRIDE PENDING"       TO WS-DL-NOTE
           END-IF
           IF O-CLM-FX-MISSING = "Y"
             MOVE "FX RATE MISSING"        TO WS-DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE             TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-CHECK-ONE-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-WRITE-TOTALS SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-LISTED-COUNT = 0
             MOVE "NO CUSTOMER NEAR OR OVER THEIR CREDIT LIMIT"
                                           TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE WS-CUST-COUNT              TO WS-COUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "CUSTOMERS CHECKED: " FUNCTION TRIM(WS-COUNT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-OVER-COUNT              TO WS-COUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "OVER LIMIT:        " FUNCTION TRIM(WS-COUNT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-NEAR-COUNT              TO WS-COUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "NEAR LIMIT:        " FUNCTION TRIM(WS-COUNT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-ERROR-COUNT > 0
             MOVE WS-ERROR-COUNT           TO WS-COUNT-EDITED
             MOVE SPACES                   TO REPORT-LINE
             STRING "NOT CHECKED:       "
                    FUNCTION TRIM(WS-COUNT-EDITED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

      *    AN AMOUNT WITH NO RATE INTO K-CLM-CURRENCY IS COUNTED AS IT
      *    STANDS, SO THOSE CUSTOMERS' FIGURES ARE ONLY APPROXIMATE.
           IF WS-FX-MISSING-COUNT > 0
             MOVE WS-FX-MISSING-COUNT      TO WS-COUNT-EDITED
             MOVE SPACES                   TO REPORT-LINE
             STRING "CUSTOMERS WITH AN AMOUNT LACKING AN FX RATE: "
                    FUNCTION TRIM(WS-COUNT-EDITED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           .
       F-WRITE-TOTALS-END.
           EXIT.
      ******************************************************************
       F-CLOSE-REPORT SECTION.
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-LISTED-COUNT           TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-CLOSE-REPORT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
