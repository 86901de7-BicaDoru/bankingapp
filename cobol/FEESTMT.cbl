      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      FEESTMT.
      ******************************************************************
      *  Annual statement of fees and charges, one per account. Run
      *  standalone each January for the closed calendar year, e.g.:
      *     FEESTMT 2026
      *     FEESTMT
      *  (no year: the year before the business date). Walks every
      *  ACCOUNT (same ACCDB GETLIST paging as TAXSTMT) and replays
      *  its TRANSDB history for the year:
      *    - FEE debits, totalled by fee code. A fee posting carries
      *      no code of its own, so the code is recognised from the
      *      memo its posting program stamps on it (FEE-CODE-TABLE
      *      below -- LOWBALFE, OVERDFEE, DRAFTFEE and WIREFEE are the
      *      FEEMAINT schedule codes); a fee with any other memo is
      *      shown as OTHER
      *    - overdraft fees (OVERDFEE and overdraft protection) as a
      *      subtotal of their own
      *    - interest credited (INTEREST), debit interest charged
      *      (DEBITINT) and tax withheld (TAX)
      *  Each statement is written to
      *  files/reports/FEE_STATEMENT_<year>_<account>.txt -- routed
      *  through MAILHOLD like TAXSTMT, so returned post holds it --
      *  registered on the REPORTREG catalog, and entered in the
      *  customer's notification history (NOTIFY event FEESTMT).
      *  Closed accounts with no activity in the year get none.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STATEMENT-OUTPUT.
       01  STATEMENT-LINE                PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "FEESTMT             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-MAILHOLD             VALUE "MAILHOLD            ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         05 K-FEE-CODE-COUNT            PIC 9(02) VALUE 09.

      *    FEE CODE BY POSTING MEMO: MEMO PREFIX, ITS LENGTH, CODE,
      *    STATEMENT LABEL, AND "Y" FOR AN OVERDRAFT FEE. THE LAST
      *    SLOT OF FEE-TOTALS (K-FEE-CODE-COUNT + 1) IS "OTHER".
       01 FEE-CODE-INIT.
         05 FILLER                      PIC X(24)
                                        VALUE "LOW BALANCE FEE".
         05 FILLER                      PIC 9(02) VALUE 15.
         05 FILLER                      PIC X(08) VALUE "LOWBALFE".
         05 FILLER                      PIC X(30)
                                        VALUE "LOW-BALANCE FEE".
         05 FILLER                      PIC X(01) VALUE "N".
         05 FILLER                      PIC X(24)
                                        VALUE "OVERDRAFT USAGE FEE".
         05 FILLER                      PIC 9(02) VALUE 19.
         05 FILLER                      PIC X(08) VALUE "OVERDFEE".
         05 FILLER                      PIC X(30)
                                        VALUE "OVERDRAFT USAGE FEE".
         05 FILLER                      PIC X(01) VALUE "Y".
         05 FILLER                      PIC X(24)
                                        VALUE "OD PROTECTION FEE".
         05 FILLER                      PIC 9(02) VALUE 17.
         05 FILLER                      PIC X(08) VALUE "ODPROTFE".
         05 FILLER                      PIC X(30)
                                   VALUE "OVERDRAFT PROTECTION FEE".
         05 FILLER                      PIC X(01) VALUE "Y".
         05 FILLER                      PIC X(24)
                                        VALUE "DRAFT FEE".
         05 FILLER                      PIC 9(02) VALUE 09.
         05 FILLER                      PIC X(08) VALUE "DRAFTFEE".
         05 FILLER                      PIC X(30)
                                        VALUE "BANK DRAFT FEE".
         05 FILLER                      PIC X(01) VALUE "N".
         05 FILLER                      PIC X(24)
                                        VALUE "WIRE FEE".
         05 FILLER                      PIC 9(02) VALUE 08.
         05 FILLER                      PIC X(08) VALUE "WIREFEE ".
         05 FILLER                      PIC X(30)
                                        VALUE "WIRE TRANSFER FEE".
         05 FILLER                      PIC X(01) VALUE "N".
         05 FILLER                      PIC X(24)
                                   VALUE "EARLY WITHDRAWAL PENALTY".
         05 FILLER                      PIC 9(02) VALUE 24.
         05 FILLER                      PIC X(08) VALUE "NOTICEPN".
         05 FILLER                      PIC X(30)
                                   VALUE "EARLY WITHDRAWAL PENALTY".
         05 FILLER                      PIC X(01) VALUE "N".
         05 FILLER                      PIC X(24)
                                        VALUE "SDB".
         05 FILLER                      PIC 9(02) VALUE 03.
         05 FILLER                      PIC X(08) VALUE "SDBRENT ".
         05 FILLER                      PIC X(30)
                                        VALUE "SAFE DEPOSIT BOX RENT".
         05 FILLER                      PIC X(01) VALUE "N".
         05 FILLER                      PIC X(24)
                                        VALUE "LOAN ".
         05 FILLER                      PIC 9(02) VALUE 05.
         05 FILLER                      PIC X(08) VALUE "LATEFEE ".
         05 FILLER                      PIC X(30)
                                        VALUE "LOAN LATE PAYMENT FEE".
         05 FILLER                      PIC X(01) VALUE "N".
         05 FILLER                      PIC X(24)
                                        VALUE "BACKDATED VALUE".
         05 FILLER                      PIC 9(02) VALUE 15.
         05 FILLER                      PIC X(08) VALUE "VALUEADJ".
         05 FILLER                      PIC X(30)
                                   VALUE "BACKDATED VALUE ADJUSTMENT".
         05 FILLER                      PIC X(01) VALUE "N".
       01 FEE-CODE-TABLE REDEFINES FEE-CODE-INIT.
         05 X-FEE-CODE-ELEM             OCCURS 9 TIMES.
           10 X-FEE-MEMO-PREFIX         PIC X(24).
           10 X-FEE-MEMO-LEN            PIC 9(02).
           10 X-FEE-CODE                PIC X(08).
           10 X-FEE-LABEL               PIC X(30).
           10 X-FEE-OVERDRAFT           PIC X(01).

      *    THE ACCOUNT'S YEAR, ONE SLOT PER FEE CODE PLUS "OTHER".
       01 FEE-TOTALS.
         05 WS-FEE-ELEM                 OCCURS 10 TIMES.
           10 WS-FEE-COUNT              PIC 9(05).
           10 WS-FEE-AMOUNT             PIC 9(10)V99.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-PARTS REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-YYYY             PIC 9(04).
           10 FILLER                    PIC 9(04).
         05 WS-STMT-YEAR                PIC 9(04).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).
         05 WS-CODE-IDX                 PIC 9(02).
         05 WS-STATEMENTS-WRITTEN       PIC 9(05) VALUE 0.
         05 WS-STATEMENTS-HELD          PIC 9(05) VALUE 0.
         05 WS-LINES-WRITTEN            PIC 9(05).

      *    THE ACCOUNT BEING STATED, AS THE ACCDB PAGE RETURNED IT.
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).
         05 WS-CUR-CURRENCY             PIC X(05).
         05 WS-CUR-STATUS               PIC X(01).

         05 WS-YEAR-ROWS                PIC 9(07).
         05 WS-TOTAL-FEES               PIC 9(12)V99.
         05 WS-OVERDRAFT-FEES           PIC 9(10)V99.
         05 WS-INTEREST-CREDITED        PIC 9(10)V99.
         05 WS-DEBIT-INTEREST           PIC 9(10)V99.
         05 WS-TAX-WITHHELD             PIC 9(10)V99.
         05 WS-AMT-EDITED               PIC ZZZZZZZZZZZ9.99.
         05 WS-COUNT-EDITED             PIC ZZZZ9.

       01 FLAGS.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-SUB-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-N       VALUE 'N'.
         05 FG-STMT-HELD                PIC X VALUE 'N'.
           88 FG-STMT-HELD-Y            VALUE 'Y'.
           88 FG-STMT-HELD-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(02).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY MAILHOLDINTERFACE.
       COPY NOTIFYINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           IF ARG-COMMAND-STRING = SPACES
             COMPUTE WS-STMT-YEAR = WS-TODAY-YYYY - 1
             PERFORM F-RUN-STATEMENTS
           ELSE
             IF ARG-COMMAND-STRING(1:4) IS NUMERIC
               MOVE ARG-COMMAND-STRING(1:4) TO WS-STMT-YEAR
               PERFORM F-RUN-STATEMENTS
             ELSE
               DISPLAY "FEESTMT: expected a year, got '"
                       FUNCTION TRIM(ARG-COMMAND-STRING) "'"
             END-IF
           END-IF

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ANNUAL FEE STATEMENT STARTING"
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
           STRING "STATEMENTS WRITTEN: "
                  FUNCTION TRIM(WS-STATEMENTS-WRITTEN)
                  " | HELD: "
                  FUNCTION TRIM(WS-STATEMENTS-HELD)
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
       F-RUN-STATEMENTS SECTION.
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE 0                        TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE

             IF NOT ACCDB-STATUS-OK
               MOVE 0                      TO O-ACC-COUNT
             END-IF

             IF O-ACC-COUNT = 0
               SET FG-MORE-ACC-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 MOVE O-ACC-ACCOUNTID(IND-1)  TO WS-CUR-ACCOUNTID
                 MOVE O-ACC-CUSTOMERID(IND-1) TO WS-CUR-CUSTOMERID
                 MOVE O-ACC-IBAN(IND-1)       TO WS-CUR-IBAN
                 MOVE O-ACC-CURRENCY(IND-1)   TO WS-CUR-CURRENCY
                 MOVE O-ACC-STATUS(IND-1)     TO WS-CUR-STATUS
                 PERFORM F-STATE-ACCOUNT
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-RUN-STATEMENTS-END.
           EXIT.
      ******************************************************************
       F-STATE-ACCOUNT SECTION.
           PERFORM F-SUM-ACCOUNT-YEAR
           IF WS-CUR-STATUS = "C" AND WS-YEAR-ROWS = 0
             EXIT SECTION
           END-IF

           PERFORM F-WRITE-STATEMENT
           IF WS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           PERFORM F-REGISTER-STATEMENT
           PERFORM F-NOTIFY-CUSTOMER
           .
       F-STATE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-SUM-ACCOUNT-YEAR SECTION.
           INITIALIZE FEE-TOTALS
           MOVE 0                          TO WS-YEAR-ROWS
           MOVE 0                          TO WS-TOTAL-FEES
           MOVE 0                          TO WS-OVERDRAFT-FEES
           MOVE 0                          TO WS-INTEREST-CREDITED
           MOVE 0                          TO WS-DEBIT-INTEREST
           MOVE 0                          TO WS-TAX-WITHHELD

           SET FG-MORE-SUB-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-SUB-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE WS-CUR-ACCOUNTID         TO I-TRANS-ACCOUNTID
             MOVE WS-SUB-PAGE-NUMBER       TO I-TRANS-PAGE-NUMBER
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE

             IF NOT TRANSDB-STATUS-OK
               MOVE 0                      TO O-TRANSDB-COUNT
             END-IF

             IF O-TRANSDB-COUNT = 0
               SET FG-MORE-SUB-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-2 FROM 1 BY 1
                       UNTIL IND-2 > O-TRANSDB-COUNT
                 IF O-TRANS-TIMESTAMP(IND-2)(1:4) = WS-STMT-YEAR
                   ADD 1                   TO WS-YEAR-ROWS
                   PERFORM F-ACCUMULATE-ROW
                 END-IF
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-SUB-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-SUB-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-SUM-ACCOUNT-YEAR-END.
           EXIT.
      ******************************************************************
       F-ACCUMULATE-ROW SECTION.
           EVALUATE O-TRANS-TRANS-TYPE(IND-2)
             WHEN "FEE"
               PERFORM F-CLASSIFY-FEE
               ADD 1              TO WS-FEE-COUNT(WS-CODE-IDX)
               ADD O-TRANS-AMMOUNT(IND-2)
                                  TO WS-FEE-AMOUNT(WS-CODE-IDX)
               ADD O-TRANS-AMMOUNT(IND-2) TO WS-TOTAL-FEES
               IF WS-CODE-IDX <= K-FEE-CODE-COUNT
                 IF X-FEE-OVERDRAFT(WS-CODE-IDX) = "Y"
                   ADD O-TRANS-AMMOUNT(IND-2) TO WS-OVERDRAFT-FEES
                 END-IF
               END-IF
             WHEN "INTEREST"
               ADD O-TRANS-AMMOUNT(IND-2) TO WS-INTEREST-CREDITED
             WHEN "DEBITINT"
               ADD O-TRANS-AMMOUNT(IND-2) TO WS-DEBIT-INTEREST
             WHEN "TAX"
               ADD O-TRANS-AMMOUNT(IND-2) TO WS-TAX-WITHHELD
           END-EVALUATE
           .
       F-ACCUMULATE-ROW-END.
           EXIT.
      ******************************************************************
       F-CLASSIFY-FEE SECTION.
      *    FIRST MEMO PREFIX THAT MATCHES WINS; NONE -- "OTHER".
           COMPUTE WS-CODE-IDX = K-FEE-CODE-COUNT + 1
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > K-FEE-CODE-COUNT
                      OR WS-CODE-IDX <= K-FEE-CODE-COUNT
             IF O-TRANS-MEMO(IND-2)(1:X-FEE-MEMO-LEN(IND-3)) =
                X-FEE-MEMO-PREFIX(IND-3)(1:X-FEE-MEMO-LEN(IND-3))
               MOVE IND-3                 TO WS-CODE-IDX
             END-IF
           END-PERFORM
           .
       F-CLASSIFY-FEE-END.
           EXIT.
      ******************************************************************
       F-WRITE-STATEMENT SECTION.
      *    A CUSTOMER WHOSE POST HAS COME BACK GETS THE STATEMENT
      *    UNDER A HELD_ NAME INSTEAD (SEE MAILHOLD).
           MOVE SPACES                     TO WS-FILENAME
           STRING "files/reports/FEE_STATEMENT_" DELIMITED BY SIZE
                  WS-STMT-YEAR                   DELIMITED BY SIZE
                  "_"                            DELIMITED BY SIZE
                  WS-CUR-ACCOUNTID               DELIMITED BY SIZE
                  ".txt"                         DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING

           SET FG-STMT-HELD-N              TO TRUE
           INITIALIZE MAILHOLD-INTERFACE
           SET I-MH-OP-ROUTE               TO TRUE
           MOVE WS-CUR-CUSTOMERID          TO I-MH-CUSTID
           MOVE PGM-ID                     TO I-MH-PROGRAM
           MOVE WS-FILENAME                TO I-MH-PATH
           SET PGNAME-MAILHOLD             TO TRUE
           CALL PROGNAME USING MAILHOLD-INTERFACE
           IF MAILHOLD-STATUS-HELD
             MOVE O-MH-PATH                TO WS-FILENAME
             SET FG-STMT-HELD-Y            TO TRUE
           END-IF

           OPEN OUTPUT STATEMENT-OUTPUT
           IF WS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE 0                          TO WS-LINES-WRITTEN

           STRING "===== ANNUAL STATEMENT OF FEES AND CHARGES "
                  WS-STMT-YEAR " ====="
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           STRING "ACCOUNT " WS-CUR-ACCOUNTID
                  "  IBAN " FUNCTION TRIM(WS-CUR-IBAN)
                  "  CURRENCY " FUNCTION TRIM(WS-CUR-CURRENCY)
                  "  CUSTOMER " WS-CUR-CUSTOMERID
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           STRING "PERIOD " WS-STMT-YEAR "-01-01 TO "
                  WS-STMT-YEAR "-12-31"
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           PERFORM F-PUT-LINE

           MOVE "FEES CHARGED"             TO STATEMENT-LINE
           PERFORM F-PUT-LINE
           MOVE "  CODE     SERVICE                        COUNT"
                                           TO STATEMENT-LINE
           MOVE "AMOUNT"                   TO STATEMENT-LINE(60:6)
           PERFORM F-PUT-LINE

           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > K-FEE-CODE-COUNT + 1
             IF WS-FEE-COUNT(IND-3) > 0
               PERFORM F-WRITE-FEE-LINE
             END-IF
           END-PERFORM
           IF WS-TOTAL-FEES = 0
             MOVE "  NO FEES CHARGED IN THE PERIOD"
                                           TO STATEMENT-LINE
             PERFORM F-PUT-LINE
           END-IF

           MOVE WS-TOTAL-FEES              TO WS-AMT-EDITED
           STRING "  TOTAL FEES CHARGED            : "
                  WS-AMT-EDITED
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           MOVE WS-OVERDRAFT-FEES          TO WS-AMT-EDITED
           STRING "    OF WHICH OVERDRAFT FEES     : "
                  WS-AMT-EDITED
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           PERFORM F-PUT-LINE

           MOVE "INTEREST"                 TO STATEMENT-LINE
           PERFORM F-PUT-LINE
           MOVE WS-INTEREST-CREDITED       TO WS-AMT-EDITED
           STRING "  INTEREST CREDITED (GROSS)     : "
                  WS-AMT-EDITED
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           MOVE WS-TAX-WITHHELD            TO WS-AMT-EDITED
           STRING "  TAX WITHHELD ON INTEREST      : "
                  WS-AMT-EDITED
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           MOVE WS-DEBIT-INTEREST          TO WS-AMT-EDITED
           STRING "  DEBIT INTEREST CHARGED        : "
                  WS-AMT-EDITED
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE

           CLOSE STATEMENT-OUTPUT
           ADD 1                           TO WS-STATEMENTS-WRITTEN
           IF FG-STMT-HELD-Y
             ADD 1                         TO WS-STATEMENTS-HELD
           END-IF
           .
       F-WRITE-STATEMENT-END.
           EXIT.
      ******************************************************************
       F-WRITE-FEE-LINE SECTION.
           MOVE WS-FEE-COUNT(IND-3)        TO WS-COUNT-EDITED
           MOVE WS-FEE-AMOUNT(IND-3)       TO WS-AMT-EDITED
           IF IND-3 > K-FEE-CODE-COUNT
             STRING "  OTHER    OTHER CHARGES                 "
                    WS-COUNT-EDITED "  " WS-AMT-EDITED
               DELIMITED BY SIZE INTO STATEMENT-LINE
             END-STRING
           ELSE
             STRING "  " X-FEE-CODE(IND-3) " " X-FEE-LABEL(IND-3)
                    " " WS-COUNT-EDITED "  " WS-AMT-EDITED
               DELIMITED BY SIZE INTO STATEMENT-LINE
             END-STRING
           END-IF
           PERFORM F-PUT-LINE
           .
       F-WRITE-FEE-LINE-END.
           EXIT.
      ******************************************************************
       F-PUT-LINE SECTION.
           WRITE STATEMENT-LINE
           ADD 1                           TO WS-LINES-WRITTEN
           MOVE SPACES                     TO STATEMENT-LINE
           .
       F-PUT-LINE-END.
           EXIT.
      ******************************************************************
       F-REGISTER-STATEMENT SECTION.
      *    EVERY STATEMENT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG), SO ANY ONE OF THEM IS FINDABLE BY JOB AND DATE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-FILENAME               TO U-RPTREG-PATH
           MOVE WS-LINES-WRITTEN          TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-REGISTER-STATEMENT-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-CUSTOMER SECTION.
      *    ENTERS THE STATEMENT IN THE CUSTOMER'S NOTIFICATION HISTORY
      *    -- SAME NOTIFY-INTERFACE STAND-IN FOR AN EMAIL/SMS GATEWAY
      *    ESCHEATCHK USES. THE AMOUNT IS THE YEAR'S TOTAL FEES.
           INITIALIZE NOTIFY-INTERFACE
           MOVE WS-CUR-CUSTOMERID          TO I-NOTIFY-CUSTID
           MOVE "ACCOUNT"                  TO I-NOTIFY-ENTITY
           MOVE WS-CUR-ACCOUNTID           TO I-NOTIFY-ENTITY-ID
           MOVE "FEESTMT"                  TO I-NOTIFY-EVENT
           MOVE WS-TOTAL-FEES              TO I-NOTIFY-AMOUNT
           STRING "FEE STATEMENT " WS-STMT-YEAR
             DELIMITED BY SIZE INTO I-NOTIFY-MEMO
           END-STRING
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-NOTIFY-CUSTOMER-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
