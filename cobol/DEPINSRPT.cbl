      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      DEPINSRPT.
      ******************************************************************
      *  Deposit guarantee fund coverage report. Run standalone when
      *  the fund asks for it, as of the business date:
      *     DEPINSRPT
      *  Builds every depositor's eligible deposits the way the fund
      *  counts them:
      *    - every open account (ACCDB GETLIST): its credit balance
      *      plus any credit balance held in its currency pockets
      *      (see POCKET). An account with active joint owners on
      *      files/jointacc.dat is split equally between the primary
      *      customer and each joint owner, with any rounding cent
      *      left with the primary
      *    - every active term deposit on files/termdeposits.dat, for
      *      the customer it was opened for
      *  A balance held in another currency is converted to
      *  K-DGS-CURRENCY at the FXRATEHIST rate in effect on the
      *  business date; one with no rate on file is left out and
      *  listed under exceptions. Overdrawn balances count as zero --
      *  they are not netted against deposits. Each depositor is then
      *  covered up to K-DGS-COVER-LIMIT and the rest is uncovered.
      *  Writes
      *    files/reports/DGS_SCV_<yyyymmdd>.txt
      *      the single customer view file for the fund, SCV-RECORD
      *      layout (see SCVRECORD)
      *    files/reports/DGS_COVERAGE_<yyyymmdd>.txt
      *      the covered/uncovered split per depositor, the summary by
      *      branch (the depositor's first account's branch) and the
      *      exceptions
      *  and registers both on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT JOINT-ACC-FILE ASSIGN TO "files/jointacc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JA-KEY
           FILE STATUS IS WS-JA-FILE-STATUS.

           SELECT TERM-DEP-FILE ASSIGN TO "files/termdeposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-ID
           FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "files/branch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-ID
           FILE STATUS IS WS-BRANCH-FILE-STATUS.

           SELECT SCV-OUTPUT ASSIGN TO DYNAMIC WS-SCV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCV-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.

       FD  TERM-DEP-FILE.
       COPY TERMDEPRECORD.

       FD  BRANCH-FILE.
       COPY BRANCHRECORD.

       FD  SCV-OUTPUT.
       01  SCV-LINE                      PIC X(250).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "DEPINSRPT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-POCKET               VALUE "POCKET              ".
         88 PGNAME-FXRATEHIST           VALUE "FXRATEHIST          ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY DEPINSCONFIG.

       COPY SCVRECORD.

       01 INTERNAL-VARS.
         05 WS-SCV-FILENAME             PIC X(256).
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TD-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BRANCH-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-SCV-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUST-PAGE-NUMBER         PIC 9(05).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).

      *    ONE AMOUNT TO BRING INTO THE REPORTING CURRENCY.
         05 WS-VAL-CURRENCY             PIC X(03).
         05 WS-VAL-AMOUNT               PIC 9(10)V99.
         05 WS-RPT-AMOUNT               PIC 9(12)V99.

      *    THE ACCOUNT BEING SPLIT BETWEEN ITS OWNERS.
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-BRANCHID             PIC 9(03).
         05 WS-ACC-VALUE                PIC 9(12)V99.
         05 WS-ACC-SHARE                PIC 9(12)V99.
         05 WS-ACC-PRIMARY-SHARE        PIC 9(12)V99.
         05 WS-FIND-CUSTOMERID          PIC 9(09).
         05 WS-FIND-BUSRID              PIC 9(09).
         05 WS-FOUND-IND                PIC 9(04).

      *    DEPOSITOR TOTALS AS THEY ARE WRITTEN OUT.
         05 WS-DEP-ELIGIBLE             PIC 9(12)V99.
         05 WS-DEP-COVERED              PIC 9(12)V99.
         05 WS-DEP-UNCOVERED            PIC 9(12)V99.

      *    RUN TOTALS.
         05 WS-ACCOUNTS-READ            PIC 9(07) VALUE 0.
         05 WS-TERMDEPS-READ            PIC 9(07) VALUE 0.
         05 WS-DEPOSITORS-OUT           PIC 9(07) VALUE 0.
         05 WS-ELIGIBLE-TOTAL           PIC 9(14)V99 VALUE 0.
         05 WS-COVERED-TOTAL            PIC 9(14)V99 VALUE 0.
         05 WS-UNCOVERED-TOTAL          PIC 9(14)V99 VALUE 0.
         05 WS-OVER-LIMIT-COUNT         PIC 9(07) VALUE 0.

         05 WS-AMT-EDITED               PIC ZZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED-2             PIC ZZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED-3             PIC ZZZZZZZZZZZ9.99.
         05 WS-COUNT-EDITED             PIC ZZZZZZ9.

      *    EVERY CUSTOMER ON CUSTDB, WITH WHAT THEY HOLD.
       01 DEPOSITORS.
         05 WS-DEP-COUNT                PIC 9(04) VALUE 0.
         05 WS-DEP-ELEM                 OCCURS 1000 TIMES.
           10 WS-DEP-CUSTOMERID         PIC 9(09).
           10 WS-DEP-BUSRID             PIC 9(09).
           10 WS-DEP-NAME               PIC X(50).
           10 WS-DEP-ADDRESS            PIC X(50).
           10 WS-DEP-BRANCHID           PIC 9(03).
           10 WS-DEP-ACCOUNTS           PIC 9(04).
           10 WS-DEP-SOLE               PIC 9(12)V99.
           10 WS-DEP-JOINT              PIC 9(12)V99.
           10 WS-DEP-TERM               PIC 9(12)V99.

      *    OWNERS OF THE ACCOUNT BEING SPLIT -- DEPOSITOR TABLE
      *    POSITIONS, THE PRIMARY CUSTOMER FIRST.
       01 OWNERS.
         05 WS-OWN-COUNT                PIC 9(02).
         05 WS-OWN-IND                  PIC 9(04) OCCURS 10 TIMES.

      *    ONE ROW PER BRANCH ANY DEPOSITOR IS ATTRIBUTED TO.
       01 BRANCH-SUMMARY.
         05 WS-BRS-COUNT                PIC 9(03) VALUE 0.
         05 WS-BRS-ELEM                 OCCURS 100 TIMES.
           10 WS-BRS-BRANCHID           PIC 9(03).
           10 WS-BRS-DEPOSITORS         PIC 9(07).
           10 WS-BRS-ELIGIBLE           PIC 9(14)V99.
           10 WS-BRS-COVERED            PIC 9(14)V99.
           10 WS-BRS-UNCOVERED          PIC 9(14)V99.

      *    WHAT COULD NOT BE COUNTED, FOR THE REPORT'S LAST SECTION.
       01 EXCEPTIONS.
         05 WS-EXC-COUNT                PIC 9(05) VALUE 0.
         05 WS-EXC-ELEM                 OCCURS 50 TIMES.
           10 WS-EXC-TEXT               PIC X(80).
         05 WS-EXC-CANDIDATE            PIC X(80).

       01 FLAGS.
         05 FG-MORE-CUST-PAGES          PIC X VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-Y      VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-N      VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-JA-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-JA-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-JA-ROWS-N         VALUE 'N'.
         05 FG-MORE-TD-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-TD-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-TD-ROWS-N         VALUE 'N'.
         05 FG-RATE-OK                  PIC X VALUE 'N'.
           88 FG-RATE-OK-Y              VALUE 'Y'.
           88 FG-RATE-OK-N              VALUE 'N'.
         05 FG-DEP-FOUND                PIC X VALUE 'N'.
           88 FG-DEP-FOUND-Y            VALUE 'Y'.
           88 FG-DEP-FOUND-N            VALUE 'N'.
         05 FG-OWNER-KNOWN              PIC X VALUE 'N'.
           88 FG-OWNER-KNOWN-Y          VALUE 'Y'.
           88 FG-OWNER-KNOWN-N          VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(04).
         05 IND-4                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY POCKETINTERFACE.
       COPY FXHISTINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT

           PERFORM F-LOAD-DEPOSITORS
           PERFORM F-COLLECT-ACCOUNTS
           PERFORM F-COLLECT-TERM-DEPOSITS
           PERFORM F-WRITE-OUTPUTS

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "DEPOSIT GUARANTEE COVERAGE REPORT STARTING"
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
           STRING "DEPOSITORS: "
                  FUNCTION TRIM(WS-DEPOSITORS-OUT)
                  " OVER LIMIT: "
                  FUNCTION TRIM(WS-OVER-LIMIT-COUNT)
                  " EXCEPTIONS: "
                  FUNCTION TRIM(WS-EXC-COUNT)
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
       F-LOAD-DEPOSITORS SECTION.
      *    EVERY CUSTOMER GETS A SLOT, SO JOINT OWNERS (KEYED BY BANK
      *    USER ID) CAN BE MAPPED BACK TO THEIR CUSTOMER.
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
                 PERFORM F-ADD-DEPOSITOR
               END-PERFORM
               IF O-CUST-COUNT < K-PAGE-SIZE
                 SET FG-MORE-CUST-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-CUST-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-LOAD-DEPOSITORS-END.
           EXIT.
      ******************************************************************
       F-ADD-DEPOSITOR SECTION.
           IF WS-DEP-COUNT >= K-DGS-MAX-DEPOSITORS
             STRING "CUSTOMER " O-CUST-ID(IND-1)
                    " NOT LOADED - DEPOSITOR TABLE FULL"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-DEP-COUNT
           INITIALIZE WS-DEP-ELEM(WS-DEP-COUNT)
           MOVE O-CUST-ID(IND-1)     TO WS-DEP-CUSTOMERID(WS-DEP-COUNT)
           MOVE O-CUST-BANKUSERID(IND-1)
                                     TO WS-DEP-BUSRID(WS-DEP-COUNT)
           MOVE O-CUST-USERNAME(IND-1) TO WS-DEP-NAME(WS-DEP-COUNT)
           MOVE O-CUST-ADDRESS(IND-1)  TO WS-DEP-ADDRESS(WS-DEP-COUNT)
           .
       F-ADD-DEPOSITOR-END.
           EXIT.
      ******************************************************************
       F-COLLECT-ACCOUNTS SECTION.
           OPEN INPUT JOINT-ACC-FILE

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
                 IF O-ACC-STATUS(IND-1) NOT = "C"
                   PERFORM F-COLLECT-ONE-ACCOUNT
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           IF WS-JA-FILE-STATUS = "00"
             CLOSE JOINT-ACC-FILE
           END-IF
           .
       F-COLLECT-ACCOUNTS-END.
           EXIT.
      ******************************************************************
       F-COLLECT-ONE-ACCOUNT SECTION.
           ADD 1                           TO WS-ACCOUNTS-READ
           MOVE O-ACC-ACCOUNTID(IND-1)     TO WS-CUR-ACCOUNTID
           MOVE O-ACC-BRANCHID(IND-1)      TO WS-CUR-BRANCHID
           MOVE 0                          TO WS-ACC-VALUE

      *    THE BASE POCKET -- THE ACCOUNT'S OWN BALANCE.
           IF O-ACC-BALANCE(IND-1) > 0
             MOVE O-ACC-CURRENCY(IND-1)(1:3) TO WS-VAL-CURRENCY
             MOVE O-ACC-BALANCE(IND-1)     TO WS-VAL-AMOUNT
             PERFORM F-TO-REPORT-CURRENCY
             IF FG-RATE-OK-Y
               ADD WS-RPT-AMOUNT           TO WS-ACC-VALUE
             END-IF
           END-IF

      *    ANY FOREIGN-CURRENCY POCKETS HELD UNDER THE SAME ACCOUNT.
           INITIALIZE POCKET-INTERFACE
           SET I-PKT-OP-GETLIST            TO TRUE
           MOVE WS-CUR-ACCOUNTID           TO I-PKT-ACCOUNTID
           SET PGNAME-POCKET               TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE
           IF NOT POCKET-STATUS-OK
             MOVE 0                        TO O-PKT-COUNT
           END-IF
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > O-PKT-COUNT
             IF O-PKT-L-BALANCE(IND-2) > 0
               MOVE O-PKT-L-CURRENCY(IND-2) TO WS-VAL-CURRENCY
               MOVE O-PKT-L-BALANCE(IND-2)  TO WS-VAL-AMOUNT
               PERFORM F-TO-REPORT-CURRENCY
               IF FG-RATE-OK-Y
                 ADD WS-RPT-AMOUNT         TO WS-ACC-VALUE
               END-IF
             END-IF
           END-PERFORM

           PERFORM F-FIND-ACCOUNT-OWNERS
           IF WS-OWN-COUNT = 0
             EXIT SECTION
           END-IF

      *    EQUAL SHARES, THE ROUNDING CENT STAYING WITH THE PRIMARY.
           COMPUTE WS-ACC-SHARE = WS-ACC-VALUE / WS-OWN-COUNT
           COMPUTE WS-ACC-PRIMARY-SHARE =
                   WS-ACC-VALUE - WS-ACC-SHARE * (WS-OWN-COUNT - 1)

           PERFORM VARYING IND-4 FROM 1 BY 1
                   UNTIL IND-4 > WS-OWN-COUNT
             MOVE WS-OWN-IND(IND-4)        TO IND-3
             ADD 1                         TO WS-DEP-ACCOUNTS(IND-3)
             IF WS-DEP-BRANCHID(IND-3) = 0
               MOVE WS-CUR-BRANCHID        TO WS-DEP-BRANCHID(IND-3)
             END-IF
             EVALUATE TRUE
               WHEN WS-OWN-COUNT = 1
                 ADD WS-ACC-VALUE          TO WS-DEP-SOLE(IND-3)
               WHEN IND-4 = 1
                 ADD WS-ACC-PRIMARY-SHARE  TO WS-DEP-JOINT(IND-3)
               WHEN OTHER
                 ADD WS-ACC-SHARE          TO WS-DEP-JOINT(IND-3)
             END-EVALUATE
           END-PERFORM
           .
       F-COLLECT-ONE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-FIND-ACCOUNT-OWNERS SECTION.
           MOVE 0                          TO WS-OWN-COUNT

           MOVE O-ACC-CUSTOMERID(IND-1)    TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-DEPOSITOR
           IF FG-DEP-FOUND-N
             STRING "ACCOUNT " WS-CUR-ACCOUNTID
                    " - CUSTOMER " WS-FIND-CUSTOMERID
                    " NOT ON CUSTDB, NOT COUNTED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF
           MOVE 1                          TO WS-OWN-COUNT
           MOVE WS-FOUND-IND               TO WS-OWN-IND(1)

           IF WS-JA-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

      *    OWNER ROWS FOLLOW THE ACCOUNT'S BANK-USER-ZERO RULE ROW.
           MOVE WS-CUR-ACCOUNTID           TO JA-ACCOUNT-ID
           MOVE 1                          TO JA-BUSR-ID
           START JOINT-ACC-FILE KEY IS NOT LESS THAN JA-KEY
             INVALID KEY
               SET FG-MORE-JA-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-JA-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-JA-ROWS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-JA-ROWS-N     TO TRUE
               NOT AT END
                 IF JA-ACCOUNT-ID NOT = WS-CUR-ACCOUNTID
                   SET FG-MORE-JA-ROWS-N   TO TRUE
                 ELSE
                   IF JA-IS-ACTIVE
                     PERFORM F-ADD-JOINT-OWNER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-ACCOUNT-OWNERS-END.
           EXIT.
      ******************************************************************
       F-ADD-JOINT-OWNER SECTION.
           MOVE JA-BUSR-ID                 TO WS-FIND-BUSRID
           SET FG-DEP-FOUND-N              TO TRUE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-DEP-COUNT OR FG-DEP-FOUND-Y
             IF WS-DEP-BUSRID(IND-3) = WS-FIND-BUSRID
               SET FG-DEP-FOUND-Y          TO TRUE
               MOVE IND-3                  TO WS-FOUND-IND
             END-IF
           END-PERFORM

           IF FG-DEP-FOUND-N
             STRING "ACCOUNT " WS-CUR-ACCOUNTID
                    " - JOINT OWNER BANK USER " WS-FIND-BUSRID
                    " HAS NO CUSTOMER, SHARE LEFT WITH THE OTHERS"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF

      *    THE PRIMARY LISTED AGAIN AS A JOINT OWNER COUNTS ONCE.
           SET FG-OWNER-KNOWN-N            TO TRUE
           PERFORM VARYING IND-4 FROM 1 BY 1
                   UNTIL IND-4 > WS-OWN-COUNT
             IF WS-OWN-IND(IND-4) = WS-FOUND-IND
               SET FG-OWNER-KNOWN-Y        TO TRUE
             END-IF
           END-PERFORM
           IF FG-OWNER-KNOWN-Y OR WS-OWN-COUNT >= K-DGS-MAX-OWNERS
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-OWN-COUNT
           MOVE WS-FOUND-IND               TO WS-OWN-IND(WS-OWN-COUNT)
           .
       F-ADD-JOINT-OWNER-END.
           EXIT.
      ******************************************************************
       F-FIND-DEPOSITOR SECTION.
           SET FG-DEP-FOUND-N              TO TRUE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-DEP-COUNT OR FG-DEP-FOUND-Y
             IF WS-DEP-CUSTOMERID(IND-3) = WS-FIND-CUSTOMERID
               SET FG-DEP-FOUND-Y          TO TRUE
               MOVE IND-3                  TO WS-FOUND-IND
             END-IF
           END-PERFORM
           .
       F-FIND-DEPOSITOR-END.
           EXIT.
      ******************************************************************
       F-COLLECT-TERM-DEPOSITS SECTION.
           OPEN INPUT TERM-DEP-FILE
           IF WS-TD-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO TD-ID
           START TERM-DEP-FILE KEY IS NOT LESS THAN TD-ID
             INVALID KEY
               SET FG-MORE-TD-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-TD-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-TD-ROWS-N
             READ TERM-DEP-FILE NEXT RECORD
               AT END
                 SET FG-MORE-TD-ROWS-N     TO TRUE
               NOT AT END
                 IF TD-IS-ACTIVE
                   PERFORM F-COLLECT-ONE-TERM-DEPOSIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TERM-DEP-FILE
           .
       F-COLLECT-TERM-DEPOSITS-END.
           EXIT.
      ******************************************************************
       F-COLLECT-ONE-TERM-DEPOSIT SECTION.
           ADD 1                           TO WS-TERMDEPS-READ
           MOVE TD-CUSTOMER-ID             TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-DEPOSITOR
           IF FG-DEP-FOUND-N
             STRING "TERM DEPOSIT " TD-ID
                    " - CUSTOMER " WS-FIND-CUSTOMERID
                    " NOT ON CUSTDB, NOT COUNTED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF

           MOVE TD-CURRENCY                TO WS-VAL-CURRENCY
           MOVE TD-PRINCIPAL               TO WS-VAL-AMOUNT
           PERFORM F-TO-REPORT-CURRENCY
           IF FG-RATE-OK-N
             EXIT SECTION
           END-IF

           ADD WS-RPT-AMOUNT         TO WS-DEP-TERM(WS-FOUND-IND)
           ADD 1                     TO WS-DEP-ACCOUNTS(WS-FOUND-IND)
           .
       F-COLLECT-ONE-TERM-DEPOSIT-END.
           EXIT.
      ******************************************************************
       F-TO-REPORT-CURRENCY SECTION.
      *    WS-VAL-AMOUNT IN WS-VAL-CURRENCY INTO WS-RPT-AMOUNT AT THE
      *    RATE IN EFFECT ON THE BUSINESS DATE (SEE FXRATEHIST.cbl).
           SET FG-RATE-OK-Y                TO TRUE
           IF WS-VAL-CURRENCY = K-DGS-CURRENCY
           OR WS-VAL-CURRENCY = SPACES
             MOVE WS-VAL-AMOUNT            TO WS-RPT-AMOUNT
             EXIT SECTION
           END-IF

           INITIALIZE FXHIST-INTERFACE
           MOVE SPACES                     TO I-FXH-PAIR
           STRING WS-VAL-CURRENCY K-DGS-CURRENCY DELIMITED BY SIZE
             INTO I-FXH-PAIR
           END-STRING
           MOVE WS-TODAY-RAW               TO I-FXH-AS-OF-DATE
           SET PGNAME-FXRATEHIST           TO TRUE
           CALL PROGNAME USING FXHIST-INTERFACE

           IF FXHIST-STATUS-OK
             COMPUTE WS-RPT-AMOUNT ROUNDED =
                     WS-VAL-AMOUNT * O-FXH-RATE
           ELSE
             SET FG-RATE-OK-N              TO TRUE
             MOVE 0                        TO WS-RPT-AMOUNT
             MOVE WS-VAL-AMOUNT            TO WS-AMT-EDITED
             STRING "NO " I-FXH-PAIR " RATE FOR "
                    FUNCTION TRIM(WS-AMT-EDITED) " "
                    WS-VAL-CURRENCY " - NOT COUNTED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
           END-IF
           .
       F-TO-REPORT-CURRENCY-END.
           EXIT.
      ******************************************************************
       F-ADD-EXCEPTION SECTION.
      *    THE FIRST 50 ARE LISTED; THE REST ONLY COUNTED.
           ADD 1                           TO WS-EXC-COUNT
           IF WS-EXC-COUNT <= 50
             MOVE WS-EXC-CANDIDATE         TO WS-EXC-TEXT(WS-EXC-COUNT)
           END-IF
           MOVE SPACES                     TO WS-EXC-CANDIDATE
           .
       F-ADD-EXCEPTION-END.
           EXIT.
      ******************************************************************
       F-WRITE-OUTPUTS SECTION.
           STRING "files/reports/DGS_SCV_" DELIMITED BY SIZE
                  WS-TODAY-RAW             DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-SCV-FILENAME
           END-STRING
           STRING "files/reports/DGS_COVERAGE_" DELIMITED BY SIZE
                  WS-TODAY-RAW                  DELIMITED BY SIZE
                  ".txt"                        DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT SCV-OUTPUT
           OPEN OUTPUT REPORT-OUTPUT

           MOVE SPACES                     TO SCV-RECORD
           SET SV-IS-HEADER                TO TRUE
           MOVE K-DGS-INSTITUTION-ID       TO SV-H-INSTITUTION-ID
           MOVE WS-TODAY-RAW               TO SV-H-AS-OF-DATE
           MOVE K-DGS-CURRENCY             TO SV-H-CURRENCY
           MOVE K-DGS-COVER-LIMIT          TO SV-H-COVER-LIMIT
           WRITE SCV-LINE FROM SCV-RECORD

           MOVE K-DGS-COVER-LIMIT          TO WS-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "DEPOSIT GUARANTEE COVERAGE AS OF " WS-TODAY-RAW
                  "   LIMIT PER DEPOSITOR: "
                  FUNCTION TRIM(WS-AMT-EDITED) " " K-DGS-CURRENCY
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUSTOMER NAME                           ACCTS"
             & "         ELIGIBLE          COVERED        UNCOVERED"
                                           TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-DEP-COUNT
             COMPUTE WS-DEP-ELIGIBLE = WS-DEP-SOLE(IND-3)
                                     + WS-DEP-JOINT(IND-3)
                                     + WS-DEP-TERM(IND-3)
             IF WS-DEP-ELIGIBLE > 0
               PERFORM F-WRITE-DEPOSITOR
             END-IF
           END-PERFORM

           MOVE SPACES                     TO SCV-RECORD
           SET SV-IS-TRAILER               TO TRUE
           MOVE WS-DEPOSITORS-OUT          TO SV-T-DEPOSITOR-COUNT
           MOVE WS-ELIGIBLE-TOTAL          TO SV-T-ELIGIBLE-TOTAL
           MOVE WS-COVERED-TOTAL           TO SV-T-COVERED-TOTAL
           MOVE WS-UNCOVERED-TOTAL         TO SV-T-UNCOVERED-TOTAL
           WRITE SCV-LINE FROM SCV-RECORD
           CLOSE SCV-OUTPUT

           PERFORM F-WRITE-BRANCH-SUMMARY
           PERFORM F-WRITE-TOTALS
           CLOSE REPORT-OUTPUT

      *    BOTH FILES ON THE CENTRAL REPORT CATALOG (SEE REPORTREG).
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-SCV-FILENAME           TO U-RPTREG-PATH
           MOVE WS-DEPOSITORS-OUT         TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-DEPOSITORS-OUT         TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-OUTPUTS-END.
           EXIT.
      ******************************************************************
       F-WRITE-DEPOSITOR SECTION.
           IF WS-DEP-ELIGIBLE > K-DGS-COVER-LIMIT
             MOVE K-DGS-COVER-LIMIT        TO WS-DEP-COVERED
             ADD 1                         TO WS-OVER-LIMIT-COUNT
           ELSE
             MOVE WS-DEP-ELIGIBLE          TO WS-DEP-COVERED
           END-IF
           COMPUTE WS-DEP-UNCOVERED = WS-DEP-ELIGIBLE - WS-DEP-COVERED

           ADD 1                           TO WS-DEPOSITORS-OUT
           ADD WS-DEP-ELIGIBLE             TO WS-ELIGIBLE-TOTAL
           ADD WS-DEP-COVERED              TO WS-COVERED-TOTAL
           ADD WS-DEP-UNCOVERED            TO WS-UNCOVERED-TOTAL
           PERFORM F-ADD-TO-BRANCH

           MOVE SPACES                     TO SCV-RECORD
           SET SV-IS-DEPOSITOR             TO TRUE
           MOVE WS-DEP-CUSTOMERID(IND-3)   TO SV-D-CUSTOMERID
           MOVE WS-DEP-NAME(IND-3)         TO SV-D-NAME
           MOVE WS-DEP-ADDRESS(IND-3)      TO SV-D-ADDRESS
           MOVE WS-DEP-BRANCHID(IND-3)     TO SV-D-BRANCH-ID
           MOVE WS-DEP-ACCOUNTS(IND-3)     TO SV-D-ACCOUNT-COUNT
           MOVE WS-DEP-SOLE(IND-3)         TO SV-D-SOLE
           MOVE WS-DEP-JOINT(IND-3)        TO SV-D-JOINT
           MOVE WS-DEP-TERM(IND-3)         TO SV-D-TERM
           MOVE WS-DEP-ELIGIBLE            TO SV-D-ELIGIBLE
           MOVE WS-DEP-COVERED             TO SV-D-COVERED
           MOVE WS-DEP-UNCOVERED           TO SV-D-UNCOVERED
           WRITE SCV-LINE FROM SCV-RECORD

           MOVE WS-DEP-ACCOUNTS(IND-3)     TO WS-COUNT-EDITED
           MOVE WS-DEP-ELIGIBLE            TO WS-AMT-EDITED
           MOVE WS-DEP-COVERED             TO WS-AMT-EDITED-2
           MOVE WS-DEP-UNCOVERED           TO WS-AMT-EDITED-3
           MOVE SPACES                     TO REPORT-LINE
           STRING WS-DEP-CUSTOMERID(IND-3) "    "
                  WS-DEP-NAME(IND-3)(1:30) " "
                  WS-COUNT-EDITED " "
                  WS-AMT-EDITED " "
                  WS-AMT-EDITED-2 " "
                  WS-AMT-EDITED-3
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-DEPOSITOR-END.
           EXIT.
      ******************************************************************
       F-ADD-TO-BRANCH SECTION.
           MOVE 0                          TO WS-FOUND-IND
           PERFORM VARYING IND-4 FROM 1 BY 1
                   UNTIL IND-4 > WS-BRS-COUNT OR WS-FOUND-IND > 0
             IF WS-BRS-BRANCHID(IND-4) = WS-DEP-BRANCHID(IND-3)
               MOVE IND-4                  TO WS-FOUND-IND
             END-IF
           END-PERFORM

           IF WS-FOUND-IND = 0
             IF WS-BRS-COUNT >= K-DGS-MAX-BRANCHES
               EXIT SECTION
             END-IF
             ADD 1                         TO WS-BRS-COUNT
             INITIALIZE WS-BRS-ELEM(WS-BRS-COUNT)
             MOVE WS-DEP-BRANCHID(IND-3)
                                     TO WS-BRS-BRANCHID(WS-BRS-COUNT)
             MOVE WS-BRS-COUNT             TO WS-FOUND-IND
           END-IF

           ADD 1                     TO WS-BRS-DEPOSITORS(WS-FOUND-IND)
           ADD WS-DEP-ELIGIBLE       TO WS-BRS-ELIGIBLE(WS-FOUND-IND)
           ADD WS-DEP-COVERED        TO WS-BRS-COVERED(WS-FOUND-IND)
           ADD WS-DEP-UNCOVERED      TO WS-BRS-UNCOVERED(WS-FOUND-IND)
           .
       F-ADD-TO-BRANCH-END.
           EXIT.
      ******************************************************************
       F-WRITE-BRANCH-SUMMARY SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY BY BRANCH"        TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH                               DEPOSITORS"
             & "         ELIGIBLE          COVERED        UNCOVERED"
                                           TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT BRANCH-FILE
           PERFORM VARYING IND-4 FROM 1 BY 1
                   UNTIL IND-4 > WS-BRS-COUNT
             MOVE SPACES                   TO BR-CODE BR-NAME
             IF WS-BRANCH-FILE-STATUS = "00"
               MOVE WS-BRS-BRANCHID(IND-4) TO BR-ID
               READ BRANCH-FILE
                 INVALID KEY
                   MOVE SPACES             TO BR-CODE BR-NAME
               END-READ
             END-IF
             MOVE WS-BRS-DEPOSITORS(IND-4) TO WS-COUNT-EDITED
             MOVE WS-BRS-ELIGIBLE(IND-4)   TO WS-AMT-EDITED
             MOVE WS-BRS-COVERED(IND-4)    TO WS-AMT-EDITED-2
             MOVE WS-BRS-UNCOVERED(IND-4)  TO WS-AMT-EDITED-3
             MOVE SPACES                   TO REPORT-LINE
             STRING WS-BRS-BRANCHID(IND-4) " "
                    BR-CODE " "
                    BR-NAME "   "
                    WS-COUNT-EDITED " "
                    WS-AMT-EDITED " "
                    WS-AMT-EDITED-2 " "
                    WS-AMT-EDITED-3
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           IF WS-BRANCH-FILE-STATUS = "00"
             CLOSE BRANCH-FILE
           END-IF
           .
       F-WRITE-BRANCH-SUMMARY-END.
           EXIT.
      ******************************************************************
       F-WRITE-TOTALS SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPOSITORS-OUT          TO WS-COUNT-EDITED
           MOVE WS-ELIGIBLE-TOTAL          TO WS-AMT-EDITED
           MOVE WS-COVERED-TOTAL           TO WS-AMT-EDITED-2
           MOVE WS-UNCOVERED-TOTAL         TO WS-AMT-EDITED-3
           STRING "TOTAL                                   "
                  WS-COUNT-EDITED " "
                  WS-AMT-EDITED " "
                  WS-AMT-EDITED-2 " "
                  WS-AMT-EDITED-3
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           MOVE WS-OVER-LIMIT-COUNT        TO WS-COUNT-EDITED
           STRING "DEPOSITORS ABOVE THE LIMIT: "
                  FUNCTION TRIM(WS-COUNT-EDITED)
                  "   ACCOUNTS: " FUNCTION TRIM(WS-ACCOUNTS-READ)
                  "   TERM DEPOSITS: " FUNCTION TRIM(WS-TERMDEPS-READ)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           STRING "EXCEPTIONS: " FUNCTION TRIM(WS-EXC-COUNT)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING IND-4 FROM 1 BY 1
                   UNTIL IND-4 > WS-EXC-COUNT OR IND-4 > 50
             MOVE SPACES                   TO REPORT-LINE
             STRING "  " WS-EXC-TEXT(IND-4)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           .
       F-WRITE-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
