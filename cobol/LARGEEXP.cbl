      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LARGEEXP.
      ******************************************************************
      *  Large exposure and credit concentration report for the credit
      *  committee. Run standalone, as of the business date:
      *     LARGEEXP
      *  LOANORD looks at one loan at a time; this looks at what the
      *  bank stands to lose on a group of connected borrowers. Every
      *  customer on CUSTDB starts in a group of their own, and
      *  groups are merged through
      *    - the co-borrowers and guarantors of a live loan
      *      (files/loanparties.dat, see LOANPARTY) and its borrower
      *    - the active joint owners of an open account
      *      (files/jointacc.dat) and its primary customer
      *    - the manual groups the credit department keeps
      *      (files/borrowergroups.dat, see BORRGROUP)
      *  Each group then totals, in K-LE-CURRENCY at the FXRATEHIST
      *  rate in effect on the business date:
      *    - outstanding loan principal (LN-REMAINING-PRINCIPAL of
      *      active loans)
      *    - undrawn commitments -- a loan held for review before
      *      disbursement, and the undrawn part of a staged facility
      *      still in drawdown (see LOANFACILITYRECORD)
      *    - overdraft in use (the debit balance of an open account)
      *      and overdraft limit still unused (I-ACC-OD-LIMIT less
      *      the part in use)
      *  A loan or account counts once, for its own borrower or
      *  primary customer -- a guarantor only links the groups. A
      *  group at or above K-LE-LARGE-PCT of K-LE-CAPITAL is a large
      *  exposure, one above K-LE-LIMIT-PCT breaches the limit.
      *  Writes files/reports/LARGE_EXPOSURE_<yyyymmdd>.txt -- the
      *  K-LE-TOP-COUNT largest groups ranked with their members, then
      *  every flagged group, then anything that could not be counted
      *  -- and registers it on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-LF-FILE-STATUS.

           SELECT PARTY-FILE ASSIGN TO "files/loanparties.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LP-KEY
           FILE STATUS IS WS-LP-FILE-STATUS.

           SELECT JOINT-ACC-FILE ASSIGN TO "files/jointacc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JA-KEY
           FILE STATUS IS WS-JA-FILE-STATUS.

           SELECT BORR-GROUP-FILE ASSIGN TO "files/borrowergroups.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-BG-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  FACILITY-FILE.
       COPY LOANFACILITYRECORD.

       FD  PARTY-FILE.
       COPY LOANPARTYRECORD.

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.

       FD  BORR-GROUP-FILE.
       COPY BORRGROUPRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LARGEEXP            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-FXRATEHIST           VALUE "FXRATEHIST          ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY LARGEEXPCONFIG.

       01 INTERNAL-VARS.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-LN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BG-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUST-PAGE-NUMBER         PIC 9(05).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).

      *    ONE AMOUNT TO BRING INTO THE REPORTING CURRENCY.
         05 WS-VAL-CURRENCY             PIC X(03).
         05 WS-VAL-AMOUNT               PIC 9(10)V99.
         05 WS-RPT-AMOUNT               PIC 9(12)V99.

      *    CUSTOMER LOOKUPS AND GROUP MERGES.
         05 WS-FIND-CUSTOMERID          PIC 9(09).
         05 WS-FIND-BUSRID              PIC 9(09).
         05 WS-FOUND-IND                PIC 9(04).
         05 WS-UF-A                     PIC 9(04).
         05 WS-UF-B                     PIC 9(04).
         05 WS-UF-NODE                  PIC 9(04).
         05 WS-UF-ROOT                  PIC 9(04).
         05 WS-UF-ROOT-A                PIC 9(04).
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-PRIMARY-IND              PIC 9(04).
         05 WS-BG-PREV-CODE             PIC X(08).
         05 WS-BG-ANCHOR-IND            PIC 9(04).

      *    THE ACCOUNT BEING MEASURED.
         05 WS-OD-USED                  PIC 9(10)V99.
         05 WS-OD-UNUSED                PIC 9(10)V99.

      *    THE GROUP BEING RANKED OR LISTED.
         05 WS-RANK                     PIC 9(03).
         05 WS-BEST-IND                 PIC 9(04).
         05 WS-BEST-TOTAL               PIC 9(14)V99.
         05 WS-CUS-TOTAL                PIC 9(14)V99.

      *    RUN TOTALS.
         05 WS-LOANS-READ               PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-READ            PIC 9(07) VALUE 0.
         05 WS-LINKS-MADE               PIC 9(07) VALUE 0.
         05 WS-LARGE-COUNT              PIC 9(05) VALUE 0.
         05 WS-BREACH-COUNT             PIC 9(05) VALUE 0.
         05 WS-BOOK-TOTAL               PIC 9(14)V99 VALUE 0.

         05 WS-AMT-EDITED               PIC ZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED-2             PIC ZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED-3             PIC ZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED-4             PIC ZZZZZZZZZZ9.99.
         05 WS-AMT-EDITED-5             PIC ZZZZZZZZZZ9.99.
         05 WS-PCT-EDITED               PIC ZZZZ9.99.
         05 WS-RANK-EDITED              PIC ZZ9.
         05 WS-RANK-TEXT                PIC X(03).
         05 WS-COUNT-EDITED             PIC ZZZ9.

      *    EVERY CUSTOMER ON CUSTDB: WHO THEY ARE, WHICH GROUP THEY
      *    ENDED UP IN (WS-CUS-PARENT CHAINS UP TO THE GROUP'S ROOT
      *    CUSTOMER) AND WHAT THEY OWE THE BANK DIRECTLY.
       01 CUSTOMERS.
         05 WS-CUS-COUNT                PIC 9(04) VALUE 0.
         05 WS-CUS-ELEM                 OCCURS 1000 TIMES.
           10 WS-CUS-ID                 PIC 9(09).
           10 WS-CUS-BUSRID             PIC 9(09).
           10 WS-CUS-NAME               PIC X(30).
           10 WS-CUS-PARENT             PIC 9(04).
           10 WS-CUS-ROOT               PIC 9(04).
           10 WS-CUS-GRP                PIC 9(04).
           10 WS-CUS-GROUP-CODE         PIC X(08).
           10 WS-CUS-GROUP-NAME         PIC X(30).
           10 WS-CUS-LOANS              PIC 9(12)V99.
           10 WS-CUS-UNDRAWN            PIC 9(12)V99.
           10 WS-CUS-OD-USED            PIC 9(12)V99.
           10 WS-CUS-OD-UNUSED          PIC 9(12)V99.

      *    ONE ROW PER CONNECTED-BORROWER GROUP.
       01 GROUPS.
         05 WS-GRP-COUNT                PIC 9(04) VALUE 0.
         05 WS-GRP-ELEM                 OCCURS 1000 TIMES.
           10 WS-GRP-ROOT               PIC 9(04).
           10 WS-GRP-LABEL              PIC X(38).
           10 WS-GRP-MEMBERS            PIC 9(04).
           10 WS-GRP-LOANS              PIC 9(14)V99.
           10 WS-GRP-UNDRAWN            PIC 9(14)V99.
           10 WS-GRP-OD-USED            PIC 9(14)V99.
           10 WS-GRP-OD-UNUSED          PIC 9(14)V99.
           10 WS-GRP-TOTAL              PIC 9(14)V99.
           10 WS-GRP-PCT                PIC 9(05)V99.
           10 WS-GRP-FLAG               PIC X(06).
           10 WS-GRP-RANKED             PIC X(01).

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
         05 FG-MORE-ROWS                PIC X VALUE 'Y'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.
         05 FG-RATE-OK                  PIC X VALUE 'N'.
           88 FG-RATE-OK-Y              VALUE 'Y'.
           88 FG-RATE-OK-N              VALUE 'N'.
         05 FG-CUS-FOUND                PIC X VALUE 'N'.
           88 FG-CUS-FOUND-Y            VALUE 'Y'.
           88 FG-CUS-FOUND-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(04).
         05 IND-3                       PIC 9(04).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
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

           PERFORM F-LOAD-CUSTOMERS
           PERFORM F-COLLECT-LOANS
           PERFORM F-LINK-LOAN-PARTIES
           PERFORM F-COLLECT-ACCOUNTS
           PERFORM F-LINK-MANUAL-GROUPS
           PERFORM F-BUILD-GROUPS
           PERFORM F-WRITE-REPORT

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LARGE EXPOSURE REPORT STARTING"
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
           STRING "GROUPS: "
                  FUNCTION TRIM(WS-GRP-COUNT)
                  " LARGE: "
                  FUNCTION TRIM(WS-LARGE-COUNT)
                  " BREACHES: "
                  FUNCTION TRIM(WS-BREACH-COUNT)
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
       F-LOAD-CUSTOMERS SECTION.
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
                 PERFORM F-ADD-CUSTOMER
               END-PERFORM
               IF O-CUST-COUNT < K-PAGE-SIZE
                 SET FG-MORE-CUST-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-CUST-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-LOAD-CUSTOMERS-END.
           EXIT.
      ******************************************************************
       F-ADD-CUSTOMER SECTION.
           IF WS-CUS-COUNT >= K-LE-MAX-CUSTOMERS
             STRING "CUSTOMER " O-CUST-ID(IND-1)
                    " NOT LOADED - CUSTOMER TABLE FULL"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-CUS-COUNT
           INITIALIZE WS-CUS-ELEM(WS-CUS-COUNT)
           MOVE O-CUST-ID(IND-1)       TO WS-CUS-ID(WS-CUS-COUNT)
           MOVE O-CUST-BANKUSERID(IND-1)
                                       TO WS-CUS-BUSRID(WS-CUS-COUNT)
           MOVE O-CUST-USERNAME(IND-1) TO WS-CUS-NAME(WS-CUS-COUNT)
      *    EVERYONE STARTS AS A GROUP OF ONE.
           MOVE WS-CUS-COUNT           TO WS-CUS-PARENT(WS-CUS-COUNT)
           .
       F-ADD-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-FIND-CUSTOMER SECTION.
           SET FG-CUS-FOUND-N              TO TRUE
           MOVE 0                          TO WS-FOUND-IND
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-CUS-COUNT OR FG-CUS-FOUND-Y
             IF WS-CUS-ID(IND-3) = WS-FIND-CUSTOMERID
               SET FG-CUS-FOUND-Y          TO TRUE
               MOVE IND-3                  TO WS-FOUND-IND
             END-IF
           END-PERFORM
           .
       F-FIND-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-FIND-ROOT SECTION.
      *    FOLLOW WS-CUS-PARENT UP FROM WS-UF-NODE TO THE GROUP ROOT.
           MOVE WS-UF-NODE                 TO WS-UF-ROOT
           PERFORM UNTIL WS-CUS-PARENT(WS-UF-ROOT) = WS-UF-ROOT
             MOVE WS-CUS-PARENT(WS-UF-ROOT) TO WS-UF-ROOT
           END-PERFORM
           .
       F-FIND-ROOT-END.
           EXIT.
      ******************************************************************
       F-MERGE-GROUPS SECTION.
      *    PUT THE CUSTOMERS AT WS-UF-A AND WS-UF-B IN ONE GROUP. THE
      *    LOWER ROOT SURVIVES, SO THE RESULT DOES NOT DEPEND ON THE
      *    ORDER THE LINKS ARE READ IN.
           MOVE WS-UF-A                    TO WS-UF-NODE
           PERFORM F-FIND-ROOT
           MOVE WS-UF-ROOT                 TO WS-UF-ROOT-A
           MOVE WS-UF-B                    TO WS-UF-NODE
           PERFORM F-FIND-ROOT
           IF WS-UF-ROOT = WS-UF-ROOT-A
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-LINKS-MADE
           IF WS-UF-ROOT < WS-UF-ROOT-A
             MOVE WS-UF-ROOT          TO WS-CUS-PARENT(WS-UF-ROOT-A)
           ELSE
             MOVE WS-UF-ROOT-A        TO WS-CUS-PARENT(WS-UF-ROOT)
           END-IF
           .
       F-MERGE-GROUPS-END.
           EXIT.
      ******************************************************************
       F-COLLECT-LOANS SECTION.
           OPEN INPUT LOANS-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN INPUT FACILITY-FILE

           MOVE LOW-VALUES                 TO LN-ID
           START LOANS-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ LOANS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF LN-IS-ACTIVE OR LN-IS-HOLD
                   PERFORM F-COLLECT-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM

           IF WS-LF-FILE-STATUS = "00"
             CLOSE FACILITY-FILE
           END-IF
           CLOSE LOANS-FILE
           .
       F-COLLECT-LOANS-END.
           EXIT.
      ******************************************************************
       F-COLLECT-ONE-LOAN SECTION.
           ADD 1                           TO WS-LOANS-READ
           MOVE LN-CUSTOMER-ID             TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-CUSTOMER
           IF FG-CUS-FOUND-N
             STRING "LOAN " LN-ID " - BORROWER " LN-CUSTOMER-ID
                    " NOT ON CUSTDB, NOT COUNTED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF
           MOVE WS-FOUND-IND               TO WS-PRIMARY-IND
           MOVE LN-CURRENCY                TO WS-VAL-CURRENCY

      *    HELD FOR REVIEW -- APPROVED, NOTHING PAID OUT YET.
           IF LN-IS-HOLD
             MOVE LN-PRINCIPAL             TO WS-VAL-AMOUNT
             PERFORM F-TO-REPORT-CURRENCY
             ADD WS-RPT-AMOUNT       TO WS-CUS-UNDRAWN(WS-PRIMARY-IND)
             EXIT SECTION
           END-IF

           MOVE LN-REMAINING-PRINCIPAL     TO WS-VAL-AMOUNT
           PERFORM F-TO-REPORT-CURRENCY
           ADD WS-RPT-AMOUNT           TO WS-CUS-LOANS(WS-PRIMARY-IND)

      *    A STAGED FACILITY STILL IN DRAWDOWN -- THE REST OF THE
      *    APPROVED AMOUNT CAN STILL BE DRAWN.
           IF LN-DISBURSE-STAGED AND WS-LF-FILE-STATUS = "00"
             MOVE LN-ID                    TO LF-LOAN-ID
             READ FACILITY-FILE
               INVALID KEY
                 EXIT SECTION
             END-READ
             IF LF-IN-DRAWDOWN
             AND LF-FACILITY-AMOUNT > LF-DRAWN-AMOUNT
               COMPUTE WS-VAL-AMOUNT =
                       LF-FACILITY-AMOUNT - LF-DRAWN-AMOUNT
               PERFORM F-TO-REPORT-CURRENCY
               ADD WS-RPT-AMOUNT     TO WS-CUS-UNDRAWN(WS-PRIMARY-IND)
             END-IF
           END-IF
           .
       F-COLLECT-ONE-LOAN-END.
           EXIT.
      ******************************************************************
       F-LINK-LOAN-PARTIES SECTION.
      *    A CO-BORROWER OR GUARANTOR OF A LIVE LOAN JOINS THE
      *    BORROWER'S GROUP.
           OPEN INPUT PARTY-FILE
           IF WS-LP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN INPUT LOANS-FILE

           MOVE LOW-VALUES                 TO LP-KEY
           START PARTY-FILE KEY IS NOT LESS THAN LP-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ PARTY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF LP-IS-ACTIVE AND WS-LN-FILE-STATUS = "00"
                   PERFORM F-LINK-ONE-PARTY
                 END-IF
             END-READ
           END-PERFORM

           IF WS-LN-FILE-STATUS = "00"
             CLOSE LOANS-FILE
           END-IF
           CLOSE PARTY-FILE
           .
       F-LINK-LOAN-PARTIES-END.
           EXIT.
      ******************************************************************
       F-LINK-ONE-PARTY SECTION.
           MOVE LP-LOAN-ID                 TO LN-ID
           READ LOANS-FILE
             INVALID KEY
               EXIT SECTION
           END-READ
           IF NOT LN-IS-ACTIVE AND NOT LN-IS-HOLD
             EXIT SECTION
           END-IF

           MOVE LN-CUSTOMER-ID             TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-CUSTOMER
           IF FG-CUS-FOUND-N
             EXIT SECTION
           END-IF
           MOVE WS-FOUND-IND               TO WS-UF-A

           MOVE LP-CUSTOMER-ID             TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-CUSTOMER
           IF FG-CUS-FOUND-N
             STRING "LOAN " LP-LOAN-ID " - PARTY " LP-CUSTOMER-ID
                    " NOT ON CUSTDB, NOT LINKED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF
           MOVE WS-FOUND-IND               TO WS-UF-B
           PERFORM F-MERGE-GROUPS
           .
       F-LINK-ONE-PARTY-END.
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
           MOVE O-ACC-CUSTOMERID(IND-1)    TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-CUSTOMER
           IF FG-CUS-FOUND-N
             STRING "ACCOUNT " WS-CUR-ACCOUNTID
                    " - CUSTOMER " WS-FIND-CUSTOMERID
                    " NOT ON CUSTDB, NOT COUNTED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF
           MOVE WS-FOUND-IND               TO WS-PRIMARY-IND

      *    A DEBIT BALANCE IS OVERDRAFT IN USE, ARRANGED OR NOT; WHAT
      *    IS LEFT OF THE LIMIT CAN STILL BE DRAWN.
           MOVE 0                          TO WS-OD-USED
           MOVE 0                          TO WS-OD-UNUSED
           IF O-ACC-BALANCE(IND-1) < 0
             COMPUTE WS-OD-USED = 0 - O-ACC-BALANCE(IND-1)
           END-IF
           IF O-ACC-OD-LIMIT(IND-1) > WS-OD-USED
             COMPUTE WS-OD-UNUSED = O-ACC-OD-LIMIT(IND-1) - WS-OD-USED
           END-IF

           MOVE O-ACC-CURRENCY(IND-1)(1:3) TO WS-VAL-CURRENCY
           IF WS-OD-USED > 0
             MOVE WS-OD-USED               TO WS-VAL-AMOUNT
             PERFORM F-TO-REPORT-CURRENCY
             ADD WS-RPT-AMOUNT       TO WS-CUS-OD-USED(WS-PRIMARY-IND)
           END-IF
           IF WS-OD-UNUSED > 0
             MOVE WS-OD-UNUSED             TO WS-VAL-AMOUNT
             PERFORM F-TO-REPORT-CURRENCY
             ADD WS-RPT-AMOUNT     TO WS-CUS-OD-UNUSED(WS-PRIMARY-IND)
           END-IF

           IF WS-JA-FILE-STATUS = "00"
             PERFORM F-LINK-JOINT-OWNERS
           END-IF
           .
       F-COLLECT-ONE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-LINK-JOINT-OWNERS SECTION.
      *    OWNER ROWS FOLLOW THE ACCOUNT'S BANK-USER-ZERO RULE ROW.
           MOVE WS-CUR-ACCOUNTID           TO JA-ACCOUNT-ID
           MOVE 1                          TO JA-BUSR-ID
           START JOINT-ACC-FILE KEY IS NOT LESS THAN JA-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF JA-ACCOUNT-ID NOT = WS-CUR-ACCOUNTID
                   SET FG-MORE-ROWS-N      TO TRUE
                 ELSE
                   IF JA-IS-ACTIVE
                     PERFORM F-LINK-ONE-JOINT-OWNER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LINK-JOINT-OWNERS-END.
           EXIT.
      ******************************************************************
       F-LINK-ONE-JOINT-OWNER SECTION.
           MOVE JA-BUSR-ID                 TO WS-FIND-BUSRID
           MOVE 0                          TO WS-FOUND-IND
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-CUS-COUNT OR WS-FOUND-IND > 0
             IF WS-CUS-BUSRID(IND-3) = WS-FIND-BUSRID
               MOVE IND-3                  TO WS-FOUND-IND
             END-IF
           END-PERFORM
           IF WS-FOUND-IND = 0
             EXIT SECTION
           END-IF

           MOVE WS-PRIMARY-IND             TO WS-UF-A
           MOVE WS-FOUND-IND               TO WS-UF-B
           PERFORM F-MERGE-GROUPS
           .
       F-LINK-ONE-JOINT-OWNER-END.
           EXIT.
      ******************************************************************
       F-LINK-MANUAL-GROUPS SECTION.
      *    EVERY ACTIVE MEMBER OF A MANUAL GROUP JOINS ITS FIRST
      *    MEMBER'S GROUP; THE GROUP'S NAME LABELS IT ON THE REPORT.
           OPEN INPUT BORR-GROUP-FILE
           IF WS-BG-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO WS-BG-PREV-CODE
           MOVE 0                          TO WS-BG-ANCHOR-IND
           MOVE LOW-VALUES                 TO BG-KEY
           START BORR-GROUP-FILE KEY IS NOT LESS THAN BG-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ BORR-GROUP-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF BG-IS-ACTIVE
                   PERFORM F-LINK-ONE-GROUP-MEMBER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BORR-GROUP-FILE
           .
       F-LINK-MANUAL-GROUPS-END.
           EXIT.
      ******************************************************************
       F-LINK-ONE-GROUP-MEMBER SECTION.
           MOVE BG-CUSTOMER-ID             TO WS-FIND-CUSTOMERID
           PERFORM F-FIND-CUSTOMER
           IF FG-CUS-FOUND-N
             STRING "GROUP " BG-GROUP-CODE " - MEMBER " BG-CUSTOMER-ID
                    " NOT ON CUSTDB, NOT LINKED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF

           MOVE BG-GROUP-CODE         TO WS-CUS-GROUP-CODE(WS-FOUND-IND)
           MOVE BG-GROUP-NAME         TO WS-CUS-GROUP-NAME(WS-FOUND-IND)

           IF BG-GROUP-CODE NOT = WS-BG-PREV-CODE
             MOVE BG-GROUP-CODE            TO WS-BG-PREV-CODE
             MOVE WS-FOUND-IND             TO WS-BG-ANCHOR-IND
             EXIT SECTION
           END-IF

           MOVE WS-BG-ANCHOR-IND           TO WS-UF-A
           MOVE WS-FOUND-IND               TO WS-UF-B
           PERFORM F-MERGE-GROUPS
           .
       F-LINK-ONE-GROUP-MEMBER-END.
           EXIT.
      ******************************************************************
       F-BUILD-GROUPS SECTION.
      *    ONE ROW PER ROOT, CARRYING ITS MEMBERS' EXPOSURE.
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-CUS-COUNT
             MOVE IND-2                    TO WS-UF-NODE
             PERFORM F-FIND-ROOT
             MOVE WS-UF-ROOT               TO WS-CUS-ROOT(IND-2)
             IF WS-CUS-GRP(WS-UF-ROOT) = 0
               ADD 1                       TO WS-GRP-COUNT
               INITIALIZE WS-GRP-ELEM(WS-GRP-COUNT)
               MOVE WS-UF-ROOT             TO WS-GRP-ROOT(WS-GRP-COUNT)
               MOVE WS-GRP-COUNT           TO WS-CUS-GRP(WS-UF-ROOT)
               MOVE "N"              TO WS-GRP-RANKED(WS-GRP-COUNT)
               STRING "CUSTOMER " WS-CUS-ID(WS-UF-ROOT) " "
                      WS-CUS-NAME(WS-UF-ROOT)
                 DELIMITED BY SIZE INTO WS-GRP-LABEL(WS-GRP-COUNT)
               END-STRING
             END-IF
             MOVE WS-CUS-GRP(WS-UF-ROOT)   TO IND-3

             ADD 1                         TO WS-GRP-MEMBERS(IND-3)
             ADD WS-CUS-LOANS(IND-2)       TO WS-GRP-LOANS(IND-3)
             ADD WS-CUS-UNDRAWN(IND-2)     TO WS-GRP-UNDRAWN(IND-3)
             ADD WS-CUS-OD-USED(IND-2)     TO WS-GRP-OD-USED(IND-3)
             ADD WS-CUS-OD-UNUSED(IND-2)   TO WS-GRP-OD-UNUSED(IND-3)
      *      A MANUAL GROUP'S OWN NAME BEATS THE ROOT CUSTOMER'S.
             IF WS-CUS-GROUP-CODE(IND-2) NOT = SPACES
               MOVE SPACES                 TO WS-GRP-LABEL(IND-3)
               STRING WS-CUS-GROUP-CODE(IND-2) " "
                      WS-CUS-GROUP-NAME(IND-2)
                 DELIMITED BY SIZE INTO WS-GRP-LABEL(IND-3)
               END-STRING
             END-IF
           END-PERFORM

           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-GRP-COUNT
             COMPUTE WS-GRP-TOTAL(IND-3) = WS-GRP-LOANS(IND-3)
                                         + WS-GRP-UNDRAWN(IND-3)
                                         + WS-GRP-OD-USED(IND-3)
                                         + WS-GRP-OD-UNUSED(IND-3)
             ADD WS-GRP-TOTAL(IND-3)       TO WS-BOOK-TOTAL
             COMPUTE WS-GRP-PCT(IND-3) ROUNDED =
                     WS-GRP-TOTAL(IND-3) * 100 / K-LE-CAPITAL
             MOVE SPACES                   TO WS-GRP-FLAG(IND-3)
             EVALUATE TRUE
               WHEN WS-GRP-PCT(IND-3) > K-LE-LIMIT-PCT
                 MOVE "BREACH"             TO WS-GRP-FLAG(IND-3)
                 ADD 1                     TO WS-BREACH-COUNT
                 ADD 1                     TO WS-LARGE-COUNT
               WHEN WS-GRP-PCT(IND-3) >= K-LE-LARGE-PCT
                 MOVE "LARGE"              TO WS-GRP-FLAG(IND-3)
                 ADD 1                     TO WS-LARGE-COUNT
             END-EVALUATE
           END-PERFORM
           .
       F-BUILD-GROUPS-END.
           EXIT.
      ******************************************************************
       F-TO-REPORT-CURRENCY SECTION.
      *    WS-VAL-AMOUNT IN WS-VAL-CURRENCY INTO WS-RPT-AMOUNT AT THE
      *    RATE IN EFFECT ON THE BUSINESS DATE (SEE FXRATEHIST.cbl).
           SET FG-RATE-OK-Y                TO TRUE
           IF WS-VAL-CURRENCY = K-LE-CURRENCY
           OR WS-VAL-CURRENCY = SPACES
             MOVE WS-VAL-AMOUNT            TO WS-RPT-AMOUNT
             EXIT SECTION
           END-IF

           INITIALIZE FXHIST-INTERFACE
           MOVE SPACES                     TO I-FXH-PAIR
           STRING WS-VAL-CURRENCY K-LE-CURRENCY DELIMITED BY SIZE
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
       F-WRITE-REPORT SECTION.
           STRING "files/reports/LARGE_EXPOSURE_" DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT

           MOVE K-LE-CAPITAL               TO WS-AMT-EDITED
           MOVE K-LE-LARGE-PCT             TO WS-PCT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "LARGE EXPOSURES AS OF " WS-TODAY-RAW
                  "   CAPITAL: " FUNCTION TRIM(WS-AMT-EDITED)
                  " " K-LE-CURRENCY
                  "   LARGE AT: " FUNCTION TRIM(WS-PCT-EDITED) "%"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE K-LE-LIMIT-PCT             TO WS-PCT-EDITED
           STRING FUNCTION TRIM(REPORT-LINE)
                  "   LIMIT: " FUNCTION TRIM(WS-PCT-EDITED) "%"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE K-LE-TOP-COUNT             TO WS-RANK-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "TOP " FUNCTION TRIM(WS-RANK-EDITED)
                  " BORROWER GROUPS BY TOTAL EXPOSURE"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM F-WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > K-LE-TOP-COUNT
             PERFORM F-PICK-NEXT-LARGEST
             IF WS-BEST-IND = 0
               MOVE K-LE-TOP-COUNT         TO WS-RANK
             ELSE
               MOVE "Y"                 TO WS-GRP-RANKED(WS-BEST-IND)
               MOVE WS-BEST-IND            TO IND-3
               PERFORM F-WRITE-GROUP-LINE
               PERFORM F-WRITE-GROUP-MEMBERS
             END-IF
           END-PERFORM

      *    FLAGGED GROUPS BELOW THE TOP OF THE LIST STILL GO TO THE
      *    COMMITTEE.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OTHER GROUPS AT OR ABOVE THE LARGE EXPOSURE LEVEL"
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0                          TO WS-RANK
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-GRP-COUNT
             IF WS-GRP-RANKED(IND-3) = "N"
             AND WS-GRP-FLAG(IND-3) NOT = SPACES
               PERFORM F-WRITE-GROUP-LINE
             END-IF
           END-PERFORM

           PERFORM F-WRITE-TOTALS
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-LARGE-COUNT            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-COLUMN-HEADINGS SECTION.
           MOVE "RANK GROUP                                  MEMBERS"
             & "     LOANS OUTST.        UNDRAWN        OD USED"
             & "      OD UNUSED          TOTAL  % CAPITAL"
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-WRITE-COLUMN-HEADINGS-END.
           EXIT.
      ******************************************************************
       F-PICK-NEXT-LARGEST SECTION.
           MOVE 0                          TO WS-BEST-IND
           MOVE 0                          TO WS-BEST-TOTAL
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-GRP-COUNT
             IF WS-GRP-RANKED(IND-3) = "N"
             AND WS-GRP-TOTAL(IND-3) > WS-BEST-TOTAL
               MOVE IND-3                  TO WS-BEST-IND
               MOVE WS-GRP-TOTAL(IND-3)    TO WS-BEST-TOTAL
             END-IF
           END-PERFORM
           .
       F-PICK-NEXT-LARGEST-END.
           EXIT.
      ******************************************************************
       F-WRITE-GROUP-LINE SECTION.
           MOVE WS-RANK                    TO WS-RANK-EDITED
           MOVE WS-GRP-MEMBERS(IND-3)      TO WS-COUNT-EDITED
           MOVE WS-GRP-LOANS(IND-3)        TO WS-AMT-EDITED
           MOVE WS-GRP-UNDRAWN(IND-3)      TO WS-AMT-EDITED-2
           MOVE WS-GRP-OD-USED(IND-3)      TO WS-AMT-EDITED-3
           MOVE WS-GRP-OD-UNUSED(IND-3)    TO WS-AMT-EDITED-4
           MOVE WS-GRP-TOTAL(IND-3)        TO WS-AMT-EDITED-5
           MOVE WS-GRP-PCT(IND-3)          TO WS-PCT-EDITED
           MOVE WS-RANK-EDITED             TO WS-RANK-TEXT
           IF WS-RANK = 0
             MOVE SPACES                   TO WS-RANK-TEXT
           END-IF
           MOVE SPACES                     TO REPORT-LINE
           STRING WS-RANK-TEXT "  "
                  WS-GRP-LABEL(IND-3) "    "
                  WS-COUNT-EDITED " "
                  WS-AMT-EDITED " "
                  WS-AMT-EDITED-2 " "
                  WS-AMT-EDITED-3 " "
                  WS-AMT-EDITED-4 " "
                  WS-AMT-EDITED-5 "   "
                  WS-PCT-EDITED " "
                  WS-GRP-FLAG(IND-3)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-GROUP-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-GROUP-MEMBERS SECTION.
      *    A GROUP OF ONE NEEDS NO BREAKDOWN.
           IF WS-GRP-MEMBERS(IND-3) < 2
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-CUS-COUNT
             IF WS-CUS-ROOT(IND-2) = WS-GRP-ROOT(IND-3)
               COMPUTE WS-CUS-TOTAL = WS-CUS-LOANS(IND-2)
                                    + WS-CUS-UNDRAWN(IND-2)
                                    + WS-CUS-OD-USED(IND-2)
                                    + WS-CUS-OD-UNUSED(IND-2)
               MOVE WS-CUS-TOTAL           TO WS-AMT-EDITED
               MOVE SPACES                 TO REPORT-LINE
               STRING "       - " WS-CUS-ID(IND-2) " "
                      WS-CUS-NAME(IND-2) "  OWN EXPOSURE "
                      FUNCTION TRIM(WS-AMT-EDITED)
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM
           .
       F-WRITE-GROUP-MEMBERS-END.
           EXIT.
      ******************************************************************
       F-WRITE-TOTALS SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BOOK-TOTAL              TO WS-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "TOTAL EXPOSURE: " FUNCTION TRIM(WS-AMT-EDITED)
                  " " K-LE-CURRENCY
                  "   GROUPS: " FUNCTION TRIM(WS-GRP-COUNT)
                  "   LARGE: " FUNCTION TRIM(WS-LARGE-COUNT)
                  "   BREACHES: " FUNCTION TRIM(WS-BREACH-COUNT)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           STRING "LOANS: " FUNCTION TRIM(WS-LOANS-READ)
                  "   ACCOUNTS: " FUNCTION TRIM(WS-ACCOUNTS-READ)
                  "   CUSTOMERS LINKED INTO GROUPS: "
                  FUNCTION TRIM(WS-LINKS-MADE)
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
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-EXC-COUNT OR IND-2 > 50
             MOVE SPACES                   TO REPORT-LINE
             STRING "  " WS-EXC-TEXT(IND-2)
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
