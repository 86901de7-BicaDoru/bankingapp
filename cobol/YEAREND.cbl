      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      YEAREND.
      ******************************************************************
      *  Year-end close and new-year rollover. Runs every night as a
      *  NIGHTRUN step, or standalone to close a given year:
      *     YEAREND
      *     YEAREND 2025
      *  With no argument there is only anything to do while the
      *  bank-wide business date (see BUSDATE.cbl) is in January: the
      *  year to close is then the one just ended. Every other night,
      *  and every night after the year is closed, the run writes a
      *  one-line status to files/reports/YEAREND_<yyyymmdd>.txt and
      *  finishes. An explicit year closes that year, if still open.
      *  A year is only closed once the December run of every month-
      *  end job in YEARENDCONFIG has reached SUCCESS on
      *  files/batchrunlog.dat. Until then the close is deferred --
      *  the status report names the missing jobs and the step still
      *  finishes SUCCESS, so the rest of the nightly chain is not
      *  held up by a job operations launch by hand; the next night
      *  tries again.
      *  The close itself:
      *    - snapshots every account, customer and internal, to
      *      files/yearendbal.dat (see YEARENDBALRECORD): the balance
      *      as at 31 December -- the stored balance less every
      *      TRANSDB/TRANSFERDB row value-dated into the new year by
      *      the time the close runs -- and the year's interest,
      *      debit interest, fee and tax totals per account;
      *    - works out the year's income and expense position per GL
      *      code and currency: the movement for the year on the fee
      *      income, debit-interest income, interest expense and
      *      loyalty expense internal accounts (see INTACCCONFIG; this
      *      year's snapshot less last year's), the loan sub-ledger's
      *      interest income (files/loanledger.dat, same mapping as
      *      GLEXPORT), charge-offs and recoveries
      *      (files/loanwriteoff.dat) and the ECL provision charge
      *      (files/eclmovement.dat);
      *    - closes each position to K-GLCODE-RETAINED-EARNINGS in
      *      GLEXPORT's pipe-delimited layout, dated 31 December, to
      *      files/reports/GL_YEAREND_<yyyy>.txt (same column set, so
      *      the ledger loader takes it unchanged, as with FXREVAL);
      *    - writes the auditor pack, files/reports/YEAREND_PACK_
      *      <yyyy>.txt -- month-end run evidence, the balance of every
      *      account, totals per currency, the closing entries and the
      *      result per currency -- and registers it on REPORTREG;
      *    - records the year on files/yearclose.dat (see
      *      YEARCLOSERECORD), last of all. From then on ACCBO refuses
      *      any back-valued posting into that year
      *      (O-DISP-ERR-VALDATE-CLOSED), whatever the role.
      *  A close interrupted before the control row is written is
      *  simply run again: the snapshot rows are rewritten and the
      *  GL file and pack are produced afresh.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "files/batchrunlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT YEAR-CLOSE-FILE ASSIGN TO "files/yearclose.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YC-YEAR
           FILE STATUS IS WS-YC-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "files/yearendbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YB-KEY
           FILE STATUS IS WS-YB-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "files/loanledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LL-ID
           FILE STATUS IS WS-LL-FILE-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO "files/loanwriteoff.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-ID
           FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "files/eclmovement.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-ID
           FILE STATUS IS WS-EM-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT GL-OUTPUT ASSIGN TO DYNAMIC WS-GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  RUNLOG-FILE.
       COPY RUNLOGRECORD.

       FD  YEAR-CLOSE-FILE.
       COPY YEARCLOSERECORD.

       FD  SNAPSHOT-FILE.
       COPY YEARENDBALRECORD.

       FD  LEDGER-FILE.
       COPY LOANLEDGERRECORD.

       FD  WRITEOFF-FILE.
       COPY LOANWRITEOFFRECORD.

       FD  PROVISION-FILE.
       COPY ECLMOVEMENTRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).

       FD  GL-OUTPUT.
       01  GL-LINE                      PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "YEAREND             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-TRANSFERDB           VALUE "TRANSFERDB          ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY GLCODECONFIG.
         COPY INTACCCONFIG.
         COPY YEARENDCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-GL-STATUS                PIC XX VALUE SPACES.
         05 WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-YC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-YB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-EM-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-NAME              PIC X(256).
         05 WS-GL-FILENAME              PIC X(256).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).
         05 WS-GL-LINE-NUMBER           PIC 9(07) VALUE 0.
         05 WS-STATUS-TEXT              PIC X(120) VALUE SPACES.

         05 WS-BUSDATE-X.
           10 WS-BUSDATE-YYYY           PIC X(04).
           10 WS-BUSDATE-MM             PIC X(02).
           10 WS-BUSDATE-DD             PIC X(02).
         05 WS-BUSDATE REDEFINES WS-BUSDATE-X
                                        PIC 9(08).
         05 WS-BUS-YEAR                 PIC 9(04).
         05 WS-CLOSE-YEAR               PIC 9(04) VALUE 0.
         05 WS-CLOSE-YEAR-X REDEFINES WS-CLOSE-YEAR
                                        PIC X(04).
         05 WS-PRIOR-YEAR               PIC 9(04).
      *    "YYYY-12-31" -- THE DATE EVERY CLOSING GL LINE CARRIES.
         05 WS-YEAR-END-ISO             PIC X(10).
      *    EARLIEST RUN-LOG DATE THAT COUNTS AS DECEMBER'S MONTH-END.
         05 WS-MONTHEND-FROM            PIC X(10).
         05 WS-ROW-YEAR                 PIC X(04).

      *    THE ACCOUNT BEING SNAPSHOT.
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).
         05 WS-CUR-CURRENCY             PIC X(03).
         05 WS-CUR-BALANCE              PIC S9(10)V99.
      *    NET OF EVERYTHING VALUE-DATED AFTER 31 DECEMBER -- TAKEN
      *    BACK OFF THE STORED BALANCE TO GET THE YEAR-END ONE.
         05 WS-POST-YE-NET              PIC S9(10)V99.
         05 WS-YE-BALANCE               PIC S9(10)V99.
         05 WS-YR-INTEREST              PIC 9(10)V99.
         05 WS-YR-DEBITINT              PIC 9(10)V99.
         05 WS-YR-FEES                  PIC 9(10)V99.
         05 WS-YR-TAX                   PIC 9(10)V99.
         05 WS-PRIOR-YE-BALANCE         PIC S9(10)V99.
         05 WS-INT-PURPOSE              PIC X(06).

      *    ONE INCOME/EXPENSE POSITION FOR F-ADD-PL-POSITION.
         05 WS-ADD-GLCODE               PIC X(04).
         05 WS-ADD-CURRENCY             PIC X(03).
         05 WS-ADD-NET                  PIC S9(12)V99.

      *    ONE GL LINE FOR F-WRITE-GL-LINE.
         05 WS-GLCODE                   PIC X(04).
         05 WS-GL-IBAN                  PIC X(30).
         05 WS-GL-DEBIT                 PIC 9(12)V99.
         05 WS-GL-CREDIT                PIC 9(12)V99.
         05 WS-ABS-NET                  PIC 9(12)V99.

         05 WS-ACCOUNTS-SNAPSHOT        PIC 9(07) VALUE 0.
         05 WS-INTERNAL-SNAPSHOT        PIC 9(07) VALUE 0.
         05 WS-CLOSING-ENTRIES          PIC 9(05) VALUE 0.
         05 WS-MISSING-JOBS             PIC 9(02) VALUE 0.
         05 WS-RESULT                   PIC S9(12)V99 VALUE 0.

         05 WS-AMOUNT-EDITED            PIC +ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-2          PIC +ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-3          PIC ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-4          PIC ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-5          PIC ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-6          PIC ZZZZZZZZZZZ9.99.
         05 WS-DEBIT-EDITED             PIC ZZZZZZZZZZZ9.99.
         05 WS-CREDIT-EDITED            PIC ZZZZZZZZZZZ9.99.
         05 WS-COUNT-EDITED             PIC ZZZZZZ9.

      *    DECEMBER MONTH-END EVIDENCE -- ONE ROW PER YEARENDCONFIG
      *    JOB, WITH THE LATEST QUALIFYING SUCCESS DATE (SPACES WHEN
      *    NONE WAS FOUND).
       01 MONTHEND-TABLE.
         05 WS-ME-ELEM                  OCCURS 10 TIMES.
           10 WS-ME-JOB                 PIC X(20).
           10 WS-ME-RUNDATE             PIC X(10).

      *    YEAR-END TOTALS PER CURRENCY, CUSTOMER ACCOUNTS ONLY.
       01 CURRENCY-TOTALS.
         05 WS-CT-COUNT                 PIC 9(02) VALUE 0.
         05 WS-CT-ELEM                  OCCURS 10 TIMES.
           10 WS-CT-CURRENCY            PIC X(03).
           10 WS-CT-ACCOUNTS            PIC 9(07).
           10 WS-CT-BALANCE             PIC S9(12)V99.
           10 WS-CT-INTEREST            PIC 9(12)V99.
           10 WS-CT-DEBITINT            PIC 9(12)V99.
           10 WS-CT-FEES                PIC 9(12)V99.
           10 WS-CT-TAX                 PIC 9(12)V99.
      *      RESULT TAKEN TO RETAINED EARNINGS IN THIS CURRENCY.
           10 WS-CT-RESULT              PIC S9(12)V99.

      *    THE YEAR'S INCOME/EXPENSE POSITIONS, AS A NET CREDIT PER GL
      *    CODE AND CURRENCY -- POSITIVE IS INCOME, NEGATIVE EXPENSE.
       01 PL-POSITIONS.
         05 WS-PL-COUNT                 PIC 9(02) VALUE 0.
         05 WS-PL-ELEM                  OCCURS 40 TIMES.
           10 WS-PL-GLCODE              PIC X(04).
           10 WS-PL-CURRENCY            PIC X(03).
           10 WS-PL-NET                 PIC S9(12)V99.

       01 FLAGS.
         05 FG-CLOSE-DUE                PIC X VALUE 'N'.
           88 FG-CLOSE-DUE-Y            VALUE 'Y'.
           88 FG-CLOSE-DUE-N            VALUE 'N'.
         05 FG-MONTHEND-OK              PIC X VALUE 'N'.
           88 FG-MONTHEND-OK-Y          VALUE 'Y'.
           88 FG-MONTHEND-OK-N          VALUE 'N'.
         05 FG-INTERNAL-PASS            PIC X VALUE 'N'.
           88 FG-INTERNAL-PASS-Y        VALUE 'Y'.
           88 FG-INTERNAL-PASS-N        VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-SUB-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-N       VALUE 'N'.
         05 FG-MORE-ROWS                PIC X VALUE 'Y'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.
         05 FG-FOUND                    PIC X VALUE 'N'.
           88 FG-FOUND-Y                VALUE 'Y'.
           88 FG-FOUND-N                VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY TRANSFERINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-DECIDE-CLOSE-YEAR

           IF FG-CLOSE-DUE-Y
             PERFORM F-CHECK-MONTHEND-JOBS
           END-IF

           IF FG-CLOSE-DUE-Y
           AND FG-MONTHEND-OK-Y
             PERFORM F-RUN-CLOSE
           ELSE
             PERFORM F-WRITE-STATUS-REPORT
           END-IF

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "YEAR-END CLOSE STARTING"  TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-BUSDATE
           MOVE WS-BUSDATE-YYYY           TO WS-BUS-YEAR
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND A NIGHT
      *    WITH NOTHING TO CLOSE IS VISIBLE TOO.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-BUSDATE                TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-NAME             TO U-RPTREG-PATH
           MOVE WS-ACCOUNTS-SNAPSHOT       TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           DISPLAY "YEAREND: " FUNCTION TRIM(WS-STATUS-TEXT)

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE WS-STATUS-TEXT             TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-DECIDE-CLOSE-YEAR SECTION.
           SET FG-CLOSE-DUE-N              TO TRUE

           IF ARG-COMMAND-STRING(1:4) IS NUMERIC
           AND ARG-COMMAND-STRING(5:) = SPACES
             MOVE ARG-COMMAND-STRING(1:4)  TO WS-CLOSE-YEAR
             IF WS-CLOSE-YEAR NOT < WS-BUS-YEAR
               STRING "YEAR " WS-CLOSE-YEAR-X
                      " HAS NOT ENDED -- BUSINESS DATE IS "
                      WS-BUSDATE-X
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
           ELSE
             IF ARG-COMMAND-STRING NOT = SPACES
               STRING "USAGE: YEAREND [yyyy] -- IGNORED '"
                      FUNCTION TRIM(ARG-COMMAND-STRING) "'"
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
             IF WS-BUSDATE-MM NOT = "01"
               STRING "NO YEAR-END DUE -- BUSINESS DATE "
                      WS-BUSDATE-X
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
             COMPUTE WS-CLOSE-YEAR = WS-BUS-YEAR - 1
           END-IF

           COMPUTE WS-PRIOR-YEAR = WS-CLOSE-YEAR - 1
           STRING WS-CLOSE-YEAR-X "-12-31"
             DELIMITED BY SIZE INTO WS-YEAR-END-ISO
           END-STRING

      *    NO CONTROL FILE YET MEANS NO YEAR HAS EVER BEEN CLOSED.
           OPEN INPUT YEAR-CLOSE-FILE
           IF WS-YC-FILE-STATUS = "00"
             MOVE WS-CLOSE-YEAR            TO YC-YEAR
             READ YEAR-CLOSE-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 STRING "YEAR " WS-CLOSE-YEAR-X
                        " ALREADY CLOSED ON " YC-CLOSED-ON
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
                 END-STRING
             END-READ
             CLOSE YEAR-CLOSE-FILE
           END-IF
           IF WS-STATUS-TEXT NOT = SPACES
             EXIT SECTION
           END-IF

           SET FG-CLOSE-DUE-Y              TO TRUE
           .
       F-DECIDE-CLOSE-YEAR-END.
           EXIT.
      ******************************************************************
       F-CHECK-MONTHEND-JOBS SECTION.
      *    EVERY MONTH-END JOB MUST HAVE A SUCCESS ROW LOGGED ON OR
      *    AFTER THE CONFIGURED DECEMBER DAY. THE LATEST ONE FOUND IS
      *    KEPT AS THE EVIDENCE THE PACK PRINTS.
           STRING WS-CLOSE-YEAR-X "-12-" K-YEAREND-MONTHEND-FROM-DD
             DELIMITED BY SIZE INTO WS-MONTHEND-FROM
           END-STRING
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > K-YEAREND-MONTHEND-COUNT
             MOVE K-YEAREND-MONTHEND-JOB(IND-1) TO WS-ME-JOB(IND-1)
             MOVE SPACES                   TO WS-ME-RUNDATE(IND-1)
           END-PERFORM

           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "00"
             SET FG-MORE-ROWS-Y            TO TRUE
             PERFORM UNTIL FG-MORE-ROWS-N
               READ RUNLOG-FILE
                 AT END
                   SET FG-MORE-ROWS-N      TO TRUE
                 NOT AT END
                   IF RL-STATUS-SUCCESS
                   AND RL-RUNDATE NOT < WS-MONTHEND-FROM
                     PERFORM VARYING IND-1 FROM 1 BY 1
                             UNTIL IND-1 > K-YEAREND-MONTHEND-COUNT
                       IF RL-JOBNAME = WS-ME-JOB(IND-1)
                       AND RL-RUNDATE > WS-ME-RUNDATE(IND-1)
                         MOVE RL-RUNDATE   TO WS-ME-RUNDATE(IND-1)
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RUNLOG-FILE
           END-IF

           MOVE 0                          TO WS-MISSING-JOBS
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > K-YEAREND-MONTHEND-COUNT
             IF WS-ME-RUNDATE(IND-1) = SPACES
               ADD 1                       TO WS-MISSING-JOBS
             END-IF
           END-PERFORM

           IF WS-MISSING-JOBS = 0
             SET FG-MONTHEND-OK-Y          TO TRUE
           ELSE
             SET FG-MONTHEND-OK-N          TO TRUE
             STRING "YEAR " WS-CLOSE-YEAR-X
                    " CLOSE DEFERRED -- DECEMBER MONTH-END RUNS "
                    "MISSING: " WS-MISSING-JOBS
               DELIMITED BY SIZE INTO WS-STATUS-TEXT
             END-STRING
           END-IF
           .
       F-CHECK-MONTHEND-JOBS-END.
           EXIT.
      ******************************************************************
       F-WRITE-STATUS-REPORT SECTION.
      *    NOTHING CLOSED TONIGHT -- ONE STATUS LINE, PLUS THE MISSING
      *    MONTH-END JOBS WHEN THAT IS WHAT HELD THE CLOSE BACK.
           STRING "files/reports/YEAREND_" DELIMITED BY SIZE
                  WS-BUSDATE-X               DELIMITED BY SIZE
                  ".txt"                     DELIMITED BY SIZE
             INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== YEAR-END CLOSE STATUS ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STATUS-TEXT             TO REPORT-LINE
           WRITE REPORT-LINE

           IF FG-CLOSE-DUE-Y
           AND FG-MONTHEND-OK-N
             PERFORM F-WRITE-MONTHEND-LINES
           END-IF
           CLOSE REPORT-OUTPUT
           .
       F-WRITE-STATUS-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-MONTHEND-LINES SECTION.
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > K-YEAREND-MONTHEND-COUNT
             MOVE SPACES                   TO REPORT-LINE
             IF WS-ME-RUNDATE(IND-1) = SPACES
               STRING "  " WS-ME-JOB(IND-1)
                      " NO SUCCESSFUL RUN SINCE " WS-MONTHEND-FROM
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
             ELSE
               STRING "  " WS-ME-JOB(IND-1)
                      " SUCCESS " WS-ME-RUNDATE(IND-1)
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
             END-IF
             WRITE REPORT-LINE
           END-PERFORM
           .
       F-WRITE-MONTHEND-LINES-END.
           EXIT.
      ******************************************************************
       F-RUN-CLOSE SECTION.
           PERFORM F-OPEN-CLOSE-FILES

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DECEMBER MONTH-END RUNS"   TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM F-WRITE-MONTHEND-LINES

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "ACCOUNT BALANCES AS AT 31 DECEMBER "
                  WS-CLOSE-YEAR-X
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           STRING "ACCOUNTID|IBAN|CCY|STATUS|BALANCE|INTEREST"
                  "|DEBITINT|FEES|TAX"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *    CUSTOMER ACCOUNTS FIRST, THEN THE BANK'S OWN INTERNAL
      *    ACCOUNTS -- ACCDB ONLY LISTS THOSE WHEN ASKED BY NAME.
           SET FG-INTERNAL-PASS-N          TO TRUE
           PERFORM F-SNAPSHOT-PASS
           SET FG-INTERNAL-PASS-Y          TO TRUE
           PERFORM F-SNAPSHOT-PASS

           PERFORM F-SUM-LOAN-LEDGER
           PERFORM F-SUM-WRITEOFFS
           PERFORM F-SUM-PROVISIONS

           PERFORM F-WRITE-CLOSING-ENTRIES
           PERFORM F-WRITE-PACK-TOTALS
           PERFORM F-RECORD-CLOSE

           CLOSE SNAPSHOT-FILE
           CLOSE GL-OUTPUT
           CLOSE REPORT-OUTPUT

           STRING "YEAR " WS-CLOSE-YEAR-X " CLOSED -- "
                  FUNCTION TRIM(WS-ACCOUNTS-SNAPSHOT)
                  " ACCOUNTS SNAPSHOT, "
                  FUNCTION TRIM(WS-CLOSING-ENTRIES)
                  " CLOSING ENTRIES"
             DELIMITED BY SIZE INTO WS-STATUS-TEXT
           END-STRING
           .
       F-RUN-CLOSE-END.
           EXIT.
      ******************************************************************
       F-OPEN-CLOSE-FILES SECTION.
           STRING "files/reports/YEAREND_PACK_" DELIMITED BY SIZE
                  WS-CLOSE-YEAR-X               DELIMITED BY SIZE
                  ".txt"                        DELIMITED BY SIZE
             INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== YEAR-END PACK ====="  TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "FINANCIAL YEAR " WS-CLOSE-YEAR-X
                  " CLOSED UNDER BUSINESS DATE " WS-BUSDATE-X
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           STRING "files/reports/GL_YEAREND_" DELIMITED BY SIZE
                  WS-CLOSE-YEAR-X             DELIMITED BY SIZE
                  ".txt"                      DELIMITED BY SIZE
             INTO WS-GL-FILENAME
           END-STRING
           OPEN OUTPUT GL-OUTPUT
      *    SAME COLUMN SET AS GLEXPORT'S FEED SO THE DOWNSTREAM
      *    LEDGER LOADER TAKES BOTH FILES UNCHANGED.
           STRING "DATE|ACCOUNTID|IBAN|TRTYPE|DEBIT|CREDIT|BALANCE"
                                                   DELIMITED BY SIZE
                  "|GLCODE|GLLINE"                 DELIMITED BY SIZE
             INTO GL-LINE
           END-STRING
           WRITE GL-LINE

           OPEN I-O SNAPSHOT-FILE
           IF WS-YB-FILE-STATUS = "35"
             OPEN OUTPUT SNAPSHOT-FILE
             CLOSE SNAPSHOT-FILE
             OPEN I-O SNAPSHOT-FILE
           END-IF
           .
       F-OPEN-CLOSE-FILES-END.
           EXIT.
      ******************************************************************
       F-SNAPSHOT-PASS SECTION.
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE 0                        TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             IF FG-INTERNAL-PASS-Y
               SET I-ACC-PROD-INTERNAL     TO TRUE
             END-IF
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
                 PERFORM F-SNAPSHOT-ACCOUNT
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-SNAPSHOT-PASS-END.
           EXIT.
      ******************************************************************
       F-SNAPSHOT-ACCOUNT SECTION.
           MOVE O-ACC-ACCOUNTID(IND-1)     TO WS-CUR-ACCOUNTID
           MOVE O-ACC-IBAN(IND-1)          TO WS-CUR-IBAN
           MOVE O-ACC-CURRENCY(IND-1)      TO WS-CUR-CURRENCY
           MOVE O-ACC-BALANCE(IND-1)       TO WS-CUR-BALANCE
           MOVE 0                          TO WS-POST-YE-NET
           MOVE 0                          TO WS-YR-INTEREST
           MOVE 0                          TO WS-YR-DEBITINT
           MOVE 0                          TO WS-YR-FEES
           MOVE 0                          TO WS-YR-TAX

           PERFORM F-REPLAY-TRANSACTIONS
           PERFORM F-REPLAY-TRANSFERS
           COMPUTE WS-YE-BALANCE = WS-CUR-BALANCE - WS-POST-YE-NET

      *    AN INTERNAL ACCOUNT'S YEAR IS ITS MOVEMENT SINCE LAST
      *    YEAR'S SNAPSHOT -- READ BEFORE THIS YEAR'S ROW IS BUILT IN
      *    THE SAME RECORD AREA.
           IF FG-INTERNAL-PASS-Y
             PERFORM F-CLOSE-INTERNAL-ACCOUNT
           END-IF

           INITIALIZE YEAR-END-BAL-RECORD
           MOVE WS-CLOSE-YEAR              TO YB-YEAR
           MOVE WS-CUR-ACCOUNTID           TO YB-ACCOUNTID
           MOVE O-ACC-CUSTOMERID(IND-1)    TO YB-CUSTOMERID
           MOVE WS-CUR-IBAN                TO YB-IBAN
           MOVE WS-CUR-CURRENCY            TO YB-CURRENCY
           MOVE O-ACC-BRANCHID(IND-1)      TO YB-BRANCHID
           MOVE O-ACC-PRODUCT-TYPE(IND-1)  TO YB-PRODUCT-TYPE
           MOVE O-ACC-STATUS(IND-1)        TO YB-STATUS
           MOVE WS-YE-BALANCE              TO YB-BALANCE
           MOVE WS-YR-INTEREST             TO YB-INTEREST
           MOVE WS-YR-DEBITINT             TO YB-DEBITINT
           MOVE WS-YR-FEES                 TO YB-FEES
           MOVE WS-YR-TAX                  TO YB-TAX
           WRITE YEAR-END-BAL-RECORD
             INVALID KEY
               REWRITE YEAR-END-BAL-RECORD
           END-WRITE

           ADD 1                           TO WS-ACCOUNTS-SNAPSHOT
           IF FG-INTERNAL-PASS-Y
             ADD 1                         TO WS-INTERNAL-SNAPSHOT
           ELSE
             PERFORM F-ADD-CURRENCY-TOTALS
           END-IF

           MOVE WS-YE-BALANCE              TO WS-AMOUNT-EDITED
           MOVE WS-YR-INTEREST             TO WS-AMOUNT-EDITED-3
           MOVE WS-YR-DEBITINT             TO WS-AMOUNT-EDITED-4
           MOVE WS-YR-FEES                 TO WS-AMOUNT-EDITED-5
           MOVE WS-YR-TAX                  TO WS-AMOUNT-EDITED-6
           MOVE SPACES                     TO REPORT-LINE
           STRING WS-CUR-ACCOUNTID "|" FUNCTION TRIM(WS-CUR-IBAN)
                  "|" WS-CUR-CURRENCY "|" O-ACC-STATUS(IND-1)
                  "|" FUNCTION TRIM(WS-AMOUNT-EDITED)
                  "|" FUNCTION TRIM(WS-AMOUNT-EDITED-3)
                  "|" FUNCTION TRIM(WS-AMOUNT-EDITED-4)
                  "|" FUNCTION TRIM(WS-AMOUNT-EDITED-5)
                  "|" FUNCTION TRIM(WS-AMOUNT-EDITED-6)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-SNAPSHOT-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-REPLAY-TRANSACTIONS SECTION.
      *    SAME SIGN RULES AS EODRECON'S REPLAY. A ROW BELONGS TO THE
      *    YEAR OF ITS VALUE DATE; ROWS FROM BEFORE VALUE DATING WAS
      *    KEPT FALL BACK TO THE DATE HALF OF THE POSTING TIMESTAMP.
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
                 IF O-TRANS-VALUE-DATE(IND-2) > 0
                   MOVE O-TRANS-VALUE-DATE(IND-2)(1:4)
                                           TO WS-ROW-YEAR
                 ELSE
                   MOVE O-TRANS-TIMESTAMP(IND-2)(1:4)
                                           TO WS-ROW-YEAR
                 END-IF
                 IF WS-ROW-YEAR > WS-CLOSE-YEAR-X
                   EVALUATE O-TRANS-TRANS-TYPE(IND-2)
                     WHEN "WITHDRAW"
                     WHEN "FEE"
                     WHEN "TAX"
                     WHEN "REVERSALDR"
                     WHEN "DEBITINT"
                       SUBTRACT O-TRANS-AMMOUNT(IND-2)
                               FROM WS-POST-YE-NET
                     WHEN OTHER
                       ADD O-TRANS-AMMOUNT(IND-2)
                               TO WS-POST-YE-NET
                   END-EVALUATE
                 END-IF
                 IF WS-ROW-YEAR = WS-CLOSE-YEAR-X
                   EVALUATE O-TRANS-TRANS-TYPE(IND-2)
                     WHEN "INTEREST"
                       ADD O-TRANS-AMMOUNT(IND-2) TO WS-YR-INTEREST
                     WHEN "DEBITINT"
                       ADD O-TRANS-AMMOUNT(IND-2) TO WS-YR-DEBITINT
                     WHEN "FEE"
                       ADD O-TRANS-AMMOUNT(IND-2) TO WS-YR-FEES
                     WHEN "TAX"
                       ADD O-TRANS-AMMOUNT(IND-2) TO WS-YR-TAX
                   END-EVALUATE
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
       F-REPLAY-TRANSACTIONS-END.
           EXIT.
      ******************************************************************
       F-REPLAY-TRANSFERS SECTION.
           IF WS-CUR-IBAN = SPACES
             EXIT SECTION
           END-IF
           SET FG-MORE-SUB-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-SUB-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             INITIALIZE TRANSFERDB-INTERFACE
             SET I-TRANSFER-OP-GETLIST     TO TRUE
             MOVE WS-CUR-IBAN              TO I-TRANSFER-FILTER-IBAN
             MOVE WS-SUB-PAGE-NUMBER       TO I-TRANSFER-PAGE-NUMBER
             SET PGNAME-TRANSFERDB         TO TRUE
             CALL PROGNAME USING TRANSFERDB-INTERFACE

             IF NOT TRANSFERDB-STATUS-OK
               MOVE 0                      TO O-TRANSFER-COUNT
             END-IF

             IF O-TRANSFER-COUNT = 0
               SET FG-MORE-SUB-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-2 FROM 1 BY 1
                       UNTIL IND-2 > O-TRANSFER-COUNT
                 IF O-TRANSFER-VALUE-DATE(IND-2) > 0
                   MOVE O-TRANSFER-VALUE-DATE(IND-2)(1:4)
                                           TO WS-ROW-YEAR
                 ELSE
                   MOVE O-TRANSFER-TIMESTAMP(IND-2)(1:4)
                                           TO WS-ROW-YEAR
                 END-IF
                 IF WS-ROW-YEAR > WS-CLOSE-YEAR-X
                   IF O-TRANSFER-SRCIBAN(IND-2) = WS-CUR-IBAN
                     SUBTRACT O-TRANSFER-AMOUNT(IND-2)
                             FROM WS-POST-YE-NET
                   ELSE
                     ADD O-TRANSFER-AMOUNT(IND-2)
                             TO WS-POST-YE-NET
                   END-IF
                 END-IF
               END-PERFORM
               IF O-TRANSFER-COUNT < K-PAGE-SIZE
                 SET FG-MORE-SUB-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-SUB-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-REPLAY-TRANSFERS-END.
           EXIT.
      ******************************************************************
       F-CLOSE-INTERNAL-ACCOUNT SECTION.
      *    ONLY THE INCOME AND EXPENSE PURPOSES ARE CLOSED -- TAX
      *    PAYABLE, ESCHEAT HOLDING AND SUSPENSE ARE BALANCE-SHEET
      *    ACCOUNTS AND CARRY FORWARD. FEE AND DEBIT-INTEREST INCOME
      *    BUILD UP A CREDIT (POSITIVE) BALANCE, INTEREST AND LOYALTY
      *    EXPENSE A DEBIT ONE, SO THE YEAR'S MOVEMENT IS ALREADY A
      *    NET CREDIT.
           MOVE SPACES                     TO WS-INT-PURPOSE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > K-INTACC-COUNT
             IF K-INTACC-ACCID(IND-3) = WS-CUR-ACCOUNTID
               MOVE K-INTACC-PURPOSE(IND-3) TO WS-INT-PURPOSE
             END-IF
           END-PERFORM

           EVALUATE WS-INT-PURPOSE
             WHEN "FEEINC"
               MOVE K-GLCODE-FEE-INCOME    TO WS-ADD-GLCODE
             WHEN "INTINC"
               MOVE K-GLCODE-DEBIT-INT-INCOME TO WS-ADD-GLCODE
             WHEN "INTEXP"
               MOVE K-GLCODE-INT-EXPENSE   TO WS-ADD-GLCODE
             WHEN "LOYEXP"
               MOVE K-GLCODE-LOYALTY-EXPENSE TO WS-ADD-GLCODE
             WHEN OTHER
               EXIT SECTION
           END-EVALUATE

      *    NO ROW FOR LAST YEAR (THE FIRST CLOSE) MEANS EVERYTHING
      *    ON THE ACCOUNT SO FAR BELONGS TO THIS YEAR.
           MOVE 0                          TO WS-PRIOR-YE-BALANCE
           MOVE WS-PRIOR-YEAR              TO YB-YEAR
           MOVE WS-CUR-ACCOUNTID           TO YB-ACCOUNTID
           READ SNAPSHOT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE YB-BALANCE             TO WS-PRIOR-YE-BALANCE
           END-READ

           MOVE WS-CUR-CURRENCY            TO WS-ADD-CURRENCY
           COMPUTE WS-ADD-NET = WS-YE-BALANCE - WS-PRIOR-YE-BALANCE
           PERFORM F-ADD-PL-POSITION
           .
       F-CLOSE-INTERNAL-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-SUM-LOAN-LEDGER SECTION.
      *    LOAN INTEREST INCOME FOR THE YEAR, BOOKED THE WAY GLEXPORT
      *    BOOKS IT: THE DAILY ACCRUAL, THE TRUE-UP ON EACH REPAYMENT
      *    AND THE ACCRUAL A CHARGE-OFF REVERSES.
           OPEN INPUT LEDGER-FILE
           IF WS-LL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO LL-ID
           START LEDGER-FILE KEY IS NOT LESS THAN LL-ID
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF LL-DATE(1:4) = WS-CLOSE-YEAR-X
                   MOVE K-GLCODE-LOAN-INT-INCOME TO WS-ADD-GLCODE
                   MOVE LL-CURRENCY        TO WS-ADD-CURRENCY
                   MOVE 0                  TO WS-ADD-NET
                   EVALUATE TRUE
                     WHEN LL-IS-ACCRUAL
                       MOVE LL-INTEREST    TO WS-ADD-NET
                     WHEN LL-IS-REPAYMENT
                       COMPUTE WS-ADD-NET =
                               LL-INTEREST - LL-ACCRUAL-CLEARED
                     WHEN LL-IS-CHARGE-OFF
                       COMPUTE WS-ADD-NET = 0 - LL-ACCRUAL-CLEARED
                   END-EVALUATE
                   IF WS-ADD-NET NOT = 0
                     PERFORM F-ADD-PL-POSITION
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .
       F-SUM-LOAN-LEDGER-END.
           EXIT.
      ******************************************************************
       F-SUM-WRITEOFFS SECTION.
      *    A CHARGE-OFF IS A LOSS EXPENSE, A RECOVERY INCOME.
           OPEN INPUT WRITEOFF-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO WO-ID
           START WRITEOFF-FILE KEY IS NOT LESS THAN WO-ID
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ WRITEOFF-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF WO-DATE(1:4) = WS-CLOSE-YEAR-X
                   MOVE WO-CURRENCY        TO WS-ADD-CURRENCY
                   IF WO-IS-CHARGE-OFF
                     MOVE K-GLCODE-LOAN-LOSS TO WS-ADD-GLCODE
                     COMPUTE WS-ADD-NET = 0 - WO-AMOUNT
                   ELSE
                     MOVE K-GLCODE-LOAN-RECOVERY TO WS-ADD-GLCODE
                     MOVE WO-AMOUNT        TO WS-ADD-NET
                   END-IF
                   PERFORM F-ADD-PL-POSITION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE
           .
       F-SUM-WRITEOFFS-END.
           EXIT.
      ******************************************************************
       F-SUM-PROVISIONS SECTION.
      *    A PROVISION INCREASE IS AN EXPENSE, A RELEASE A CREDIT TO
      *    IT. THE ECL MOVEMENTS CARRY NO CURRENCY -- THE LOAN BOOK IS
      *    PROVISIONED IN EUR.
           OPEN INPUT PROVISION-FILE
           IF WS-EM-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO EM-ID
           START PROVISION-FILE KEY IS NOT LESS THAN EM-ID
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ PROVISION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF EM-RUN-DATE(1:4) = WS-CLOSE-YEAR-X
                   MOVE K-GLCODE-PROVISION-EXP TO WS-ADD-GLCODE
                   MOVE "EUR"              TO WS-ADD-CURRENCY
                   COMPUTE WS-ADD-NET = 0 - EM-MOVEMENT
                   PERFORM F-ADD-PL-POSITION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PROVISION-FILE
           .
       F-SUM-PROVISIONS-END.
           EXIT.
      ******************************************************************
       F-ADD-PL-POSITION SECTION.
           SET FG-FOUND-N                  TO TRUE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-PL-COUNT
             IF WS-PL-GLCODE(IND-3) = WS-ADD-GLCODE
             AND WS-PL-CURRENCY(IND-3) = WS-ADD-CURRENCY
               ADD WS-ADD-NET              TO WS-PL-NET(IND-3)
               SET FG-FOUND-Y              TO TRUE
             END-IF
           END-PERFORM

           IF FG-FOUND-N
           AND WS-PL-COUNT < 40
             ADD 1                         TO WS-PL-COUNT
             MOVE WS-ADD-GLCODE            TO WS-PL-GLCODE(WS-PL-COUNT)
             MOVE WS-ADD-CURRENCY          TO WS-PL-CURRENCY
                                                      (WS-PL-COUNT)
             MOVE WS-ADD-NET               TO WS-PL-NET(WS-PL-COUNT)
           END-IF
           .
       F-ADD-PL-POSITION-END.
           EXIT.
      ******************************************************************
       F-ADD-CURRENCY-TOTALS SECTION.
           PERFORM F-FIND-CURRENCY-SLOT
           IF IND-3 > WS-CT-COUNT
             EXIT SECTION
           END-IF
           ADD 1                           TO WS-CT-ACCOUNTS(IND-3)
           ADD WS-YE-BALANCE               TO WS-CT-BALANCE(IND-3)
           ADD WS-YR-INTEREST              TO WS-CT-INTEREST(IND-3)
           ADD WS-YR-DEBITINT              TO WS-CT-DEBITINT(IND-3)
           ADD WS-YR-FEES                  TO WS-CT-FEES(IND-3)
           ADD WS-YR-TAX                   TO WS-CT-TAX(IND-3)
           .
       F-ADD-CURRENCY-TOTALS-END.
           EXIT.
      ******************************************************************
       F-FIND-CURRENCY-SLOT SECTION.
      *    LEAVES IND-3 ON WS-CUR-CURRENCY'S SLOT, OPENING ONE IF
      *    NEEDED -- PAST WS-CT-COUNT ONLY WHEN THE TABLE IS FULL.
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-CT-COUNT
                      OR WS-CT-CURRENCY(IND-3) = WS-CUR-CURRENCY
             CONTINUE
           END-PERFORM

           IF IND-3 > WS-CT-COUNT
           AND WS-CT-COUNT < 10
             ADD 1                         TO WS-CT-COUNT
             MOVE WS-CT-COUNT              TO IND-3
             INITIALIZE WS-CT-ELEM(IND-3)
             MOVE WS-CUR-CURRENCY          TO WS-CT-CURRENCY(IND-3)
           END-IF
           .
       F-FIND-CURRENCY-SLOT-END.
           EXIT.
      ******************************************************************
       F-WRITE-CLOSING-ENTRIES SECTION.
      *    EACH POSITION IS REVERSED OUT OF ITS OWN GL CODE AND THE
      *    OTHER LEG TAKEN TO RETAINED EARNINGS: INCOME (A NET CREDIT)
      *    IS DEBITED AWAY, EXPENSE (A NET DEBIT) CREDITED AWAY.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLOSING ENTRIES TO RETAINED EARNINGS"
                                           TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-PL-COUNT
             IF WS-PL-NET(IND-2) NOT = 0
               PERFORM F-WRITE-ONE-CLOSING-ENTRY
             END-IF
           END-PERFORM

           IF WS-CLOSING-ENTRIES = 0
             MOVE "  NO INCOME OR EXPENSE POSITIONS TO CLOSE"
                                           TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           .
       F-WRITE-CLOSING-ENTRIES-END.
           EXIT.
      ******************************************************************
       F-WRITE-ONE-CLOSING-ENTRY SECTION.
           ADD 1                           TO WS-CLOSING-ENTRIES
           COMPUTE WS-ABS-NET = FUNCTION ABS(WS-PL-NET(IND-2))
           MOVE SPACES                     TO WS-GL-IBAN
           STRING "YEAREND " WS-PL-CURRENCY(IND-2)
             DELIMITED BY SIZE INTO WS-GL-IBAN
           END-STRING

           MOVE WS-PL-GLCODE(IND-2)        TO WS-GLCODE
           IF WS-PL-NET(IND-2) > 0
             MOVE WS-ABS-NET               TO WS-GL-DEBIT
             MOVE 0                        TO WS-GL-CREDIT
           ELSE
             MOVE 0                        TO WS-GL-DEBIT
             MOVE WS-ABS-NET               TO WS-GL-CREDIT
           END-IF
           PERFORM F-WRITE-GL-LINE

           MOVE K-GLCODE-RETAINED-EARNINGS TO WS-GLCODE
           IF WS-PL-NET(IND-2) > 0
             MOVE 0                        TO WS-GL-DEBIT
             MOVE WS-ABS-NET               TO WS-GL-CREDIT
           ELSE
             MOVE WS-ABS-NET               TO WS-GL-DEBIT
             MOVE 0                        TO WS-GL-CREDIT
           END-IF
           PERFORM F-WRITE-GL-LINE

           ADD WS-PL-NET(IND-2)            TO WS-RESULT
           MOVE WS-PL-CURRENCY(IND-2)      TO WS-CUR-CURRENCY
           PERFORM F-FIND-CURRENCY-SLOT
           IF IND-3 NOT > WS-CT-COUNT
             ADD WS-PL-NET(IND-2)          TO WS-CT-RESULT(IND-3)
           END-IF

           MOVE WS-PL-NET(IND-2)           TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "  GL " WS-PL-GLCODE(IND-2) " "
                  WS-PL-CURRENCY(IND-2)
                  " NET " FUNCTION TRIM(WS-AMOUNT-EDITED)
                  " CLOSED TO GL " K-GLCODE-RETAINED-EARNINGS
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-ONE-CLOSING-ENTRY-END.
           EXIT.
      ******************************************************************
       F-WRITE-GL-LINE SECTION.
      *    ACCOUNT 0 AND A SYNTHETIC "YEAREND <ccy>" TAG, AS FXREVAL
      *    DOES -- THE LINE BELONGS TO THE BANK, NOT TO A CUSTOMER.
           ADD 1                           TO WS-GL-LINE-NUMBER
           MOVE WS-GL-DEBIT                TO WS-DEBIT-EDITED
           MOVE WS-GL-CREDIT               TO WS-CREDIT-EDITED
           MOVE SPACES                     TO GL-LINE
           STRING WS-YEAR-END-ISO
                  "|0|" FUNCTION TRIM(WS-GL-IBAN)
                  "|YECLOSE|" FUNCTION TRIM(WS-DEBIT-EDITED)
                  "|" FUNCTION TRIM(WS-CREDIT-EDITED)
                  "|0.00|" WS-GLCODE "|"
                  FUNCTION TRIM(WS-GL-LINE-NUMBER)
             DELIMITED BY SIZE INTO GL-LINE
           END-STRING
           WRITE GL-LINE
           .
       F-WRITE-GL-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-PACK-TOTALS SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALS PER CURRENCY (CUSTOMER ACCOUNTS)"
                                           TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-CT-COUNT
             MOVE WS-CT-ACCOUNTS(IND-3)    TO WS-COUNT-EDITED
             MOVE WS-CT-BALANCE(IND-3)     TO WS-AMOUNT-EDITED
             MOVE WS-CT-RESULT(IND-3)      TO WS-AMOUNT-EDITED-2
             MOVE SPACES                   TO REPORT-LINE
             STRING "  " WS-CT-CURRENCY(IND-3)
                    " ACCOUNTS " FUNCTION TRIM(WS-COUNT-EDITED)
                    " BALANCE " FUNCTION TRIM(WS-AMOUNT-EDITED)
                    " RESULT " FUNCTION TRIM(WS-AMOUNT-EDITED-2)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE

             MOVE WS-CT-INTEREST(IND-3)    TO WS-AMOUNT-EDITED-3
             MOVE WS-CT-DEBITINT(IND-3)    TO WS-AMOUNT-EDITED-4
             MOVE WS-CT-FEES(IND-3)        TO WS-AMOUNT-EDITED-5
             MOVE WS-CT-TAX(IND-3)         TO WS-AMOUNT-EDITED-6
             MOVE SPACES                   TO REPORT-LINE
             STRING "      INTEREST " FUNCTION TRIM(WS-AMOUNT-EDITED-3)
                    " DEBITINT " FUNCTION TRIM(WS-AMOUNT-EDITED-4)
                    " FEES " FUNCTION TRIM(WS-AMOUNT-EDITED-5)
                    " TAX " FUNCTION TRIM(WS-AMOUNT-EDITED-6)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-SNAPSHOT       TO WS-COUNT-EDITED
           STRING "Accounts snapshot:  " FUNCTION TRIM(WS-COUNT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-INTERNAL-SNAPSHOT       TO WS-COUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "  of which internal: " FUNCTION TRIM(WS-COUNT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CLOSING-ENTRIES         TO WS-COUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "Closing entries:    " FUNCTION TRIM(WS-COUNT-EDITED)
                  " (" FUNCTION TRIM(WS-GL-FILENAME) ")"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RESULT                  TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "Result for the year: "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                  " (ALL CURRENCIES, UNCONVERTED)"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-PACK-TOTALS-END.
           EXIT.
      ******************************************************************
       F-RECORD-CLOSE SECTION.
      *    LAST STEP OF THE CLOSE -- FROM HERE ON THE YEAR IS LOCKED.
           OPEN I-O YEAR-CLOSE-FILE
           IF WS-YC-FILE-STATUS = "35"
             OPEN OUTPUT YEAR-CLOSE-FILE
             CLOSE YEAR-CLOSE-FILE
             OPEN I-O YEAR-CLOSE-FILE
           END-IF

           INITIALIZE YEAR-CLOSE-RECORD
           MOVE WS-CLOSE-YEAR              TO YC-YEAR
           MOVE WS-BUSDATE                 TO YC-CLOSED-ON
           MOVE WS-ACCOUNTS-SNAPSHOT       TO YC-ACCOUNTS
           MOVE WS-RESULT                  TO YC-RESULT
           MOVE WS-REPORT-NAME             TO YC-PACK-PATH
           WRITE YEAR-CLOSE-RECORD
             INVALID KEY
               REWRITE YEAR-CLOSE-RECORD
           END-WRITE
           CLOSE YEAR-CLOSE-FILE

           MOVE SPACES                     TO REPORT-LINE
           STRING "YEAR " WS-CLOSE-YEAR-X " CLOSED -- BACK-VALUED "
                  "POSTINGS INTO IT ARE NOW REFUSED"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-RECORD-CLOSE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
