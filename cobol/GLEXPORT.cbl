      *  a recognized positional format rather than our
      *  pipe-delimited feed. Same convention as LARGETXN's CTR
      *  export mode.
      *
      *  LOAN WRITE-OFFS -- every charge-off and recovery LOANCHGOFF
      *  records on files/loanwriteoff.dat is carried into the feed
      *  as well (see F-EXPORT-WRITEOFFS): a charge-off as a loss/
      *  loan-book pair, a recovery as the recovery-income credit
      *  against the customer's withdrawal already in the TRANSDB
      *  walk.
      *
      *  LOAN PROVISIONS -- every provision movement LOANPROV queues
      *  on files/eclmovement.dat is posted per branch and product
      *  (see F-EXPORT-PROVISIONS): an increase as a provision-
      *  expense debit against the loss-allowance credit, a release
      *  the other way round.
      *
      *  LOAN SUB-LEDGER -- every row LOANLEDGER appends to
      *  files/loanledger.dat is carried into the feed as well (see
      *  F-EXPORT-LOAN-LEDGER): a disbursement onto the loan book, the
      *  daily accrual as receivable against interest income, a
      *  repayment off the loan book and the receivable (with any
      *  difference between collected and accrued interest trued up
      *  to income), and a charge-off's uncollected accrual reversed
      *  out of income. The customer-account side of a disbursement or
      *  repayment is the TRANSDB posting already in the feed; only
      *  money that moved by ACH outside any customer account gets its
      *  cash leg written here.
      *
      *  PARTITIONED RUNS -- the account walk can be split by
      *  account-ID range (PARTITIONCONFIG) and run in parallel, in
      *  any of the modes above:
      *     GLEXPORT [FULL] [FIXED] PART <n>
      *     GLEXPORT [FULL] [FIXED] MERGE
      *  A partition exports only its own accounts' lines, numbered
      *  from 1, to GL_EXPORT_/GL_XREF_/GL_FEED_FIXED_<yyyymmdd>_P<n>
      *  with no header or trailer, logs on RUNLOG as GLEXPORT-P<n>
      *  and checkpoints after every page (see PARTCTL), so a failed
      *  partition is simply run again and resumes where it stopped.
      *  MERGE runs once every partition is complete for the day, in
      *  the same modes: it writes the headers, copies the partitions'
      *  lines in partition order renumbering them into one run of GL
      *  line numbers, then does the inter-branch, write-off,
      *  provision and loan-ledger extracts, saves the high-water
      *  marks, writes the trailer and registers the feed -- so the
      *  ledger system receives exactly the files a single run
      *  produces.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IB-ID
           FILE STATUS IS WS-IB-FILE-STATUS.

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

           SELECT LEDGER-FILE ASSIGN TO "files/loanledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LL-ID
           FILE STATUS IS WS-LL-FILE-STATUS.

      *    A PARTITION'S OWN FEED FILES -- READ BACK BY THE MERGE, OR
      *    BY THE PARTITION ITSELF WHEN IT RESUMES.
           SELECT PART-IN-FILE ASSIGN TO DYNAMIC WS-PART-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-IN-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************

       FD  INTERBRANCH-FILE.
       COPY INTERBRANCHRECORD.

       FD  WRITEOFF-FILE.
       COPY LOANWRITEOFFRECORD.

       FD  PROVISION-FILE.
       COPY ECLMOVEMENTRECORD.

       FD  LEDGER-FILE.
       COPY LOANLEDGERRECORD.

       FD  PART-IN-FILE.
       01  PART-IN-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

         COPY PAGINGCONFIG.
         COPY GLCODECONFIG.

         COPY PARTITIONCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TRANSFER-HWM             PIC 9(09) VALUE 0.
         05 WS-NEW-TRANS-HWM            PIC 9(09) VALUE 0.
         05 WS-NEW-TRANSFER-HWM         PIC 9(09) VALUE 0.
         05 WS-BFWD-EDITED              PIC -Z(09)9.99.
         05 WS-IB-OWING-BRANCH          PIC 9(03).
         05 WS-IB-OWED-BRANCH           PIC 9(03).
         05 WS-IB-AMOUNT-EDITED         PIC Z(09)9.99.
         05 FG-MORE-IB-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-IB-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-IB-ROWS-N         VALUE 'N'.
         05 WS-GLCODE                   PIC X(04).
         05 WS-IB-HWM                   PIC 9(07).
         05 WS-NEW-IB-HWM               PIC 9(07).
         05 WS-WO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WO-HWM                   PIC 9(07).
         05 WS-NEW-WO-HWM               PIC 9(07).
         05 WS-WO-AMOUNT-EDITED         PIC Z(09)9.99.
         05 WS-WO-POST-DATE             PIC X(10).
         05 FG-MORE-WO-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-WO-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-WO-ROWS-N         VALUE 'N'.
         05 WS-EM-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-EM-HWM                   PIC 9(07).
         05 WS-NEW-EM-HWM               PIC 9(07).
         05 WS-EM-AMOUNT                PIC 9(10)V99.
         05 WS-EM-AMOUNT-EDITED         PIC Z(09)9.99.
         05 WS-EM-DEBIT-CODE            PIC X(04).
         05 WS-EM-CREDIT-CODE           PIC X(04).
         05 FG-MORE-EM-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-EM-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-EM-ROWS-N         VALUE 'N'.
         05 WS-LL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LL-HWM                   PIC 9(09).
         05 WS-NEW-LL-HWM               PIC 9(09).
         05 WS-LL-IBAN                  PIC X(10).
         05 WS-LL-TRTYPE                PIC X(10).
         05 WS-LL-DEBIT                 PIC 9(10)V99.
         05 WS-LL-CREDIT                PIC 9(10)V99.
         05 WS-LL-BALANCE               PIC 9(10)V99.
         05 WS-LL-TRUE-UP               PIC S9(10)V99.
         05 WS-LL-AMOUNT-EDITED         PIC Z(09)9.99.
         05 FG-MORE-LL-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-LL-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-LL-ROWS-N         VALUE 'N'.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-CC               PIC X(02).

         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).
      *    ACCDB CONTINUATION KEY -- LAST ACCOUNT ID OF THE PAGE
      *    BEFORE (KEYSET PAGING).
         05 WS-ACC-CONT-ID              PIC 9(09) VALUE 0.
      *    TRANSDB CONTINUATION KEY -- EACH PAGE PICKS UP AFTER THE
      *    LAST ROW OF THE ONE BEFORE (KEYSET PAGING).
         05 WS-TRANS-CONT-KEY.
           10 WS-TRANS-CONT-ID          PIC 9(09).
           10 WS-TRANS-CONT-TS          PIC X(25).

         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).

         05 WS-LINES-WRITTEN            PIC 9(07) VALUE 0.
      *    BFWD LINES ON THE GL FILE -- NOT GL LINES, SO NOT IN
      *    WS-LINES-WRITTEN, BUT A PARTITION'S FILE HOLDS THEM TOO.
         05 WS-BFWD-LINES               PIC 9(07) VALUE 0.

      *    ONE PARTITION'S FILES AS ITS CHECKPOINT ACCOUNTS FOR THEM,
      *    AND THE GL LINE NUMBERS THE MERGE SHIFTS ITS LINES BY.
         05 WS-PART-IN-STATUS           PIC XX VALUE SPACES.
         05 WS-PART-IN-NAME             PIC X(256).
         05 WS-PART-OLD-NAME            PIC X(256).
         05 WS-PART-LINES               PIC 9(07) VALUE 0.
         05 WS-PART-BFWD-LINES          PIC 9(07) VALUE 0.
         05 WS-PART-COPY-LIMIT          PIC 9(07) VALUE 0.
         05 WS-PART-COPIED              PIC 9(07) VALUE 0.
         05 WS-PART-LINE-OFFSET         PIC 9(07) VALUE 0.
         05 WS-PART-LINE-LEN            PIC 9(03).
         05 WS-PART-NUM-POS             PIC 9(03).
         05 WS-PART-NUM                 PIC 9(07).
         05 WS-PART-FULL-MODE           PIC X(01).
         05 WS-PART-FIXED-MODE          PIC X(01).
         05 WS-PART-COPY-TARGET         PIC X(01).
           88 WS-PART-COPY-GL           VALUE "G".
           88 WS-PART-COPY-XREF         VALUE "X".
           88 WS-PART-COPY-FIXED        VALUE "F".

         05 WS-DEBIT-EDITED             PIC Z(09)9.99.
         05 WS-CREDIT-EDITED            PIC Z(09)9.99.
         05 WS-BALANCE-EDITED           PIC -Z(09)9.99.
         05 WS-ACCOUNTID-EDITED         PIC ZZZZZZZZ9.

      *    FIXED-WIDTH INTERCHANGE RECORDS FOR THE "FIXED" EXPORT
      *    MODE -- EVERY FIELD ZERO- OR SPACE-PADDED TO ITS FULL
         05 GLF-D-REC-TYPE              PIC X(01) VALUE "2".
         05 GLF-D-GL-LINE               PIC 9(07).
         05 GLF-D-POST-DATE             PIC X(10).
         05 GLF-D-ACCOUNTID             PIC 9(09).
         05 GLF-D-GLCODE                PIC X(04).
         05 GLF-D-DEBIT-CENTS           PIC 9(13).
         05 GLF-D-CREDIT-CENTS          PIC 9(13).

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
         05 ARG-TOK                     PIC X(08) OCCURS 4 TIMES.

       01 FLAGS.
         05 FG-FIXED-MODE               PIC X VALUE 'N'.
         05 FG-MORE-SUB-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-N       VALUE 'N'.
         05 FG-MORE-PART-LINES          PIC X VALUE 'N'.
           88 FG-MORE-PART-LINES-Y      VALUE 'Y'.
           88 FG-MORE-PART-LINES-N      VALUE 'N'.
         05 FG-PART-MODES-OK            PIC X VALUE 'Y'.
           88 FG-PART-MODES-OK-Y        VALUE 'Y'.
           88 FG-PART-MODES-OK-N        VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY PARTCTLINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-TOK(1), ARG-TOK(2), ARG-TOK(3), ARG-TOK(4)
           END-UNSTRING
           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 4
             EVALUATE ARG-TOK(IND-1)
               WHEN "FIXED"
                 SET FG-FIXED-MODE-Y      TO TRUE
               WHEN "FULL"
                 SET FG-FULL-MODE-Y       TO TRUE
               WHEN "MERGE"
                 SET U-PART-MODE-MERGE    TO TRUE
               WHEN "PART"
                 SET U-PART-MODE-PART     TO TRUE
                 IF IND-1 < 4
                 AND FUNCTION TEST-NUMVAL(ARG-TOK(IND-1 + 1)) = 0
                   MOVE FUNCTION NUMVAL(ARG-TOK(IND-1 + 1))
                                           TO U-PART-NUMBER
                 END-IF
             END-EVALUATE
           END-PERFORM

           MOVE PGM-ID                    TO U-PART-BASE-JOBNAME
           PERFORM UT-PART-SETUP
           IF U-PART-CHECK-INVALID
             DISPLAY "USAGE: GLEXPORT [FULL] [FIXED] [PART <n> | MERGE]"
             GO TO MAIN-END
           END-IF
           IF U-PART-CHECK-DONE
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " ALREADY COMPLETE FOR " U-PART-BUSDATE
             GO TO MAIN-END
           END-IF
           IF U-PART-MODE-MERGE
             PERFORM UT-PART-CHECK-MERGE
             IF U-PART-MERGE-READY-Y
               PERFORM F-CHECK-PARTITION-MODES
             END-IF
             IF U-PART-MERGE-READY-N
             OR FG-PART-MODES-OK-N
               DISPLAY "GLEXPORT MERGE NOT RUN"
               GO TO MAIN-END
             END-IF
           END-IF

           PERFORM F-INIT
      *    A PARTITION ONLY EVER EXPORTS ITS OWN ACCOUNTS. THE OTHER
      *    EXTRACTS ARE NOT BY ACCOUNT AND RUN ONCE, IN THE MERGE,
      *    AFTER THE PARTITIONS' LINES -- THE ORDER A SINGLE RUN
      *    TAKES. HIGH-WATER MARKS MOVE ONLY WHEN THE WHOLE BOOK HAS
      *    BEEN THROUGH.
           EVALUATE TRUE
             WHEN U-PART-MODE-PART
               PERFORM F-RUN-EXPORT
             WHEN U-PART-MODE-MERGE
               PERFORM F-MERGE-PARTITIONS
               PERFORM F-EXPORT-INTERBRANCH
               PERFORM F-EXPORT-WRITEOFFS
               PERFORM F-EXPORT-PROVISIONS
               PERFORM F-EXPORT-LOAN-LEDGER
               PERFORM F-SAVE-HIGH-WATER-MARKS
             WHEN OTHER
               PERFORM F-RUN-EXPORT
               PERFORM F-EXPORT-INTERBRANCH
               PERFORM F-EXPORT-WRITEOFFS
               PERFORM F-EXPORT-PROVISIONS
               PERFORM F-EXPORT-LOAN-LEDGER
               PERFORM F-SAVE-HIGH-WATER-MARKS
           END-EVALUATE
           PERFORM F-FINISH
           .
       MAIN-END.
           MOVE "GENERAL LEDGER EXPORT STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

      *    THE FEED IS DATED WITH THE BANK-WIDE BUSINESS DATE (SEE
           MOVE O-BUSDATE                 TO WS-TODAY-RAW
           STRING "files/reports/GL_EXPORT_" DELIMITED BY SIZE
                  WS-TODAY-RAW               DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-SUFFIX)
                                             DELIMITED BY SIZE
                  ".txt"                     DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING

           PERFORM F-LOAD-HIGH-WATER-MARKS

      *    A PARTITION'S FILES ARE DETAIL LINES ONLY -- HEADERS AND
      *    TRAILER ARE THE MERGE'S.
           IF U-PART-MODE-PART
             PERFORM F-OPEN-PARTITION-OUTPUT
             EXIT SECTION
           END-IF

           OPEN OUTPUT GL-OUTPUT
           STRING "DATE|ACCOUNTID|IBAN|TRTYPE|DEBIT|CREDIT|BALANCE"
                                                   DELIMITED BY SIZE
           CLOSE GL-OUTPUT
           CLOSE XREF-OUTPUT

           IF U-PART-MODE-PART
             IF FG-FIXED-MODE-Y
               CLOSE FIXED-OUTPUT
             END-IF
             SET U-PART-STATE-COMPLETE    TO TRUE
             PERFORM F-SAVE-PARTITION-CHECKPOINT
             MOVE PGM-ID                  TO U-LOG-RUNNABLE-PROG
             STRING FUNCTION TRIM(U-PART-JOBNAME)
                    " GL LINES WRITTEN: "
                    FUNCTION TRIM(WS-LINES-WRITTEN)
               DELIMITED BY SIZE
               INTO U-LOG-LINE
             END-STRING
             PERFORM UT-LOG-MODULE-FINISH
             MOVE U-PART-JOBNAME          TO U-RUNLOG-JOBNAME
             PERFORM UT-RUNLOG-FINISH
             EXIT SECTION
           END-IF

           IF FG-FIXED-MODE-Y
             MOVE WS-LINES-WRITTEN        TO GLF-T-LINE-COUNT
             MOVE WS-FX-TOTAL-DEBIT-CENTS TO GLF-T-DEBIT-CENTS
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-EXPORT SECTION.
      *    KEYSET WALK FROM THE FIRST ID OF THE RANGE -- OR FROM
      *    AFTER THE LAST ACCOUNT A RESUMED PARTITION HAD DONE -- TO
      *    THE LAST ID OF IT. THE WHOLE-BOOK RANGE IS EVERY ID.
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER
           IF U-PART-RESUME-ID > 0
             MOVE U-PART-RESUME-ID         TO WS-ACC-CONT-ID
           ELSE
             COMPUTE WS-ACC-CONT-ID = U-PART-FROM-ID - 1
           END-IF

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             PERFORM F-READ-ACCOUNT-PAGE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 IF O-ACC-ACCOUNTID(IND-1) > U-PART-TO-ID
                   SET FG-MORE-ACC-PAGES-N TO TRUE
                 ELSE
                   PERFORM F-EXPORT-ACCOUNT
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
               IF U-PART-MODE-PART
               AND FG-MORE-ACC-PAGES-Y
                 PERFORM F-FLUSH-PARTITION-OUTPUT
                 SET U-PART-STATE-RUNNING  TO TRUE
                 PERFORM F-SAVE-PARTITION-CHECKPOINT
               END-IF
             END-IF
           END-PERFORM
           .
           SET I-ACC-OP-GETLIST            TO TRUE
           MOVE 0                          TO I-ACC-CUSTOMERID
           MOVE WS-ACC-PAGE-NUMBER         TO I-ACC-PAGE-NUMBER
           MOVE WS-ACC-CONT-ID             TO I-ACC-CONT-ID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           MOVE O-ACCDB-CONT-ID            TO WS-ACC-CONT-ID

           IF NOT ACCDB-STATUS-OK
             MOVE 0                        TO O-ACC-COUNT
       F-EXPORT-TRANSACTIONS SECTION.
           SET FG-MORE-SUB-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-SUB-PAGE-NUMBER
           MOVE SPACES                     TO WS-TRANS-CONT-KEY

           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE WS-CUR-ACCOUNTID         TO I-TRANS-ACCOUNTID
             MOVE WS-SUB-PAGE-NUMBER       TO I-TRANS-PAGE-NUMBER
             MOVE WS-TRANS-CONT-KEY        TO I-TRANS-CONT-KEY
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE
             MOVE O-TRANSDB-CONT-KEY       TO WS-TRANS-CONT-KEY

             IF NOT TRANSDB-STATUS-OK
               MOVE 0                      TO O-TRANSDB-COUNT
             WHEN "FEE"
             WHEN "TAX"
             WHEN "REVERSALDR"
             WHEN "DEBITINT"
               MOVE O-TRANS-AMMOUNT(IND-2) TO WS-DEBIT-EDITED
               MOVE ZEROES                 TO WS-CREDIT-EDITED
               COMPUTE WS-FX-DEBIT-CENTS =
               MOVE K-GLCODE-FEE-INCOME    TO WS-GLCODE
             WHEN K-GLCODE-CHK-TAX
               MOVE K-GLCODE-TAX-WITHHELD  TO WS-GLCODE
             WHEN K-GLCODE-CHK-DEBITINT
               MOVE K-GLCODE-DEBIT-INT-INCOME TO WS-GLCODE
             WHEN OTHER
               MOVE K-GLCODE-CASH          TO WS-GLCODE
           END-EVALUATE
           .
       F-WRITE-INTERBRANCH-LINES-END.
           EXIT.
      ******************************************************************
       F-EXPORT-WRITEOFFS SECTION.
      *    LOAN CHARGE-OFF AND RECOVERY EVENTS (SEE LOANWRITEOFFRECORD),
      *    PICKED UP BY WO-ID HIGH-WATER MARK -- THE SAME INCREMENTAL
      *    SHAPE AS F-EXPORT-INTERBRANCH. FULL MODE EXPORTS EVERYTHING.
           OPEN INPUT WRITEOFF-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO WO-ID
           START WRITEOFF-FILE KEY IS NOT LESS THAN WO-ID
             INVALID KEY
               SET FG-MORE-WO-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-WO-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-WO-ROWS-N
             READ WRITEOFF-FILE NEXT RECORD
               AT END
                 SET FG-MORE-WO-ROWS-N     TO TRUE
               NOT AT END
                 IF FG-FULL-MODE-Y
                 OR WO-ID > WS-WO-HWM
                   IF WO-ID > WS-NEW-WO-HWM
                     MOVE WO-ID            TO WS-NEW-WO-HWM
                   END-IF
                   PERFORM F-WRITE-WRITEOFF-LINES
                 END-IF
             END-READ
           END-PERFORM

           CLOSE WRITEOFF-FILE
           .
       F-EXPORT-WRITEOFFS-END.
           EXIT.
      ******************************************************************
       F-WRITE-WRITEOFF-LINES SECTION.
      *    A CHARGE-OFF MOVES THE OUTSTANDING PRINCIPAL OUT OF THE LOAN
      *    BOOK INTO LOSS -- A DEBIT UNDER K-GLCODE-LOAN-LOSS AND A
      *    CREDIT UNDER K-GLCODE-LOAN-BOOK. A RECOVERY'S DEBIT SIDE IS
      *    THE CUSTOMER WITHDRAWAL THE TRANSDB WALK ALREADY EMITS, SO
      *    ONLY THE CREDIT TO K-GLCODE-LOAN-RECOVERY IS WRITTEN HERE.
           MOVE WO-AMOUNT                  TO WS-WO-AMOUNT-EDITED
           MOVE WO-ACCOUNT-ID              TO WS-ACCOUNTID-EDITED
           STRING WO-DATE(1:4) "-" WO-DATE(5:2) "-" WO-DATE(7:2)
             DELIMITED BY SIZE INTO WS-WO-POST-DATE
           END-STRING

           IF WO-IS-CHARGE-OFF
             ADD 1                         TO WS-GL-LINE-NUMBER
             MOVE SPACES                   TO GL-LINE
             STRING WS-WO-POST-DATE         DELIMITED BY SIZE
                    "|"                     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
                    "|LOAN "                DELIMITED BY SIZE
                    WO-LOAN-ID              DELIMITED BY SIZE
                    "|CHARGEOFF|"           DELIMITED BY SIZE
                    FUNCTION TRIM(WS-WO-AMOUNT-EDITED)
                                            DELIMITED BY SIZE
                    "|0.00|0.00|"           DELIMITED BY SIZE
                    K-GLCODE-LOAN-LOSS      DELIMITED BY SIZE
                    "|"                     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
               INTO GL-LINE
             END-STRING
             WRITE GL-LINE
             ADD 1                         TO WS-LINES-WRITTEN
             PERFORM F-WRITE-WRITEOFF-XREF

             ADD 1                         TO WS-GL-LINE-NUMBER
             MOVE SPACES                   TO GL-LINE
             STRING WS-WO-POST-DATE         DELIMITED BY SIZE
                    "|"                     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
                    "|LOAN "                DELIMITED BY SIZE
                    WO-LOAN-ID              DELIMITED BY SIZE
                    "|CHARGEOFF|0.00|"      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-WO-AMOUNT-EDITED)
                                            DELIMITED BY SIZE
                    "|0.00|"                DELIMITED BY SIZE
                    K-GLCODE-LOAN-BOOK      DELIMITED BY SIZE
                    "|"                     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
               INTO GL-LINE
             END-STRING
             WRITE GL-LINE
             ADD 1                         TO WS-LINES-WRITTEN
             PERFORM F-WRITE-WRITEOFF-XREF
           ELSE
             ADD 1                         TO WS-GL-LINE-NUMBER
             MOVE SPACES                   TO GL-LINE
             STRING WS-WO-POST-DATE         DELIMITED BY SIZE
                    "|"                     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
                    "|LOAN "                DELIMITED BY SIZE
                    WO-LOAN-ID              DELIMITED BY SIZE
                    "|RECOVERY|0.00|"       DELIMITED BY SIZE
                    FUNCTION TRIM(WS-WO-AMOUNT-EDITED)
                                            DELIMITED BY SIZE
                    "|0.00|"                DELIMITED BY SIZE
                    K-GLCODE-LOAN-RECOVERY  DELIMITED BY SIZE
                    "|"                     DELIMITED BY SIZE
                    FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
               INTO GL-LINE
             END-STRING
             WRITE GL-LINE
             ADD 1                         TO WS-LINES-WRITTEN
             PERFORM F-WRITE-WRITEOFF-XREF
           END-IF
           .
       F-WRITE-WRITEOFF-LINES-END.
           EXIT.
      ******************************************************************
       F-WRITE-WRITEOFF-XREF SECTION.
           MOVE SPACES                     TO XREF-LINE
           STRING FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
                  "|WRITEOFF|"              DELIMITED BY SIZE
                  WO-ID                     DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
             INTO XREF-LINE
           END-STRING
           WRITE XREF-LINE
           .
       F-WRITE-WRITEOFF-XREF-END.
           EXIT.
      ******************************************************************
       F-EXPORT-PROVISIONS SECTION.
      *    LOAN PROVISION MOVEMENTS (SEE ECLMOVEMENTRECORD), PICKED UP
      *    BY EM-ID HIGH-WATER MARK -- THE SAME INCREMENTAL SHAPE AS
      *    F-EXPORT-INTERBRANCH. FULL MODE EXPORTS EVERYTHING.
           OPEN INPUT PROVISION-FILE
           IF WS-EM-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO EM-ID
           START PROVISION-FILE KEY IS NOT LESS THAN EM-ID
             INVALID KEY
               SET FG-MORE-EM-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-EM-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-EM-ROWS-N
             READ PROVISION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-EM-ROWS-N     TO TRUE
               NOT AT END
                 IF FG-FULL-MODE-Y
                 OR EM-ID > WS-EM-HWM
                   IF EM-ID > WS-NEW-EM-HWM
                     MOVE EM-ID            TO WS-NEW-EM-HWM
                   END-IF
                   PERFORM F-WRITE-PROVISION-LINES
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PROVISION-FILE
           .
       F-EXPORT-PROVISIONS-END.
           EXIT.
      ******************************************************************
       F-WRITE-PROVISION-LINES SECTION.
      *    A PROVISION INCREASE DEBITS K-GLCODE-PROVISION-EXP AND
      *    CREDITS K-GLCODE-LOSS-ALLOWANCE; A RELEASE (NEGATIVE
      *    MOVEMENT) REVERSES THE PAIR. THE MOVEMENT IS BOOKED PER
      *    BRANCH AND PRODUCT, NOT PER ACCOUNT, SO THE ACCOUNT COLUMN
      *    CARRIES THE BRANCH AND THE IBAN COLUMN THE PRODUCT.
           IF EM-MOVEMENT < 0
             COMPUTE WS-EM-AMOUNT = 0 - EM-MOVEMENT
             MOVE K-GLCODE-LOSS-ALLOWANCE  TO WS-EM-DEBIT-CODE
             MOVE K-GLCODE-PROVISION-EXP   TO WS-EM-CREDIT-CODE
           ELSE
             MOVE EM-MOVEMENT              TO WS-EM-AMOUNT
             MOVE K-GLCODE-PROVISION-EXP   TO WS-EM-DEBIT-CODE
             MOVE K-GLCODE-LOSS-ALLOWANCE  TO WS-EM-CREDIT-CODE
           END-IF
           MOVE WS-EM-AMOUNT               TO WS-EM-AMOUNT-EDITED
           MOVE EM-BRANCH-ID               TO WS-ACCOUNTID-EDITED
           STRING EM-RUN-DATE(1:4) "-" EM-RUN-DATE(5:2) "-"
                  EM-RUN-DATE(7:2)
             DELIMITED BY SIZE INTO WS-WO-POST-DATE
           END-STRING

           ADD 1                           TO WS-GL-LINE-NUMBER
           MOVE SPACES                     TO GL-LINE
           STRING WS-WO-POST-DATE           DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(EM-PRODUCT) DELIMITED BY SIZE
                  "|PROVISION|"             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EM-AMOUNT-EDITED)
                                            DELIMITED BY SIZE
                  "|0.00|0.00|"             DELIMITED BY SIZE
                  WS-EM-DEBIT-CODE          DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
             INTO GL-LINE
           END-STRING
           WRITE GL-LINE
           ADD 1                           TO WS-LINES-WRITTEN
           PERFORM F-WRITE-PROVISION-XREF

           ADD 1                           TO WS-GL-LINE-NUMBER
           MOVE SPACES                     TO GL-LINE
           STRING WS-WO-POST-DATE           DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(EM-PRODUCT) DELIMITED BY SIZE
                  "|PROVISION|0.00|"        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EM-AMOUNT-EDITED)
                                            DELIMITED BY SIZE
                  "|0.00|"                  DELIMITED BY SIZE
                  WS-EM-CREDIT-CODE         DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
             INTO GL-LINE
           END-STRING
           WRITE GL-LINE
           ADD 1                           TO WS-LINES-WRITTEN
           PERFORM F-WRITE-PROVISION-XREF
           .
       F-WRITE-PROVISION-LINES-END.
           EXIT.
      ******************************************************************
       F-WRITE-PROVISION-XREF SECTION.
           MOVE SPACES                     TO XREF-LINE
           STRING FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
                  "|PROVISION|"             DELIMITED BY SIZE
                  EM-ID                     DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
             INTO XREF-LINE
           END-STRING
           WRITE XREF-LINE
           .
       F-WRITE-PROVISION-XREF-END.
           EXIT.
      ******************************************************************
       F-EXPORT-LOAN-LEDGER SECTION.
      *    LOAN SUB-LEDGER ROWS (SEE LOANLEDGERRECORD), PICKED UP BY
      *    LL-ID HIGH-WATER MARK -- THE SAME INCREMENTAL SHAPE AS
      *    F-EXPORT-INTERBRANCH. FULL MODE EXPORTS EVERYTHING.
           OPEN INPUT LEDGER-FILE
           IF WS-LL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO LL-ID
           START LEDGER-FILE KEY IS NOT LESS THAN LL-ID
             INVALID KEY
               SET FG-MORE-LL-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-LL-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-LL-ROWS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-LL-ROWS-N     TO TRUE
               NOT AT END
                 IF FG-FULL-MODE-Y
                 OR LL-ID > WS-LL-HWM
                   IF LL-ID > WS-NEW-LL-HWM
                     MOVE LL-ID            TO WS-NEW-LL-HWM
                   END-IF
                   PERFORM F-WRITE-LOAN-LEDGER-LINES
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LEDGER-FILE
           .
       F-EXPORT-LOAN-LEDGER-END.
           EXIT.
      ******************************************************************
       F-WRITE-LOAN-LEDGER-LINES SECTION.
      *    ONE SUB-LEDGER ROW TO ITS GL LINES. THE LOAN BOOK CARRIES
      *    PRINCIPAL UNDER K-GLCODE-LOAN-BOOK, ACCRUED INTEREST UNDER
      *    K-GLCODE-LOAN-INT-RECV AGAINST K-GLCODE-LOAN-INT-INCOME.
      *    A FEE ROW WRITES NOTHING: THE FEE WAS POSTED TO THE
      *    CUSTOMER'S ACCOUNT AS A TRANSDB FEE, WHICH THE TRANSDB WALK
      *    ALREADY BOOKS TO K-GLCODE-FEE-INCOME. THE CHARGE-OFF'S
      *    PRINCIPAL COMES FROM F-EXPORT-WRITEOFFS, SO ONLY ITS
      *    ACCRUAL REVERSAL IS WRITTEN HERE.
           MOVE LL-ACCOUNT-ID              TO WS-ACCOUNTID-EDITED
           MOVE SPACES                     TO WS-LL-IBAN
           STRING "LOAN " LL-LOAN-ID
             DELIMITED BY SIZE INTO WS-LL-IBAN
           END-STRING
           STRING LL-DATE(1:4) "-" LL-DATE(5:2) "-" LL-DATE(7:2)
             DELIMITED BY SIZE INTO WS-WO-POST-DATE
           END-STRING

           EVALUATE TRUE
             WHEN LL-IS-OPENING
      *        A LOAN BOOKED BEFORE THE SUB-LEDGER: ITS PRINCIPAL IS A
      *        BROUGHT-FORWARD POSITION, NOT A MOVEMENT -- SAME AS THE
      *        BFWD LINE OF THE ACCOUNT WALK.
               MOVE "LOANBFWD"             TO WS-LL-TRTYPE
               MOVE K-GLCODE-LOAN-BOOK     TO WS-GLCODE
               MOVE 0                      TO WS-LL-DEBIT
               MOVE 0                      TO WS-LL-CREDIT
               MOVE LL-PRINCIPAL           TO WS-LL-BALANCE
               PERFORM F-WRITE-LOAN-GL-LINE

             WHEN LL-IS-DISBURSEMENT
               MOVE "LOANDISB"             TO WS-LL-TRTYPE
               MOVE 0                      TO WS-LL-BALANCE
               MOVE K-GLCODE-LOAN-BOOK     TO WS-GLCODE
               MOVE LL-PRINCIPAL           TO WS-LL-DEBIT
               MOVE 0                      TO WS-LL-CREDIT
               PERFORM F-WRITE-LOAN-GL-LINE
               IF LL-CASH-LEG-Y
                 MOVE K-GLCODE-CASH        TO WS-GLCODE
                 MOVE 0                    TO WS-LL-DEBIT
                 MOVE LL-PRINCIPAL         TO WS-LL-CREDIT
                 PERFORM F-WRITE-LOAN-GL-LINE
               END-IF

             WHEN LL-IS-ACCRUAL
               MOVE "LOANACCR"             TO WS-LL-TRTYPE
               MOVE 0                      TO WS-LL-BALANCE
               MOVE K-GLCODE-LOAN-INT-RECV TO WS-GLCODE
               MOVE LL-INTEREST            TO WS-LL-DEBIT
               MOVE 0                      TO WS-LL-CREDIT
               PERFORM F-WRITE-LOAN-GL-LINE
               MOVE K-GLCODE-LOAN-INT-INCOME
                                           TO WS-GLCODE
               MOVE 0                      TO WS-LL-DEBIT
               MOVE LL-INTEREST            TO WS-LL-CREDIT
               PERFORM F-WRITE-LOAN-GL-LINE

             WHEN LL-IS-REPAYMENT
               PERFORM F-WRITE-LOAN-REPAY-LINES

             WHEN LL-IS-CHARGE-OFF
               MOVE "LOANCHGOFF"           TO WS-LL-TRTYPE
               MOVE 0                      TO WS-LL-BALANCE
               MOVE K-GLCODE-LOAN-INT-INCOME
                                           TO WS-GLCODE
               MOVE LL-ACCRUAL-CLEARED     TO WS-LL-DEBIT
               MOVE 0                      TO WS-LL-CREDIT
               PERFORM F-WRITE-LOAN-GL-LINE
               MOVE K-GLCODE-LOAN-INT-RECV TO WS-GLCODE
               MOVE 0                      TO WS-LL-DEBIT
               MOVE LL-ACCRUAL-CLEARED     TO WS-LL-CREDIT
               PERFORM F-WRITE-LOAN-GL-LINE
           END-EVALUATE
           .
       F-WRITE-LOAN-LEDGER-LINES-END.
           EXIT.
      ******************************************************************
       F-WRITE-LOAN-REPAY-LINES SECTION.
      *    THE PRINCIPAL PORTION COMES OFF THE LOAN BOOK AND THE
      *    RECEIVABLE ACCRUED SINCE THE LAST REPAYMENT IS CLEARED. THE
      *    INSTALLMENT'S INTEREST IS WORKED ON THE MONTHLY SCHEDULE,
      *    THE ACCRUAL ON DAYS, SO THE TWO RARELY MATCH TO THE CENT --
      *    THE DIFFERENCE IS TRUED UP TO INTEREST INCOME.
           MOVE "LOANREPAY"                TO WS-LL-TRTYPE
           MOVE 0                          TO WS-LL-BALANCE

           MOVE K-GLCODE-LOAN-BOOK         TO WS-GLCODE
           MOVE 0                          TO WS-LL-DEBIT
           MOVE LL-PRINCIPAL               TO WS-LL-CREDIT
           PERFORM F-WRITE-LOAN-GL-LINE

           MOVE K-GLCODE-LOAN-INT-RECV     TO WS-GLCODE
           MOVE 0                          TO WS-LL-DEBIT
           MOVE LL-ACCRUAL-CLEARED         TO WS-LL-CREDIT
           PERFORM F-WRITE-LOAN-GL-LINE

           COMPUTE WS-LL-TRUE-UP = LL-INTEREST - LL-ACCRUAL-CLEARED
           MOVE K-GLCODE-LOAN-INT-INCOME   TO WS-GLCODE
           IF WS-LL-TRUE-UP < 0
             COMPUTE WS-LL-DEBIT = 0 - WS-LL-TRUE-UP
             MOVE 0                        TO WS-LL-CREDIT
           ELSE
             MOVE 0                        TO WS-LL-DEBIT
             MOVE WS-LL-TRUE-UP            TO WS-LL-CREDIT
           END-IF
           PERFORM F-WRITE-LOAN-GL-LINE

           IF LL-CASH-LEG-Y
             MOVE K-GLCODE-CASH            TO WS-GLCODE
             COMPUTE WS-LL-DEBIT = LL-PRINCIPAL + LL-INTEREST
             MOVE 0                        TO WS-LL-CREDIT
             PERFORM F-WRITE-LOAN-GL-LINE
           END-IF
           .
       F-WRITE-LOAN-REPAY-LINES-END.
           EXIT.
      ******************************************************************
       F-WRITE-LOAN-GL-LINE SECTION.
      *    ONE GL LINE AND ITS CROSS-REFERENCE FOR THE CURRENT
      *    SUB-LEDGER ROW, FROM WS-LL-TRTYPE/DEBIT/CREDIT/BALANCE AND
      *    WS-GLCODE. A LINE WITH NOTHING ON IT IS NOT WRITTEN.
           IF WS-LL-DEBIT = 0
           AND WS-LL-CREDIT = 0
           AND WS-LL-BALANCE = 0
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-GL-LINE-NUMBER
           MOVE WS-LL-DEBIT                TO WS-DEBIT-EDITED
           MOVE WS-LL-CREDIT               TO WS-CREDIT-EDITED
           MOVE WS-LL-BALANCE              TO WS-LL-AMOUNT-EDITED
           MOVE SPACES                     TO GL-LINE
           STRING WS-WO-POST-DATE           DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-LL-IBAN                DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LL-TRTYPE)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-EDITED)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDIT-EDITED)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LL-AMOUNT-EDITED)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-GLCODE                 DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
             INTO GL-LINE
           END-STRING
           WRITE GL-LINE
           ADD 1                           TO WS-LINES-WRITTEN

           MOVE SPACES                     TO XREF-LINE
           STRING FUNCTION TRIM(WS-GL-LINE-NUMBER)
                                            DELIMITED BY SIZE
                  "|LOANLEDGER|"            DELIMITED BY SIZE
                  LL-ID                     DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTID-EDITED)
                                            DELIMITED BY SIZE
             INTO XREF-LINE
           END-STRING
           WRITE XREF-LINE
           .
       F-WRITE-LOAN-GL-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-BFWD-LINE SECTION.
           MOVE WS-CUR-ACCOUNTID           TO WS-ACCOUNTID-EDITED
             INTO GL-LINE
           END-STRING
           WRITE GL-LINE
           ADD 1                           TO WS-BFWD-LINES
           .
       F-WRITE-BFWD-LINE-END.
           EXIT.
           MOVE 0                          TO WS-TRANS-HWM
           MOVE 0                          TO WS-TRANSFER-HWM
           MOVE 0                          TO WS-IB-HWM
           MOVE 0                          TO WS-WO-HWM
           MOVE 0                          TO WS-EM-HWM
           MOVE 0                          TO WS-LL-HWM
           OPEN INPUT HWM-FILE
           IF WS-HWM-FILE-STATUS = "00"
             READ HWM-FILE
               NOT AT END
                 MOVE HWM-LINE             TO WS-IB-HWM
             END-READ
      *      FOURTH LINE -- LOAN WRITE-OFF EVENT HWM, SAME RULE.
             READ HWM-FILE
               NOT AT END
                 MOVE HWM-LINE             TO WS-WO-HWM
             END-READ
      *      FIFTH LINE -- LOAN PROVISION MOVEMENT HWM, SAME RULE.
             READ HWM-FILE
               NOT AT END
                 MOVE HWM-LINE             TO WS-EM-HWM
             END-READ
      *      SIXTH LINE -- LOAN SUB-LEDGER ROW HWM, SAME RULE.
             READ HWM-FILE
               NOT AT END
                 MOVE HWM-LINE             TO WS-LL-HWM
             END-READ
             CLOSE HWM-FILE
           END-IF
           MOVE WS-TRANS-HWM               TO WS-NEW-TRANS-HWM
           MOVE WS-TRANSFER-HWM            TO WS-NEW-TRANSFER-HWM
           MOVE WS-IB-HWM                  TO WS-NEW-IB-HWM
           MOVE WS-WO-HWM                  TO WS-NEW-WO-HWM
           MOVE WS-EM-HWM                  TO WS-NEW-EM-HWM
           MOVE WS-LL-HWM                  TO WS-NEW-LL-HWM
           .
       F-LOAD-HIGH-WATER-MARKS-END.
           EXIT.
           WRITE HWM-LINE
           MOVE WS-NEW-IB-HWM              TO HWM-LINE
           WRITE HWM-LINE
           MOVE WS-NEW-WO-HWM              TO HWM-LINE
           WRITE HWM-LINE
           MOVE WS-NEW-EM-HWM              TO HWM-LINE
           WRITE HWM-LINE
           MOVE WS-NEW-LL-HWM              TO HWM-LINE
           WRITE HWM-LINE
           CLOSE HWM-FILE
           .
       F-SAVE-HIGH-WATER-MARKS-END.
           .
       F-WRITE-FIXED-DETAIL-END.
           EXIT.
      ******************************************************************
       F-OPEN-PARTITION-OUTPUT SECTION.
      *    A FRESH PARTITION STARTS EMPTY FILES. A RESUMED ONE CARRIES
      *    ON IN THE MODES IT STARTED IN AND KEEPS EXACTLY THE LINES
      *    ITS CHECKPOINT ACCOUNTS FOR -- ANY WRITTEN FOR THE PAGE IN
      *    FLIGHT WHEN IT FAILED ARE DROPPED, SINCE THAT PAGE IS
      *    EXPORTED AGAIN.
           IF U-PART-CHECK-RESUMED
             MOVE SPACE                    TO WS-PART-FULL-MODE
             MOVE SPACE                    TO WS-PART-FIXED-MODE
             PERFORM F-LOAD-PARTITION-TOTALS
             MOVE WS-PART-LINES            TO WS-LINES-WRITTEN
             MOVE WS-PART-LINES            TO WS-GL-LINE-NUMBER
             MOVE WS-PART-BFWD-LINES       TO WS-BFWD-LINES
             IF WS-PART-FULL-MODE NOT = SPACE
               MOVE WS-PART-FULL-MODE      TO FG-FULL-MODE
             END-IF
             IF WS-PART-FIXED-MODE NOT = SPACE
               MOVE WS-PART-FIXED-MODE     TO FG-FIXED-MODE
             END-IF
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " RESUMING AFTER ACCOUNT " U-PART-RESUME-ID
           END-IF

           STRING "files/reports/GL_XREF_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-SUFFIX)
                                            DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-XREF-FILENAME
           END-STRING
           STRING "files/reports/GL_FEED_FIXED_" DELIMITED BY SIZE
                  WS-TODAY-RAW                   DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-SUFFIX)   DELIMITED BY SIZE
                  ".dat"                         DELIMITED BY SIZE
             INTO WS-FIXED-FILENAME
           END-STRING

           IF NOT U-PART-CHECK-RESUMED
             OPEN OUTPUT GL-OUTPUT
             OPEN OUTPUT XREF-OUTPUT
             IF FG-FIXED-MODE-Y
               OPEN OUTPUT FIXED-OUTPUT
               IF WS-FIXED-STATUS NOT = "00"
                 DISPLAY "GLEXPORT: could not open "
                         FUNCTION TRIM(WS-FIXED-FILENAME)
                 SET FG-FIXED-MODE-N      TO TRUE
               END-IF
             END-IF
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-PART-LINE-OFFSET
           SET WS-PART-COPY-GL             TO TRUE
           MOVE WS-FILENAME                TO WS-PART-IN-NAME
           COMPUTE WS-PART-COPY-LIMIT = WS-LINES-WRITTEN
                                      + WS-BFWD-LINES
           PERFORM F-REWRITE-PARTITION-FILE
           SET WS-PART-COPY-XREF           TO TRUE
           MOVE WS-XREF-FILENAME           TO WS-PART-IN-NAME
           MOVE WS-LINES-WRITTEN           TO WS-PART-COPY-LIMIT
           PERFORM F-REWRITE-PARTITION-FILE
           IF FG-FIXED-MODE-Y
             SET WS-PART-COPY-FIXED        TO TRUE
             MOVE WS-FIXED-FILENAME        TO WS-PART-IN-NAME
             MOVE WS-LINES-WRITTEN         TO WS-PART-COPY-LIMIT
             PERFORM F-REWRITE-PARTITION-FILE
           END-IF
           .
       F-OPEN-PARTITION-OUTPUT-END.
           EXIT.
      ******************************************************************
       F-REWRITE-PARTITION-FILE SECTION.
      *    REOPENS THE RESUMED PARTITION'S WS-PART-IN-NAME FILE WITH
      *    ONLY ITS FIRST WS-PART-COPY-LIMIT LINES ON IT.
           MOVE SPACES                     TO WS-PART-OLD-NAME
           STRING FUNCTION TRIM(WS-PART-IN-NAME)
                                           DELIMITED BY SIZE
                  ".old"                   DELIMITED BY SIZE
             INTO WS-PART-OLD-NAME
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-PART-IN-NAME,
                                        WS-PART-OLD-NAME

           EVALUATE TRUE
             WHEN WS-PART-COPY-GL
               OPEN OUTPUT GL-OUTPUT
             WHEN WS-PART-COPY-XREF
               OPEN OUTPUT XREF-OUTPUT
             WHEN WS-PART-COPY-FIXED
               OPEN OUTPUT FIXED-OUTPUT
           END-EVALUATE

           MOVE WS-PART-OLD-NAME           TO WS-PART-IN-NAME
           PERFORM F-COPY-PARTITION-LINES
           CALL "CBL_DELETE_FILE" USING WS-PART-OLD-NAME
           .
       F-REWRITE-PARTITION-FILE-END.
           EXIT.
      ******************************************************************
       F-FLUSH-PARTITION-OUTPUT SECTION.
      *    THE LINES THE CHECKPOINT COUNTS MUST BE ON DISK FIRST.
           CLOSE GL-OUTPUT
           OPEN EXTEND GL-OUTPUT
           CLOSE XREF-OUTPUT
           OPEN EXTEND XREF-OUTPUT
           IF FG-FIXED-MODE-Y
             CLOSE FIXED-OUTPUT
             OPEN EXTEND FIXED-OUTPUT
           END-IF
           .
       F-FLUSH-PARTITION-OUTPUT-END.
           EXIT.
      ******************************************************************
       F-COPY-PARTITION-LINES SECTION.
      *    UP TO WS-PART-COPY-LIMIT LINES OF WS-PART-IN-NAME ONTO THE
      *    WS-PART-COPY-TARGET FILE, GL LINE NUMBERS SHIFTED BY
      *    WS-PART-LINE-OFFSET.
           MOVE 0                          TO WS-PART-COPIED
           OPEN INPUT PART-IN-FILE
           IF WS-PART-IN-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           SET FG-MORE-PART-LINES-Y        TO TRUE
           PERFORM UNTIL FG-MORE-PART-LINES-N
                      OR WS-PART-COPIED >= WS-PART-COPY-LIMIT
             READ PART-IN-FILE
               AT END
                 SET FG-MORE-PART-LINES-N  TO TRUE
               NOT AT END
                 PERFORM F-WRITE-PARTITION-LINE
                 ADD 1                     TO WS-PART-COPIED
             END-READ
           END-PERFORM
           CLOSE PART-IN-FILE
           .
       F-COPY-PARTITION-LINES-END.
           EXIT.
      ******************************************************************
       F-WRITE-PARTITION-LINE SECTION.
      *    THE GL LINE NUMBER IS THE LAST FIELD OF A GL LINE (A BFWD
      *    LINE CARRIES "0" AND KEEPS IT), THE FIRST OF AN XREF LINE
      *    AND GLF-D-GL-LINE OF A FIXED DETAIL -- ALWAYS 7 DIGITS.
           EVALUATE TRUE
             WHEN WS-PART-COPY-GL
               COMPUTE WS-PART-LINE-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(PART-IN-LINE TRAILING))
               IF WS-PART-LINE-LEN > 8
               AND PART-IN-LINE(WS-PART-LINE-LEN - 1:2) NOT = "|0"
                 COMPUTE WS-PART-NUM-POS = WS-PART-LINE-LEN - 6
                 PERFORM F-RENUMBER-PARTITION-LINE
               END-IF
               MOVE PART-IN-LINE           TO GL-LINE
               WRITE GL-LINE
             WHEN WS-PART-COPY-XREF
               MOVE 1                      TO WS-PART-NUM-POS
               PERFORM F-RENUMBER-PARTITION-LINE
               MOVE PART-IN-LINE           TO XREF-LINE
               WRITE XREF-LINE
             WHEN WS-PART-COPY-FIXED
               MOVE 2                      TO WS-PART-NUM-POS
               PERFORM F-RENUMBER-PARTITION-LINE
               MOVE PART-IN-LINE(1:80)     TO FIXED-LINE
               WRITE FIXED-LINE
           END-EVALUATE
           .
       F-WRITE-PARTITION-LINE-END.
           EXIT.
      ******************************************************************
       F-RENUMBER-PARTITION-LINE SECTION.
           IF WS-PART-LINE-OFFSET = 0
             EXIT SECTION
           END-IF
           COMPUTE WS-PART-NUM =
                   FUNCTION NUMVAL(PART-IN-LINE(WS-PART-NUM-POS:7))
                   + WS-PART-LINE-OFFSET
           MOVE WS-PART-NUM                TO PART-IN-LINE
                                              (WS-PART-NUM-POS:7)
           .
       F-RENUMBER-PARTITION-LINE-END.
           EXIT.
      ******************************************************************
       F-CHECK-PARTITION-MODES SECTION.
      *    ONE FEED IS ONE MODE -- A MERGE ONLY TAKES PARTITIONS RUN
      *    WITH THE SAME FULL/FIXED CHOICE AS ITSELF.
           SET FG-PART-MODES-OK-Y          TO TRUE
           PERFORM VARYING U-PART-IND FROM 1 BY 1
                   UNTIL U-PART-IND > K-PART-COUNT
             MOVE "N"                      TO WS-PART-FULL-MODE
             MOVE "N"                      TO WS-PART-FIXED-MODE
             PERFORM UT-PART-OPEN-FOR-MERGE
             PERFORM UNTIL U-PART-MORE-TOTALS-N
               PERFORM UT-PART-READ-TOTAL
               IF U-PART-MORE-TOTALS-Y
               AND U-PART-TOTAL-COUNT = 1
                 EVALUATE U-PART-TOTAL-NAME
                   WHEN "FULLMODE"
                     MOVE "Y"              TO WS-PART-FULL-MODE
                   WHEN "FIXEDMODE"
                     MOVE "Y"              TO WS-PART-FIXED-MODE
                 END-EVALUATE
               END-IF
             END-PERFORM
             IF WS-PART-FULL-MODE NOT = FG-FULL-MODE
             OR WS-PART-FIXED-MODE NOT = FG-FIXED-MODE
               SET FG-PART-MODES-OK-N      TO TRUE
               DISPLAY "GLEXPORT PARTITION "
                       FUNCTION TRIM(U-PART-NUMBER-ED)
                       " RAN IN ANOTHER FULL/FIXED MODE"
             END-IF
           END-PERFORM
           .
       F-CHECK-PARTITION-MODES-END.
           EXIT.
      ******************************************************************
       F-MERGE-PARTITIONS SECTION.
      *    EACH PARTITION IN TURN: ITS CHECKPOINTED TOTALS ONTO THIS
      *    RUN'S, THEN THE LINES THEY ACCOUNT FOR ONTO THE FEED FILES,
      *    NUMBERED ON FROM THE PARTITIONS BEFORE IT.
           PERFORM VARYING U-PART-IND FROM 1 BY 1
                   UNTIL U-PART-IND > K-PART-COUNT
             MOVE 0                        TO WS-PART-LINES
             MOVE 0                        TO WS-PART-BFWD-LINES
             PERFORM UT-PART-OPEN-FOR-MERGE
             PERFORM F-LOAD-PARTITION-TOTALS
             MOVE WS-GL-LINE-NUMBER        TO WS-PART-LINE-OFFSET

             SET WS-PART-COPY-GL           TO TRUE
             MOVE SPACES                   TO WS-PART-IN-NAME
             STRING "files/reports/GL_EXPORT_" DELIMITED BY SIZE
                    WS-TODAY-RAW               DELIMITED BY SIZE
                    FUNCTION TRIM(U-PART-SUFFIX)
                                               DELIMITED BY SIZE
                    ".txt"                     DELIMITED BY SIZE
               INTO WS-PART-IN-NAME
             END-STRING
             COMPUTE WS-PART-COPY-LIMIT = WS-PART-LINES
                                        + WS-PART-BFWD-LINES
             PERFORM F-COPY-PARTITION-LINES

             SET WS-PART-COPY-XREF         TO TRUE
             MOVE SPACES                   TO WS-PART-IN-NAME
             STRING "files/reports/GL_XREF_"   DELIMITED BY SIZE
                    WS-TODAY-RAW               DELIMITED BY SIZE
                    FUNCTION TRIM(U-PART-SUFFIX)
                                               DELIMITED BY SIZE
                    ".txt"                     DELIMITED BY SIZE
               INTO WS-PART-IN-NAME
             END-STRING
             MOVE WS-PART-LINES            TO WS-PART-COPY-LIMIT
             PERFORM F-COPY-PARTITION-LINES

             IF FG-FIXED-MODE-Y
               SET WS-PART-COPY-FIXED      TO TRUE
               MOVE SPACES                 TO WS-PART-IN-NAME
               STRING "files/reports/GL_FEED_FIXED_"
                                               DELIMITED BY SIZE
                      WS-TODAY-RAW             DELIMITED BY SIZE
                      FUNCTION TRIM(U-PART-SUFFIX)
                                               DELIMITED BY SIZE
                      ".dat"                   DELIMITED BY SIZE
                 INTO WS-PART-IN-NAME
               END-STRING
               MOVE WS-PART-LINES          TO WS-PART-COPY-LIMIT
               PERFORM F-COPY-PARTITION-LINES
             END-IF

             ADD WS-PART-LINES             TO WS-GL-LINE-NUMBER
             ADD WS-PART-LINES             TO WS-LINES-WRITTEN
             ADD WS-PART-BFWD-LINES        TO WS-BFWD-LINES
           END-PERFORM
           .
       F-MERGE-PARTITIONS-END.
           EXIT.
      ******************************************************************
       F-LOAD-PARTITION-TOTALS SECTION.
      *    LINE COUNTS ARE ONE PARTITION'S; FIXED-FEED CENTS ADD UP; A
      *    HIGH-WATER MARK IS THE HIGHEST ANY PARTITION REACHED.
           PERFORM UNTIL U-PART-MORE-TOTALS-N
             PERFORM UT-PART-READ-TOTAL
             IF U-PART-MORE-TOTALS-Y
               EVALUATE U-PART-TOTAL-NAME
                 WHEN "LINES"
                   MOVE U-PART-TOTAL-COUNT TO WS-PART-LINES
                 WHEN "BFWDLINES"
                   MOVE U-PART-TOTAL-COUNT TO WS-PART-BFWD-LINES
                 WHEN "FXDEBIT"
                   ADD U-PART-TOTAL-AMOUNT TO WS-FX-TOTAL-DEBIT-CENTS
                 WHEN "FXCREDIT"
                   ADD U-PART-TOTAL-AMOUNT TO WS-FX-TOTAL-CREDIT-CENTS
                 WHEN "TRANSHWM"
                   IF U-PART-TOTAL-COUNT > WS-NEW-TRANS-HWM
                     MOVE U-PART-TOTAL-COUNT
                                           TO WS-NEW-TRANS-HWM
                   END-IF
                 WHEN "TRANSFERHWM"
                   IF U-PART-TOTAL-COUNT > WS-NEW-TRANSFER-HWM
                     MOVE U-PART-TOTAL-COUNT
                                           TO WS-NEW-TRANSFER-HWM
                   END-IF
                 WHEN "FULLMODE"
                   IF U-PART-TOTAL-COUNT = 1
                     MOVE "Y"              TO WS-PART-FULL-MODE
                   ELSE
                     MOVE "N"              TO WS-PART-FULL-MODE
                   END-IF
                 WHEN "FIXEDMODE"
                   IF U-PART-TOTAL-COUNT = 1
                     MOVE "Y"              TO WS-PART-FIXED-MODE
                   ELSE
                     MOVE "N"              TO WS-PART-FIXED-MODE
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM
           .
       F-LOAD-PARTITION-TOTALS-END.
           EXIT.
      ******************************************************************
       F-SAVE-PARTITION-CHECKPOINT SECTION.
      *    CALLER SETS U-PART-STATE-RUNNING/COMPLETE.
           MOVE WS-ACC-CONT-ID             TO U-PART-LAST-ID
           PERFORM UT-PART-BEGIN-CHECKPOINT
           MOVE "LINES"                    TO U-PART-TOTAL-NAME
           MOVE WS-LINES-WRITTEN           TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "BFWDLINES"                TO U-PART-TOTAL-NAME
           MOVE WS-BFWD-LINES              TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "FXDEBIT"                  TO U-PART-TOTAL-NAME
           MOVE WS-FX-TOTAL-DEBIT-CENTS    TO U-PART-TOTAL-AMOUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "FXCREDIT"                 TO U-PART-TOTAL-NAME
           MOVE WS-FX-TOTAL-CREDIT-CENTS   TO U-PART-TOTAL-AMOUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "TRANSHWM"                 TO U-PART-TOTAL-NAME
           MOVE WS-NEW-TRANS-HWM           TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "TRANSFERHWM"              TO U-PART-TOTAL-NAME
           MOVE WS-NEW-TRANSFER-HWM        TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "FULLMODE"                 TO U-PART-TOTAL-NAME
           IF FG-FULL-MODE-Y
             MOVE 1                        TO U-PART-TOTAL-COUNT
           END-IF
           PERFORM UT-PART-PUT-TOTAL
           MOVE "FIXEDMODE"                TO U-PART-TOTAL-NAME
           IF FG-FIXED-MODE-Y
             MOVE 1                        TO U-PART-TOTAL-COUNT
           END-IF
           PERFORM UT-PART-PUT-TOTAL
           PERFORM UT-PART-END-CHECKPOINT
           .
       F-SAVE-PARTITION-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY PARTCTLUTILSECTIONS.
