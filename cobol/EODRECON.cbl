      *  branch/currency cash-position table (WS-POS-ENTRY), written
      *  as a second section of the same report -- the bank's total
      *  position by BRANCHID and CURRENCY, which is otherwise only
      *  derivable by hand from raw exports. A third section adds
      *  the cash sitting in the bank's ATMs per branch -- the book
      *  cassette cash on files/atms.dat (see ATMRECORD), as loaded
      *  from the vault and run down by the ATMSETL settlement.
      *  Every foreign-currency pocket an account holds (see POCKET)
      *  is reconciled as a position of its own: its movements on
      *  files/pocketledger.dat are replayed in full and compared
      *  against the pocket balance on files/ccypockets.dat, and an
      *  open pocket's balance rolls into the branch/currency cash
      *  position under the pocket's currency, not the account's.
      *  The bank's own internal accounts (fee income, interest
      *  expense, tax payable, suspense and the rest -- see
      *  INTACCCONFIG) are walked in a second pass after the
      *  customer accounts and reconciled the same way. Every row
      *  replayed that belongs to a double-entry pair (it carries a
      *  contra account, see TRANSDB.TRANS-POST-CONTRA) is totalled
      *  as a debit or a credit across the whole book, and the
      *  double-entry proof section states whether the day's debits
      *  equal its credits.
      *  The customer-account pass can be split by account-ID range
      *  (PARTITIONCONFIG) and run in parallel, in either mode:
      *     EODRECON [FULL] PART <n>
      *     EODRECON [FULL] MERGE
      *  A partition reconciles only its own range, writes just its
      *  mismatch lines to files/reports/EOD_RECON_<yyyymmdd>_P<n>.txt,
      *  logs on RUNLOG as EODRECON-P<n> and checkpoints its counts
      *  and cash-position slots after every page (see PARTCTL), so a
      *  failed partition is simply run again and resumes where it
      *  stopped. The brought-forward nets of a page are only written
      *  at that checkpoint, so the page in flight when a partition
      *  failed is never replayed twice. MERGE runs once every
      *  partition is complete for the day: it writes the one report
      *  with the partitions' mismatch lines in partition order, adds
      *  up their counts and positions, and only then walks the
      *  internal accounts, takes the ATM cash, saves the high-water
      *  marks and logs the EODRECON row -- so the report and its
      *  consumers look exactly as they do after a single run.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BF-ACCOUNTID
           FILE STATUS IS WS-BF-FILE-STATUS.

           SELECT ATM-FILE ASSIGN TO "files/atms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-ATM-ID
           FILE STATUS IS WS-ATM-FILE-STATUS.

           SELECT POCKET-FILE ASSIGN TO "files/ccypockets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-PK-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "files/pocketledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-FILE-STATUS.

      *    A PARTITION'S OWN MISMATCH LINES -- READ BACK BY THE MERGE,
      *    OR BY THE PARTITION ITSELF WHEN IT RESUMES.
           SELECT PART-IN-FILE ASSIGN TO DYNAMIC WS-PART-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-IN-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
      *    BROUGHT-FORWARD REPLAYED NET PER ACCOUNT THROUGH THE
      *    HIGH-WATER MARKS -- WHAT THE INCREMENTAL RUN STARTS FROM.
       01  BF-RECORD.
           05 BF-ACCOUNTID               PIC 9(09).
           05 BF-NET                     PIC S9(10)V99.

       FD  ATM-FILE.
       COPY ATMRECORD.

       FD  POCKET-FILE.
       COPY POCKETRECORD.

       FD  LEDGER-FILE.
       COPY POCKETLEDGERRECORD.

       FD  PART-IN-FILE.
       01  PART-IN-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.

         COPY PARTITIONCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
         05 ARG-TOK                     PIC X(08) OCCURS 3 TIMES.

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-HWM-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-BF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-ATM-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-PK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-PL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-PART-IN-STATUS           PIC XX VALUE SPACES.
         05 WS-PART-IN-NAME             PIC X(256).
         05 WS-PART-OLD-NAME            PIC X(256).
      *    LINES ON THIS RUN'S REPORT BELOW THE HEADER -- FOR A
      *    PARTITION, THE MISMATCH LINES ITS CHECKPOINT ACCOUNTS FOR.
         05 WS-DETAIL-LINES             PIC 9(09) VALUE 0.
         05 WS-PART-COPY-LIMIT          PIC 9(09) VALUE 0.
         05 WS-PART-COPIED              PIC 9(09) VALUE 0.
         05 WS-PART-FULL-MODE           PIC X(01).
         05 WS-TRANS-HWM                PIC 9(09) VALUE 0.
         05 WS-TRANSFER-HWM             PIC 9(09) VALUE 0.
         05 WS-NEW-TRANS-HWM            PIC 9(09) VALUE 0.

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
         05 WS-CUR-CURRENCY             PIC X(03).
         05 WS-CUR-BALANCE              PIC S9(10)V99.
         05 WS-EXPECTED-BALANCE         PIC S9(10)V99.

         05 WS-ACCOUNTS-CHECKED         PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-MISMATCHED      PIC 9(07) VALUE 0.
         05 WS-TOTAL-BALANCE            PIC S9(12)V99 VALUE 0.

         05 WS-AMOUNT-EDITED            PIC +ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED2           PIC +ZZZZZZZZZ9.99.

      *    BRANCH/CURRENCY CASH-POSITION ROLLUP -- LINEAR-SCAN CACHE
      *    OF EVERY DISTINCT BRANCHID/CURRENCY COMBO SEEN ON THE SAME
           10 WS-POS-PRODTYPE           PIC X(03).
           10 WS-POS-BALANCE            PIC S9(10)V99.
           10 WS-POS-ACCOUNTS           PIC 9(05).
         05 WS-POS-EDITED               PIC +ZZZZZZZZZZZ9.99.

      *    ATM CASH PER BRANCH -- SAME LINEAR-SCAN TABLE AS ABOVE,
      *    FILLED FROM THE ATM REGISTER RATHER THAN THE ACCOUNT PASS.
         05 WS-ATMPOS-COUNT             PIC 9(03) VALUE 0.
         05 WS-ATMPOS-ENTRY             OCCURS 100 TIMES.
           10 WS-ATMPOS-BRANCHID        PIC 9(03).
           10 WS-ATMPOS-ATMS            PIC 9(05).
           10 WS-ATMPOS-CASH            PIC S9(10)V99.
         05 WS-ATM-TOTAL-CASH           PIC S9(12)V99 VALUE 0.

      *    DOUBLE-ENTRY PROOF (F-WRITE-BOOK-PROOF) -- EVERY PAIRED ROW
      *    IN THE RUN'S WINDOW, BOTH LEGS, CUSTOMER AND INTERNAL.
         05 WS-BOOK-DEBITS              PIC S9(12)V99 VALUE 0.
         05 WS-BOOK-CREDITS             PIC S9(12)V99 VALUE 0.
         05 WS-BOOK-DIFF                PIC S9(12)V99 VALUE 0.
         05 WS-BOOK-LEGS                PIC 9(09) VALUE 0.
         05 WS-BOOK-EDITED              PIC +ZZZZZZZZZZZ9.99.
         05 WS-INTERNAL-CHECKED         PIC 9(07) VALUE 0.

      *    CURRENCY POCKET RECONCILIATION (F-RECONCILE-POCKETS)
         05 WS-POCKET-EXPECTED          PIC S9(10)V99.
         05 WS-POCKETS-CHECKED          PIC 9(07) VALUE 0.
         05 WS-POCKETS-MISMATCHED       PIC 9(07) VALUE 0.

      *    BROUGHT-FORWARD NETS OF THE PAGE IN HAND, WRITTEN TO THE
      *    BF STORE ONLY AT THE END OF THE PAGE (F-FLUSH-BROUGHT-
      *    FORWARD), JUST BEFORE A PARTITION CHECKPOINTS IT.
         05 WS-BFQ-COUNT                PIC 9(02) VALUE 0.
         05 WS-BFQ-ENTRY                OCCURS 20 TIMES.
           10 WS-BFQ-ACCOUNTID          PIC 9(09).
           10 WS-BFQ-NET                PIC S9(10)V99.
      *    ONE CASH-POSITION SLOT AS CHECKPOINTED BY A PARTITION.
         05 WS-POS-KEY.
           10 WS-POS-KEY-BRANCHID       PIC 9(03).
           10 WS-POS-KEY-CURRENCY       PIC X(03).
           10 WS-POS-KEY-PRODTYPE       PIC X(03).

       01 FLAGS.
         05 FG-FULL-MODE                PIC X VALUE 'N'.
         05 FG-POS-FOUND                PIC X VALUE 'N'.
           88 FG-POS-FOUND-Y            VALUE 'Y'.
           88 FG-POS-FOUND-N            VALUE 'N'.
         05 FG-POCKETS-OPEN             PIC X VALUE 'N'.
           88 FG-POCKETS-OPEN-Y         VALUE 'Y'.
           88 FG-POCKETS-OPEN-N         VALUE 'N'.
         05 FG-MORE-POCKETS             PIC X VALUE 'N'.
           88 FG-MORE-POCKETS-Y         VALUE 'Y'.
           88 FG-MORE-POCKETS-N         VALUE 'N'.
         05 FG-MORE-LEDGER-ROWS         PIC X VALUE 'N'.
           88 FG-MORE-LEDGER-ROWS-Y     VALUE 'Y'.
           88 FG-MORE-LEDGER-ROWS-N     VALUE 'N'.
         05 FG-INTERNAL-PASS            PIC X VALUE 'N'.
           88 FG-INTERNAL-PASS-Y        VALUE 'Y'.
           88 FG-INTERNAL-PASS-N        VALUE 'N'.
         05 FG-MORE-PART-LINES          PIC X VALUE 'N'.
           88 FG-MORE-PART-LINES-Y      VALUE 'Y'.
           88 FG-MORE-PART-LINES-N      VALUE 'N'.

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
             INTO ARG-TOK(1), ARG-TOK(2), ARG-TOK(3)
           END-UNSTRING
           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 3
             EVALUATE ARG-TOK(IND-1)
               WHEN "FULL"
                 SET FG-FULL-MODE-Y       TO TRUE
               WHEN "MERGE"
                 SET U-PART-MODE-MERGE    TO TRUE
               WHEN "PART"
                 SET U-PART-MODE-PART     TO TRUE
                 IF IND-1 < 3
                 AND FUNCTION TEST-NUMVAL(ARG-TOK(IND-1 + 1)) = 0
                   MOVE FUNCTION NUMVAL(ARG-TOK(IND-1 + 1))
                                           TO U-PART-NUMBER
                 END-IF
             END-EVALUATE
           END-PERFORM

           MOVE PGM-ID                    TO U-PART-BASE-JOBNAME
           PERFORM UT-PART-SETUP
           IF U-PART-CHECK-INVALID
             DISPLAY "USAGE: EODRECON [FULL] [PART <n> | MERGE]"
             GO TO MAIN-END
           END-IF
           IF U-PART-CHECK-DONE
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " ALREADY COMPLETE FOR " U-PART-BUSDATE
             GO TO MAIN-END
           END-IF
           IF U-PART-MODE-MERGE
             PERFORM UT-PART-CHECK-MERGE
             IF U-PART-MERGE-READY-N
               DISPLAY "EODRECON MERGE NOT RUN"
               GO TO MAIN-END
             END-IF
           END-IF

           PERFORM F-INIT
      *    THE INTERNAL ACCOUNTS ARE NEVER PARTITIONED -- THE MERGE
      *    WALKS THEM ONCE, AFTER THE PARTITIONS' CUSTOMER ACCOUNTS,
      *    THE SAME ORDER A SINGLE RUN TAKES. HIGH-WATER MARKS MOVE
      *    ONLY WHEN THE WHOLE BOOK HAS BEEN THROUGH.
           EVALUATE TRUE
             WHEN U-PART-MODE-PART
               SET FG-INTERNAL-PASS-N     TO TRUE
               PERFORM F-RUN-ACCOUNT-PASS
             WHEN U-PART-MODE-MERGE
               PERFORM F-MERGE-PARTITIONS
               SET FG-INTERNAL-PASS-Y     TO TRUE
               PERFORM F-RUN-ACCOUNT-PASS
               PERFORM F-SAVE-HIGH-WATER-MARKS
             WHEN OTHER
               PERFORM F-RUN-RECONCILIATION
               PERFORM F-SAVE-HIGH-WATER-MARKS
           END-EVALUATE
           PERFORM F-FINISH
           .
       MAIN-END.
           MOVE "EOD RECONCILIATION REPORT STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

      *    THE REPORT IS DATED WITH THE BANK-WIDE BUSINESS DATE (SEE

           STRING "files/reports/EOD_RECON_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-SUFFIX)
                                            DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING

      *    A PARTITION'S FILE IS MISMATCH LINES ONLY -- THE HEADER,
      *    MODE LINE AND EVERY SUMMARY SECTION ARE THE MERGE'S.
           IF U-PART-MODE-PART
             PERFORM F-LOAD-HIGH-WATER-MARKS
             PERFORM F-OPEN-PARTITION-OUTPUT
             PERFORM F-OPEN-BF-FILE
             PERFORM F-OPEN-POCKET-FILES
             EXIT SECTION
           END-IF

           OPEN OUTPUT RECON-OUTPUT

           MOVE "===== END-OF-DAY RECONCILIATION REPORT ====="

           PERFORM F-LOAD-HIGH-WATER-MARKS
           PERFORM F-OPEN-BF-FILE
           PERFORM F-OPEN-POCKET-FILES

           IF FG-FULL-MODE-Y
             MOVE "MODE: FULL REPLAY (PROVE-OUT)" TO RECON-LINE
      ******************************************************************
       F-FINISH SECTION.
           CLOSE BF-FILE
           IF FG-POCKETS-OPEN-Y
             CLOSE POCKET-FILE
             CLOSE LEDGER-FILE
           END-IF

           IF U-PART-MODE-PART
             CLOSE RECON-OUTPUT
             SET U-PART-STATE-COMPLETE    TO TRUE
             PERFORM F-SAVE-PARTITION-CHECKPOINT
             MOVE PGM-ID                  TO U-LOG-RUNNABLE-PROG
             STRING
               FUNCTION TRIM(U-PART-JOBNAME),
               " ACCOUNTS CHECKED: ",
               FUNCTION TRIM(WS-ACCOUNTS-CHECKED),
               " | MISMATCHED: ",
               FUNCTION TRIM(WS-ACCOUNTS-MISMATCHED)
               INTO U-LOG-LINE
             END-STRING
             PERFORM UT-LOG-MODULE-FINISH
             MOVE U-PART-JOBNAME          TO U-RUNLOG-JOBNAME
             PERFORM UT-RUNLOG-FINISH
             EXIT SECTION
           END-IF

           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE

           END-STRING
           WRITE RECON-LINE

           STRING "Pockets checked    : "
                  FUNCTION TRIM(WS-POCKETS-CHECKED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           STRING "Pockets mismatched : "
                  FUNCTION TRIM(WS-POCKETS-MISMATCHED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           STRING "Internal accts     : "
                  FUNCTION TRIM(WS-INTERNAL-CHECKED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           PERFORM F-WRITE-BOOK-PROOF
           PERFORM F-WRITE-POSITION-SUMMARY
           PERFORM F-WRITE-ATM-POSITION

           CLOSE RECON-OUTPUT

             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-WRITE-BOOK-PROOF SECTION.
      *    DEBITS MUST EQUAL CREDITS ACROSS THE WHOLE BOOK -- EVERY
      *    SYSTEM-GENERATED CUSTOMER POSTING WENT IN WITH ITS
      *    BALANCING INTERNAL-ACCOUNT LEG, SO ANY DIFFERENCE HERE IS
      *    HALF AN ENTRY. INCREMENTAL MODE PROVES THE DAY'S NEW ROWS;
      *    FULL MODE PROVES THE WHOLE HISTORY.
           COMPUTE WS-BOOK-DIFF = WS-BOOK-DEBITS - WS-BOOK-CREDITS

           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE
           MOVE "===== DOUBLE-ENTRY PROOF =====" TO RECON-LINE
           WRITE RECON-LINE

           STRING "Paired legs        : "
                  FUNCTION TRIM(WS-BOOK-LEGS)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           MOVE WS-BOOK-DEBITS            TO WS-BOOK-EDITED
           STRING "Total debits       : "
                  FUNCTION TRIM(WS-BOOK-EDITED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           MOVE WS-BOOK-CREDITS           TO WS-BOOK-EDITED
           STRING "Total credits      : "
                  FUNCTION TRIM(WS-BOOK-EDITED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           IF WS-BOOK-DIFF = 0
             MOVE "Book               : BALANCED" TO RECON-LINE
           ELSE
             MOVE WS-BOOK-DIFF            TO WS-BOOK-EDITED
             STRING "Book               : OUT OF BALANCE BY "
                    FUNCTION TRIM(WS-BOOK-EDITED)
               DELIMITED BY SIZE INTO RECON-LINE
             END-STRING
           END-IF
           WRITE RECON-LINE
           .
       F-WRITE-BOOK-PROOF-END.
           EXIT.
      ******************************************************************
       F-WRITE-POSITION-SUMMARY SECTION.
      *    THE CASH-POSITION ROLLUP TREASURY ACTUALLY WANTS EVERY
           .
       F-WRITE-POSITION-SUMMARY-END.
           EXIT.
      ******************************************************************
       F-WRITE-ATM-POSITION SECTION.
      *    CASH IN THE ATMS, ONE LINE PER BRANCH WITH A MACHINE THAT
      *    IS NOT CLOSED -- WHAT USED TO BE COUNTED BY HAND. NO
      *    REGISTER ON FILE MEANS NO ATMS, AND THE SECTION SAYS SO.
           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE
           MOVE "===== ATM CASH BY BRANCH =====" TO RECON-LINE
           WRITE RECON-LINE

           OPEN INPUT ATM-FILE
           IF WS-ATM-FILE-STATUS NOT = "00"
             MOVE "NO ATMS ON THE REGISTER" TO RECON-LINE
             WRITE RECON-LINE
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                TO AT-ATM-ID
           START ATM-FILE KEY IS NOT LESS THAN AT-ATM-ID
             INVALID KEY
               SET FG-MORE-SUB-PAGES-N    TO TRUE
             NOT INVALID KEY
               SET FG-MORE-SUB-PAGES-Y    TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             READ ATM-FILE NEXT RECORD
               AT END
                 SET FG-MORE-SUB-PAGES-N  TO TRUE
               NOT AT END
                 IF NOT AT-IS-CLOSED
                   PERFORM F-ACCUMULATE-ATM-POSITION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATM-FILE

           MOVE "BRANCHID|ATMS|CASSETTE-CASH" TO RECON-LINE
           WRITE RECON-LINE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-ATMPOS-COUNT
             MOVE WS-ATMPOS-CASH(IND-3)   TO WS-POS-EDITED
             MOVE SPACES                  TO RECON-LINE
             STRING FUNCTION TRIM(WS-ATMPOS-BRANCHID(IND-3))
                                          DELIMITED BY SIZE
                    "|"                   DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ATMPOS-ATMS(IND-3))
                                          DELIMITED BY SIZE
                    "|"                   DELIMITED BY SIZE
                    FUNCTION TRIM(WS-POS-EDITED)
                                          DELIMITED BY SIZE
               INTO RECON-LINE
             END-STRING
             WRITE RECON-LINE
           END-PERFORM

           MOVE WS-ATM-TOTAL-CASH         TO WS-POS-EDITED
           MOVE SPACES                    TO RECON-LINE
           STRING "Total ATM cash     : "
                  FUNCTION TRIM(WS-POS-EDITED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           .
       F-WRITE-ATM-POSITION-END.
           EXIT.
      ******************************************************************
       F-ACCUMULATE-ATM-POSITION SECTION.
           ADD AT-CASSETTE-CASH            TO WS-ATM-TOTAL-CASH
           SET FG-POS-FOUND-N              TO TRUE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-ATMPOS-COUNT
             IF WS-ATMPOS-BRANCHID(IND-3) = AT-BRANCH-ID
               ADD AT-CASSETTE-CASH        TO WS-ATMPOS-CASH(IND-3)
               ADD 1                       TO WS-ATMPOS-ATMS(IND-3)
               SET FG-POS-FOUND-Y          TO TRUE
             END-IF
           END-PERFORM

           IF NOT FG-POS-FOUND-Y
           AND WS-ATMPOS-COUNT < 100
             ADD 1                         TO WS-ATMPOS-COUNT
             MOVE AT-BRANCH-ID             TO WS-ATMPOS-BRANCHID
                                                   (WS-ATMPOS-COUNT)
             MOVE 1                        TO WS-ATMPOS-ATMS
                                                   (WS-ATMPOS-COUNT)
             MOVE AT-CASSETTE-CASH         TO WS-ATMPOS-CASH
                                                   (WS-ATMPOS-COUNT)
           END-IF
           .
       F-ACCUMULATE-ATM-POSITION-END.
           EXIT.
      ******************************************************************
       F-RUN-RECONCILIATION SECTION.
      *    CUSTOMER ACCOUNTS FIRST, THEN THE BANK'S OWN INTERNAL
      *    ACCOUNTS -- ACCDB ONLY LISTS THOSE WHEN ASKED BY NAME.
           SET FG-INTERNAL-PASS-N          TO TRUE
           PERFORM F-RUN-ACCOUNT-PASS
           SET FG-INTERNAL-PASS-Y          TO TRUE
           PERFORM F-RUN-ACCOUNT-PASS
           .
       F-RUN-RECONCILIATION-END.
           EXIT.
      ******************************************************************
       F-RUN-ACCOUNT-PASS SECTION.
      *    THE CUSTOMER PASS RUNS FROM THE FIRST ID OF THE RANGE -- OR
      *    FROM AFTER THE LAST ACCOUNT A RESUMED PARTITION HAD DONE --
      *    TO THE LAST ID OF IT; THE WHOLE-BOOK RANGE IS EVERY ID.
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER
           MOVE 0                          TO WS-ACC-CONT-ID
           IF FG-INTERNAL-PASS-N
             IF U-PART-RESUME-ID > 0
               MOVE U-PART-RESUME-ID       TO WS-ACC-CONT-ID
             ELSE
               COMPUTE WS-ACC-CONT-ID = U-PART-FROM-ID - 1
             END-IF
           END-IF

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             PERFORM F-READ-ACCOUNT-PAGE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 IF FG-INTERNAL-PASS-N
                 AND O-ACC-ACCOUNTID(IND-1) > U-PART-TO-ID
                   SET FG-MORE-ACC-PAGES-N TO TRUE
                 ELSE
                   PERFORM F-RECONCILE-ACCOUNT
                 END-IF
               END-PERFORM
               PERFORM F-FLUSH-BROUGHT-FORWARD
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
               IF U-PART-MODE-PART
               AND FG-MORE-ACC-PAGES-Y
      *          THE LINES THE CHECKPOINT COUNTS MUST BE ON DISK FIRST.
                 CLOSE RECON-OUTPUT
                 OPEN EXTEND RECON-OUTPUT
                 SET U-PART-STATE-RUNNING  TO TRUE
                 PERFORM F-SAVE-PARTITION-CHECKPOINT
               END-IF
             END-IF
           END-PERFORM
           .
       F-RUN-ACCOUNT-PASS-END.
           EXIT.
      ******************************************************************
       F-READ-ACCOUNT-PAGE SECTION.
           SET I-ACC-OP-GETLIST            TO TRUE
           MOVE 0                          TO I-ACC-CUSTOMERID
           MOVE WS-ACC-PAGE-NUMBER         TO I-ACC-PAGE-NUMBER
           MOVE WS-ACC-CONT-ID             TO I-ACC-CONT-ID
           IF FG-INTERNAL-PASS-Y
             SET I-ACC-PROD-INTERNAL       TO TRUE
           END-IF
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           MOVE O-ACCDB-CONT-ID            TO WS-ACC-CONT-ID

           IF NOT ACCDB-STATUS-OK
             MOVE 0                        TO O-ACC-COUNT
      ******************************************************************
       F-RECONCILE-ACCOUNT SECTION.
           ADD 1                           TO WS-ACCOUNTS-CHECKED
           IF FG-INTERNAL-PASS-Y
             ADD 1                         TO WS-INTERNAL-CHECKED
           END-IF

           MOVE O-ACC-ACCOUNTID(IND-1)     TO WS-CUR-ACCOUNTID
           MOVE O-ACC-IBAN(IND-1)          TO WS-CUR-IBAN
             ADD 1                         TO WS-ACCOUNTS-MISMATCHED
             PERFORM F-WRITE-MISMATCH-LINE
           END-IF

           IF FG-POCKETS-OPEN-Y
             PERFORM F-RECONCILE-POCKETS
           END-IF
           .
       F-RECONCILE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-OPEN-POCKET-FILES SECTION.
      *    NO POCKET REGISTER ON FILE MEANS NO ACCOUNT HOLDS ANY.
           SET FG-POCKETS-OPEN-N           TO TRUE
           OPEN INPUT POCKET-FILE
           IF WS-PK-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
             CLOSE POCKET-FILE
             EXIT SECTION
           END-IF
           SET FG-POCKETS-OPEN-Y           TO TRUE
           .
       F-OPEN-POCKET-FILES-END.
           EXIT.
      ******************************************************************
       F-RECONCILE-POCKETS SECTION.
      *    EACH POCKET OF THE CURRENT ACCOUNT IS ITS OWN POSITION --
      *    REPLAYED AGAINST ITS OWN BALANCE, AND ROLLED INTO THE CASH
      *    POSITION UNDER ITS OWN CURRENCY. THE LEDGER IS SMALL AND
      *    ALWAYS REPLAYED IN FULL, IN BOTH MODES.
           MOVE WS-CUR-ACCOUNTID           TO PK-ACCOUNT-ID
           MOVE LOW-VALUES                 TO PK-CURRENCY
           START POCKET-FILE KEY IS NOT LESS THAN PK-KEY
             INVALID KEY
               SET FG-MORE-POCKETS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-POCKETS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-POCKETS-N
             READ POCKET-FILE NEXT RECORD
               AT END
                 SET FG-MORE-POCKETS-N     TO TRUE
               NOT AT END
                 IF PK-ACCOUNT-ID NOT = WS-CUR-ACCOUNTID
                   SET FG-MORE-POCKETS-N   TO TRUE
                 ELSE
                   PERFORM F-RECONCILE-ONE-POCKET
                 END-IF
             END-READ
           END-PERFORM
           .
       F-RECONCILE-POCKETS-END.
           EXIT.
      ******************************************************************
       F-RECONCILE-ONE-POCKET SECTION.
           ADD 1                           TO WS-POCKETS-CHECKED
           MOVE 0                          TO WS-POCKET-EXPECTED

           MOVE PK-ACCOUNT-ID              TO PL-ACCOUNT-ID
           MOVE PK-CURRENCY                TO PL-CURRENCY
           MOVE 0                          TO PL-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN PL-KEY
             INVALID KEY
               SET FG-MORE-LEDGER-ROWS-N   TO TRUE
             NOT INVALID KEY
               SET FG-MORE-LEDGER-ROWS-Y   TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-LEDGER-ROWS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-LEDGER-ROWS-N TO TRUE
               NOT AT END
                 IF PL-ACCOUNT-ID NOT = PK-ACCOUNT-ID
                 OR PL-CURRENCY NOT = PK-CURRENCY
                   SET FG-MORE-LEDGER-ROWS-N TO TRUE
                 ELSE
      *            CREDIT AND FXIN (AN AUTOMATIC TOP-UP) ADD TO THE
      *            POCKET, DEBIT TAKES FROM IT.
                   IF PL-TYPE-DEBIT
                     SUBTRACT PL-AMOUNT    FROM WS-POCKET-EXPECTED
                   ELSE
                     ADD PL-AMOUNT         TO WS-POCKET-EXPECTED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-POCKET-EXPECTED NOT = PK-BALANCE
             ADD 1                         TO WS-POCKETS-MISMATCHED
             MOVE WS-POCKET-EXPECTED       TO WS-AMOUNT-EDITED
             MOVE PK-BALANCE               TO WS-AMOUNT-EDITED2
             MOVE SPACES                   TO RECON-LINE
             STRING
               "MISMATCH pocket account " PK-ACCOUNT-ID
               " " PK-CURRENCY
               " expected=" FUNCTION TRIM(WS-AMOUNT-EDITED)
               " stored="   FUNCTION TRIM(WS-AMOUNT-EDITED2)
               INTO RECON-LINE
             END-STRING
             PERFORM F-WRITE-DETAIL-LINE
           END-IF

           IF PK-IS-ACTIVE
             MOVE PK-CURRENCY              TO WS-CUR-CURRENCY
             MOVE PK-BALANCE               TO WS-CUR-BALANCE
             PERFORM F-ACCUMULATE-POSITION
           END-IF
           .
       F-RECONCILE-ONE-POCKET-END.
           EXIT.
      ******************************************************************
       F-ACCUMULATE-POSITION SECTION.
      *    ROLL THIS ACCOUNT'S CURRENT STORED BALANCE INTO ITS
       F-REPLAY-TRANSACTIONS SECTION.
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
                       SUBTRACT O-TRANS-AMMOUNT(IND-2)
                               FROM WS-EXPECTED-BALANCE
                       IF O-TRANS-CONTRA-ACCID(IND-2) > 0
                         ADD O-TRANS-AMMOUNT(IND-2)
                                 TO WS-BOOK-DEBITS
                         ADD 1     TO WS-BOOK-LEGS
                       END-IF
                     WHEN OTHER
      *                DEPOSIT, INTEREST and plain REVERSAL (the
      *                credit-side one) all credit the account --
      *                REVERSALDR above is the reversed credit.
                       ADD O-TRANS-AMMOUNT(IND-2)
                               TO WS-EXPECTED-BALANCE
                       IF O-TRANS-CONTRA-ACCID(IND-2) > 0
                         ADD O-TRANS-AMMOUNT(IND-2)
                                 TO WS-BOOK-CREDITS
                         ADD 1     TO WS-BOOK-LEGS
                       END-IF
                   END-EVALUATE
                 END-IF
               END-PERFORM
             " " WS-CUR-CURRENCY
             INTO RECON-LINE
           END-STRING
           PERFORM F-WRITE-DETAIL-LINE
           .
       F-WRITE-MISMATCH-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-DETAIL-LINE SECTION.
           WRITE RECON-LINE
           ADD 1                           TO WS-DETAIL-LINES
           .
       F-WRITE-DETAIL-LINE-END.
           EXIT.
      ******************************************************************
       F-LOAD-HIGH-WATER-MARKS SECTION.
      *    TWO LINES -- HIGHEST TRANSDB AND TRANSFERDB ROW ID THE
       F-WRITE-BROUGHT-FORWARD SECTION.
      *    THE REPLAYED NET THROUGH THE NEW HIGH-WATER MARK BECOMES
      *    NEXT RUN'S STARTING POSITION -- REBUILT FROM SCRATCH ON A
      *    FULL PROVE-OUT RUN. HELD UNTIL THE PAGE IS DONE.
           ADD 1                           TO WS-BFQ-COUNT
           MOVE WS-CUR-ACCOUNTID           TO WS-BFQ-ACCOUNTID
                                                      (WS-BFQ-COUNT)
           MOVE WS-EXPECTED-BALANCE        TO WS-BFQ-NET(WS-BFQ-COUNT)
           .
       F-WRITE-BROUGHT-FORWARD-END.
           EXIT.
      ******************************************************************
       F-FLUSH-BROUGHT-FORWARD SECTION.
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-BFQ-COUNT
             SET FG-BF-FOUND-Y             TO TRUE
             MOVE WS-BFQ-ACCOUNTID(IND-2)  TO BF-ACCOUNTID
             READ BF-FILE
               INVALID KEY
                 SET FG-BF-FOUND-N         TO TRUE
             END-READ
             MOVE WS-BFQ-ACCOUNTID(IND-2)  TO BF-ACCOUNTID
             MOVE WS-BFQ-NET(IND-2)        TO BF-NET
             IF FG-BF-FOUND-Y
               REWRITE BF-RECORD
             ELSE
               WRITE BF-RECORD
             END-IF
           END-PERFORM
           MOVE 0                          TO WS-BFQ-COUNT
           .
       F-FLUSH-BROUGHT-FORWARD-END.
           EXIT.
      ******************************************************************
       F-OPEN-PARTITION-OUTPUT SECTION.
      *    A FRESH PARTITION STARTS AN EMPTY FILE. A RESUMED ONE KEEPS
      *    EXACTLY THE LINES ITS CHECKPOINT ACCOUNTS FOR -- ANY WRITTEN
      *    FOR THE PAGE IN FLIGHT WHEN IT FAILED ARE DROPPED, SINCE
      *    THAT PAGE IS RECONCILED AGAIN.
           IF NOT U-PART-CHECK-RESUMED
             OPEN OUTPUT RECON-OUTPUT
             EXIT SECTION
           END-IF

           PERFORM F-LOAD-PARTITION-TOTALS
           MOVE SPACES                     TO WS-PART-OLD-NAME
           STRING FUNCTION TRIM(WS-FILENAME)
                                           DELIMITED BY SIZE
                  ".old"                   DELIMITED BY SIZE
             INTO WS-PART-OLD-NAME
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-FILENAME, WS-PART-OLD-NAME

           OPEN OUTPUT RECON-OUTPUT
           MOVE WS-PART-OLD-NAME           TO WS-PART-IN-NAME
           MOVE WS-DETAIL-LINES            TO WS-PART-COPY-LIMIT
           PERFORM F-COPY-PARTITION-LINES
           CALL "CBL_DELETE_FILE" USING WS-PART-OLD-NAME
           DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                   " RESUMING AFTER ACCOUNT " U-PART-RESUME-ID
           .
       F-OPEN-PARTITION-OUTPUT-END.
           EXIT.
      ******************************************************************
       F-COPY-PARTITION-LINES SECTION.
      *    UP TO WS-PART-COPY-LIMIT LINES OF WS-PART-IN-NAME ONTO THE
      *    REPORT BEING WRITTEN.
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
                 MOVE PART-IN-LINE         TO RECON-LINE
                 WRITE RECON-LINE
                 ADD 1                     TO WS-PART-COPIED
             END-READ
           END-PERFORM
           CLOSE PART-IN-FILE
           .
       F-COPY-PARTITION-LINES-END.
           EXIT.
      ******************************************************************
       F-MERGE-PARTITIONS SECTION.
      *    EACH PARTITION IN TURN: ITS CHECKPOINTED TOTALS ONTO THIS
      *    RUN'S, THEN THE MISMATCH LINES THEY ACCOUNT FOR ONTO THE
      *    REPORT.
           PERFORM VARYING U-PART-IND FROM 1 BY 1
                   UNTIL U-PART-IND > K-PART-COUNT
             MOVE 0                        TO WS-DETAIL-LINES
             MOVE SPACE                    TO WS-PART-FULL-MODE
             PERFORM UT-PART-OPEN-FOR-MERGE
             PERFORM F-LOAD-PARTITION-TOTALS

             MOVE SPACES                   TO WS-PART-IN-NAME
             STRING "files/reports/EOD_RECON_" DELIMITED BY SIZE
                    WS-TODAY-RAW            DELIMITED BY SIZE
                    FUNCTION TRIM(U-PART-SUFFIX)
                                            DELIMITED BY SIZE
                    ".txt"                  DELIMITED BY SIZE
               INTO WS-PART-IN-NAME
             END-STRING
             MOVE WS-DETAIL-LINES          TO WS-PART-COPY-LIMIT
             PERFORM F-COPY-PARTITION-LINES

             IF (WS-PART-FULL-MODE = "Y" AND FG-FULL-MODE-N)
             OR (WS-PART-FULL-MODE = "N" AND FG-FULL-MODE-Y)
               MOVE SPACES                 TO RECON-LINE
               STRING "WARNING: PARTITION "
                      FUNCTION TRIM(U-PART-NUMBER-ED)
                      " RAN IN THE OTHER REPLAY MODE"
                 DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
             END-IF
           END-PERFORM
           .
       F-MERGE-PARTITIONS-END.
           EXIT.
      ******************************************************************
       F-LOAD-PARTITION-TOTALS SECTION.
           PERFORM UNTIL U-PART-MORE-TOTALS-N
             PERFORM UT-PART-READ-TOTAL
             IF U-PART-MORE-TOTALS-Y
               PERFORM F-APPLY-PARTITION-TOTAL
             END-IF
           END-PERFORM
           .
       F-LOAD-PARTITION-TOTALS-END.
           EXIT.
      ******************************************************************
       F-APPLY-PARTITION-TOTAL SECTION.
      *    COUNTS AND AMOUNTS ADD UP; A HIGH-WATER MARK IS THE HIGHEST
      *    ANY PARTITION REACHED.
           EVALUATE U-PART-TOTAL-NAME
             WHEN "CHECKED"
               ADD U-PART-TOTAL-COUNT      TO WS-ACCOUNTS-CHECKED
             WHEN "MISMATCHED"
               ADD U-PART-TOTAL-COUNT      TO WS-ACCOUNTS-MISMATCHED
             WHEN "BALANCE"
               ADD U-PART-TOTAL-AMOUNT     TO WS-TOTAL-BALANCE
             WHEN "POCKETS"
               ADD U-PART-TOTAL-COUNT      TO WS-POCKETS-CHECKED
             WHEN "POCKETSMIS"
               ADD U-PART-TOTAL-COUNT      TO WS-POCKETS-MISMATCHED
             WHEN "BOOKDEBITS"
               ADD U-PART-TOTAL-AMOUNT     TO WS-BOOK-DEBITS
             WHEN "BOOKCREDITS"
               ADD U-PART-TOTAL-AMOUNT     TO WS-BOOK-CREDITS
             WHEN "BOOKLEGS"
               ADD U-PART-TOTAL-COUNT      TO WS-BOOK-LEGS
             WHEN "TRANSHWM"
               IF U-PART-TOTAL-COUNT > WS-NEW-TRANS-HWM
                 MOVE U-PART-TOTAL-COUNT   TO WS-NEW-TRANS-HWM
               END-IF
             WHEN "TRANSFERHWM"
               IF U-PART-TOTAL-COUNT > WS-NEW-TRANSFER-HWM
                 MOVE U-PART-TOTAL-COUNT   TO WS-NEW-TRANSFER-HWM
               END-IF
             WHEN "LINES"
               MOVE U-PART-TOTAL-COUNT     TO WS-DETAIL-LINES
             WHEN "FULLMODE"
               IF U-PART-TOTAL-COUNT = 1
                 MOVE "Y"                  TO WS-PART-FULL-MODE
               ELSE
                 MOVE "N"                  TO WS-PART-FULL-MODE
               END-IF
             WHEN "POSITION"
               MOVE U-PART-TOTAL-KEY       TO WS-POS-KEY
               PERFORM F-MERGE-POSITION
           END-EVALUATE
           .
       F-APPLY-PARTITION-TOTAL-END.
           EXIT.
      ******************************************************************
       F-MERGE-POSITION SECTION.
      *    ONE CHECKPOINTED SLOT INTO THE CASH-POSITION TABLE -- SAME
      *    LINEAR SCAN AS F-ACCUMULATE-POSITION, BUT A WHOLE SLOT'S
      *    ACCOUNTS AND BALANCE AT A TIME.
           SET FG-POS-FOUND-N              TO TRUE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-POS-COUNT
             IF WS-POS-BRANCHID(IND-3) = WS-POS-KEY-BRANCHID
             AND WS-POS-CURRENCY(IND-3) = WS-POS-KEY-CURRENCY
             AND WS-POS-PRODTYPE(IND-3) = WS-POS-KEY-PRODTYPE
               ADD U-PART-TOTAL-AMOUNT     TO WS-POS-BALANCE(IND-3)
               ADD U-PART-TOTAL-COUNT      TO WS-POS-ACCOUNTS(IND-3)
               SET FG-POS-FOUND-Y          TO TRUE
             END-IF
           END-PERFORM

           IF NOT FG-POS-FOUND-Y
           AND WS-POS-COUNT < 100
             ADD 1                         TO WS-POS-COUNT
             MOVE WS-POS-KEY-BRANCHID      TO WS-POS-BRANCHID
                                                      (WS-POS-COUNT)
             MOVE WS-POS-KEY-CURRENCY      TO WS-POS-CURRENCY
                                                      (WS-POS-COUNT)
             MOVE WS-POS-KEY-PRODTYPE      TO WS-POS-PRODTYPE
                                                      (WS-POS-COUNT)
             MOVE U-PART-TOTAL-AMOUNT      TO WS-POS-BALANCE
                                                      (WS-POS-COUNT)
             MOVE U-PART-TOTAL-COUNT       TO WS-POS-ACCOUNTS
                                                      (WS-POS-COUNT)
           END-IF
           .
       F-MERGE-POSITION-END.
           EXIT.
      ******************************************************************
       F-SAVE-PARTITION-CHECKPOINT SECTION.
      *    CALLER SETS U-PART-STATE-RUNNING/COMPLETE.
           MOVE WS-ACC-CONT-ID             TO U-PART-LAST-ID
           PERFORM UT-PART-BEGIN-CHECKPOINT
           MOVE "CHECKED"                  TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-CHECKED        TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "MISMATCHED"               TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-MISMATCHED     TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "BALANCE"                  TO U-PART-TOTAL-NAME
           MOVE WS-TOTAL-BALANCE           TO U-PART-TOTAL-AMOUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "POCKETS"                  TO U-PART-TOTAL-NAME
           MOVE WS-POCKETS-CHECKED         TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "POCKETSMIS"               TO U-PART-TOTAL-NAME
           MOVE WS-POCKETS-MISMATCHED      TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "BOOKDEBITS"               TO U-PART-TOTAL-NAME
           MOVE WS-BOOK-DEBITS             TO U-PART-TOTAL-AMOUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "BOOKCREDITS"              TO U-PART-TOTAL-NAME
           MOVE WS-BOOK-CREDITS            TO U-PART-TOTAL-AMOUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "BOOKLEGS"                 TO U-PART-TOTAL-NAME
           MOVE WS-BOOK-LEGS               TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "TRANSHWM"                 TO U-PART-TOTAL-NAME
           MOVE WS-NEW-TRANS-HWM           TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "TRANSFERHWM"              TO U-PART-TOTAL-NAME
           MOVE WS-NEW-TRANSFER-HWM        TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "LINES"                    TO U-PART-TOTAL-NAME
           MOVE WS-DETAIL-LINES            TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "FULLMODE"                 TO U-PART-TOTAL-NAME
           IF FG-FULL-MODE-Y
             MOVE 1                        TO U-PART-TOTAL-COUNT
           END-IF
           PERFORM UT-PART-PUT-TOTAL
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-POS-COUNT
             MOVE "POSITION"               TO U-PART-TOTAL-NAME
             MOVE WS-POS-BRANCHID(IND-3)   TO WS-POS-KEY-BRANCHID
             MOVE WS-POS-CURRENCY(IND-3)   TO WS-POS-KEY-CURRENCY
             MOVE WS-POS-PRODTYPE(IND-3)   TO WS-POS-KEY-PRODTYPE
             MOVE WS-POS-KEY               TO U-PART-TOTAL-KEY
             MOVE WS-POS-ACCOUNTS(IND-3)   TO U-PART-TOTAL-COUNT
             MOVE WS-POS-BALANCE(IND-3)    TO U-PART-TOTAL-AMOUNT
             PERFORM UT-PART-PUT-TOTAL
           END-PERFORM
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
