      *  cutover, or the daily run never ran) falls back to the
      *  original single-balance tier computation so nobody's
      *  interest silently vanishes.
      *  Debit interest INTACCRUE accrued on overdrawn days (any
      *  product type, IA-DEBIT-ACCRUED) is charged first, as its own
      *  DEBITINT transaction, and reset the same way -- it is never
      *  netted against the credit interest.
      *  Run standalone (no dispatcher/permission layer involved, same
      *  as any other end-of-month batch run by operations).
      *  Restartable -- the last account id of every page credited
      *  is checkpointed to files/intbatch_checkpoint.dat, so a run
      *  interrupted partway through (crash, kill, power loss)
      *  resumes after the last credited page instead of
      *  re-crediting interest from the first account. The
      *  checkpoint is cleared once a run completes normally.
      *  The month-end walk can also be split by account-ID range
      *  (PARTITIONCONFIG) and run in parallel:
      *     INTBATCH PART <n>
      *     INTBATCH MERGE
      *  Each partition credits only its own range, logs on RUNLOG as
      *  INTBATCH-P<n> and keeps its own checkpoint and counts (see
      *  PARTCTL) -- a failed partition is simply run again and
      *  resumes where it stopped. MERGE, once every partition is
      *  complete for the day, adds up their counts and logs the one
      *  INTBATCH row.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
      ******************************************************************
       FILE                             SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE               PIC X(09).

       FD  ACCRUAL-FILE.
       COPY INTACCRUALRECORD.
      *    year-end statement the tax office requires.
         COPY TAXCONFIG.

      *    SHARED GETLIST PAGE SIZE -- A SHORTER PAGE IS THE LAST ONE.
         COPY PAGINGCONFIG.

         COPY PARTITIONCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
         05 ARG-TOK1                    PIC X(08).
         05 ARG-TOK2                    PIC X(08).

       01 FLAGS.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
           88 FG-MORE-PAGES-Y           VALUE 'Y'.
           88 FG-ACCRUAL-FOUND-Y        VALUE 'Y'.
           88 FG-ACCRUAL-FOUND-N        VALUE 'N'.
         05 WS-PAGE-NUMBER              PIC 9(05) VALUE 1.
         05 WS-ACC-CONT-ID              PIC 9(09) VALUE 0.
         05 WS-ACCOUNTS-PROCESSED       PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-CREDITED        PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-CHARGED         PIC 9(07) VALUE 0.
         05 WS-DEBIT-INT-AMOUNT         PIC 9(10)V99.
         05 WS-DEBIT-NEW-BALANCE        PIC S9(10)V99.
         05 WS-INTEREST-AMOUNT          PIC 9(10)V99.
         05 WS-TAX-AMOUNT               PIC 9(10)V99.
         05 WS-GROSS-BALANCE            PIC S9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TIER-LOW-CEILING         PIC 9(10)V99.
         05 WS-TIER-BAND-AMOUNT         PIC 9(10)V99.
         05 WS-TIER-INTEREST            PIC 9(10)V99.
         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).
             15 T-ZONE                  PIC X(03) VALUE "+00".
      *    THE CURRENT ACCOUNT PAGE, HELD ACROSS THE DEBIT INTEREST
      *    BALANCE UPDATE SO THE CREDIT SIDE STILL SEES THE PAGE.
         05 WS-ACC-PAGE-SAVE            PIC X(4000).

       01 INDEXES.
         05 IND-1                       PIC 9(03).
       COPY TRANSINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY PARTCTLINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-TOK1, ARG-TOK2
           END-UNSTRING
           EVALUATE ARG-TOK1
             WHEN "PART"
               SET U-PART-MODE-PART       TO TRUE
               IF FUNCTION TEST-NUMVAL(ARG-TOK2) = 0
                 MOVE FUNCTION NUMVAL(ARG-TOK2)
                                           TO U-PART-NUMBER
               END-IF
             WHEN "MERGE"
               SET U-PART-MODE-MERGE      TO TRUE
           END-EVALUATE

           MOVE PGM-ID                    TO U-PART-BASE-JOBNAME
           PERFORM UT-PART-SETUP
           IF U-PART-CHECK-INVALID
             DISPLAY "USAGE: INTBATCH [PART <n> | MERGE]"
             GO TO MAIN-END
           END-IF
      *    A COMPLETE PARTITION IS NEVER RE-CREDITED THE SAME DAY.
           IF U-PART-CHECK-DONE
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " ALREADY COMPLETE FOR " U-PART-BUSDATE
             GO TO MAIN-END
           END-IF
           IF U-PART-MODE-MERGE
             PERFORM UT-PART-CHECK-MERGE
             IF U-PART-MERGE-READY-N
               DISPLAY "INTBATCH MERGE NOT RUN"
               GO TO MAIN-END
             END-IF
           END-IF

           PERFORM F-INIT
           IF U-PART-MODE-MERGE
             PERFORM F-MERGE-PARTITIONS
           ELSE
             PERFORM F-RUN-BATCH
           END-IF
           PERFORM F-FINISH
           .
       MAIN-END.
           MOVE "MONTH-END INTEREST BATCH STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

      *    A PARTITION RESTARTS FROM ITS OWN CHECKPOINT, COUNTS AND
      *    ALL; THE WHOLE-BOOK RUN FROM THE ONE IT ALWAYS HAD.
           EVALUATE TRUE
             WHEN U-PART-MODE-WHOLE
               PERFORM F-LOAD-CHECKPOINT
             WHEN U-PART-CHECK-RESUMED
               MOVE U-PART-RESUME-ID      TO WS-ACC-CONT-ID
               STRING "RESUMING PARTITION AFTER ACCOUNT ",
                      FUNCTION TRIM(WS-ACC-CONT-ID)
                 INTO U-LOG-LINE
               END-STRING
               PERFORM UT-LOG-SINGLE-LINE
               PERFORM F-LOAD-PARTITION-TOTALS
             WHEN OTHER
               COMPUTE WS-ACC-CONT-ID = U-PART-FROM-ID - 1
           END-EVALUATE

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = "35"
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF U-PART-MODE-PART
             SET U-PART-STATE-COMPLETE    TO TRUE
             PERFORM F-SAVE-PARTITION-CHECKPOINT
           END-IF

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "ACCOUNTS PROCESSED: ",
             FUNCTION TRIM(WS-ACCOUNTS-PROCESSED),
             " | CREDITED: ",
             FUNCTION TRIM(WS-ACCOUNTS-CREDITED),
             " | DEBIT INTEREST CHARGED: ",
             FUNCTION TRIM(WS-ACCOUNTS-CHARGED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH

           IF U-PART-MODE-WHOLE
             PERFORM F-CLEAR-CHECKPOINT
           END-IF
           CLOSE ACCRUAL-FILE
           .
       F-FINISH-END.
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 IF O-ACC-ACCOUNTID(IND-1) > U-PART-TO-ID
                   SET FG-MORE-PAGES-N     TO TRUE
                 ELSE
                   PERFORM F-CHARGE-DEBIT-INTEREST
                   PERFORM F-CREDIT-INTEREST
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-PAGES-N       TO TRUE
               END-IF
               IF FG-MORE-PAGES-Y
                 ADD 1                     TO WS-PAGE-NUMBER
                 IF U-PART-MODE-PART
                   SET U-PART-STATE-RUNNING TO TRUE
                   PERFORM F-SAVE-PARTITION-CHECKPOINT
                 ELSE
                   PERFORM F-SAVE-CHECKPOINT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
      ******************************************************************
       F-LOAD-CHECKPOINT SECTION.
           MOVE 1                          TO WS-PAGE-NUMBER
           MOVE 0                          TO WS-ACC-CONT-ID
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = "00"
             READ CHECKPOINT-FILE INTO CHECKPOINT-LINE
             END-READ
             IF CHECKPOINT-LINE IS NUMERIC
             AND CHECKPOINT-LINE > 0
               MOVE CHECKPOINT-LINE        TO WS-ACC-CONT-ID
               STRING "RESUMING AFTER CHECKPOINT ACCOUNT ",
                      FUNCTION TRIM(WS-ACC-CONT-ID)
                 INTO U-LOG-LINE
               END-STRING
               PERFORM UT-LOG-SINGLE-LINE
      ******************************************************************
       F-SAVE-CHECKPOINT SECTION.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-ACC-CONT-ID              TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE
           .
           SET I-ACC-OP-GETLIST            TO TRUE
           MOVE 0                          TO I-ACC-CUSTOMERID
           MOVE WS-PAGE-NUMBER             TO I-ACC-PAGE-NUMBER
           MOVE WS-ACC-CONT-ID             TO I-ACC-CONT-ID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           MOVE O-ACCDB-CONT-ID            TO WS-ACC-CONT-ID

           IF NOT ACCDB-STATUS-OK
             MOVE 0                        TO O-ACC-COUNT
             MOVE 0                        TO WS-INTEREST-AMOUNT
             MOVE 0                        TO WS-TIER-LOW-CEILING

      *      A NOTICE ACCOUNT EARNS ITS PRODUCT'S FLAT RATE ON THE
      *      WHOLE BALANCE, AS IN INTACCRUE.
             EVALUATE TRUE
               WHEN O-ACC-BALANCE(IND-1) < 0
                 CONTINUE
               WHEN O-ACC-PRODUCT-TYPE(IND-1) = "N32"
                 COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                         O-ACC-BALANCE(IND-1) * K-NOTICE-32-RATE
               WHEN O-ACC-PRODUCT-TYPE(IND-1) = "N95"
                 COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                         O-ACC-BALANCE(IND-1) * K-NOTICE-95-RATE
               WHEN OTHER
                 PERFORM VARYING IND-2 FROM 1 BY 1
                         UNTIL IND-2 > K-INTEREST-TIER-COUNT
                   PERFORM F-CREDIT-INTEREST-TIER
                 END-PERFORM
             END-EVALUATE
           END-IF

           IF WS-INTEREST-AMOUNT = 0
           .
       F-CREDIT-INTEREST-END.
           EXIT.
      ******************************************************************
       F-CHARGE-DEBIT-INTEREST SECTION.
      *    THE MONTH'S DEBIT INTEREST, ROUNDED ONCE, HERE. CHARGED ON
      *    EVERY PRODUCT TYPE -- A CURRENT ACCOUNT EARNS NOTHING BUT
      *    STILL PAYS FOR ITS OVERDRAWN DAYS.
           PERFORM F-READ-ACCRUED-INTEREST
           IF FG-ACCRUAL-FOUND-N
             EXIT SECTION
           END-IF
           COMPUTE WS-DEBIT-INT-AMOUNT ROUNDED = IA-DEBIT-ACCRUED
           IF WS-DEBIT-INT-AMOUNT = 0
             EXIT SECTION
           END-IF

           MOVE 0                          TO IA-DEBIT-ACCRUED
           REWRITE INT-ACCRUAL-RECORD

           COMPUTE WS-DEBIT-NEW-BALANCE =
                   O-ACC-BALANCE(IND-1) - WS-DEBIT-INT-AMOUNT

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           MOVE O-ACC-ACCOUNTID(IND-1)     TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-DEBIT-INT      TO TRUE
           MOVE WS-DEBIT-INT-AMOUNT        TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-DEBIT-NEW-BALANCE       TO I-TRANS-ACCBALANCE
           MOVE "OVERDRAFT DEBIT INTEREST" TO I-TRANS-MEMO
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

      *    THE PUT REUSES ACCDB-INTERFACE -- KEEP THE PAGE AND CARRY
      *    THE NEW BALANCE INTO IT FOR F-CREDIT-INTEREST.
           MOVE ACCDB-OUT                  TO WS-ACC-PAGE-SAVE
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE IA-ACCOUNTID               TO I-ACC-ACCOUNTID
           MOVE WS-DEBIT-NEW-BALANCE       TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           MOVE WS-ACC-PAGE-SAVE           TO ACCDB-OUT
           MOVE WS-DEBIT-NEW-BALANCE       TO O-ACC-BALANCE(IND-1)

           ADD 1                           TO WS-ACCOUNTS-CHARGED
           .
       F-CHARGE-DEBIT-INTEREST-END.
           EXIT.
      ******************************************************************
      *    THE SLICE OF O-ACC-BALANCE(IND-1) THAT FALLS BETWEEN THE
      *    PRIOR TIER'S CEILING AND THIS TIER'S CEILING, INTEREST AT
           .
       F-UPDATE-ACCOUNT-BALANCE-END.
           EXIT.
      ******************************************************************
       F-MERGE-PARTITIONS SECTION.
      *    EVERY ACCOUNT WAS CREDITED IN ONE OF THE PARTITIONS -- THE
      *    MERGE ONLY ADDS UP THEIR COUNTS.
           PERFORM VARYING U-PART-IND FROM 1 BY 1
                   UNTIL U-PART-IND > K-PART-COUNT
             PERFORM UT-PART-OPEN-FOR-MERGE
             PERFORM F-LOAD-PARTITION-TOTALS
           END-PERFORM
           .
       F-MERGE-PARTITIONS-END.
           EXIT.
      ******************************************************************
       F-LOAD-PARTITION-TOTALS SECTION.
           PERFORM UNTIL U-PART-MORE-TOTALS-N
             PERFORM UT-PART-READ-TOTAL
             IF U-PART-MORE-TOTALS-Y
               EVALUATE U-PART-TOTAL-NAME
                 WHEN "PROCESSED"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-PROCESSED
                 WHEN "CREDITED"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-CREDITED
                 WHEN "CHARGED"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-CHARGED
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
           MOVE "PROCESSED"                TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-PROCESSED      TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "CREDITED"                 TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-CREDITED       TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "CHARGED"                  TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-CHARGED        TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           PERFORM UT-PART-END-CHECKPOINT
           .
       F-SAVE-PARTITION-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY PARTCTLUTILSECTIONS.
