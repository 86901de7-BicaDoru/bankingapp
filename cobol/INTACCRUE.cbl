      *  day's interest, and the customer who held funds 29 days
      *  gets 29 days' worth. Re-running on the same date is a no-op
      *  per account (IA-LAST-DATE).
      *  An open account of ANY product type that ends the day
      *  overdrawn accrues debit interest instead -- one thirtieth of
      *  K-DEBIT-INTEREST-RATE on the negative balance -- into the
      *  separate IA-DEBIT-ACCRUED, which INTBATCH charges as a
      *  DEBITINT at month-end (its own IA-DEBIT-LAST-DATE guards the
      *  re-run the same way).
      *  The notice savings products ("N32"/"N95") earn their own
      *  flat monthly rate (K-NOTICE-32-RATE/K-NOTICE-95-RATE) on the
      *  whole balance instead of the tiers.
      *  The walk can be split by account-ID range (PARTITIONCONFIG)
      *  and run in parallel:
      *     INTACCRUE PART <n>
      *     INTACCRUE MERGE
      *  A partition accrues only its own range, logs on RUNLOG as
      *  INTACCRUE-P<n> and checkpoints after every page (see
      *  PARTCTL), so a failed partition is simply run again and
      *  carries on where it stopped. MERGE runs once every partition
      *  is complete for the day: it adds up the partitions' counts
      *  and logs the one INTACCRUE row the month-end INTBATCH and
      *  NIGHTRUN look for. Plain INTACCRUE still does the whole book
      *  in one run.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
      *    FIRES AND ONLY THE FIRST PAGE OF ACCOUNTS ACCRUES.
         COPY PAGINGCONFIG.

         COPY PARTITIONCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
         05 ARG-TOK1                    PIC X(08).
         05 ARG-TOK2                    PIC X(08).

       01 INTERNAL-VARS.
         05 WS-ACCRUAL-FILE-STATUS      PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05) VALUE 1.
         05 WS-ACC-CONT-ID              PIC 9(09) VALUE 0.
         05 WS-ACCOUNTS-SEEN            PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-ACCRUED         PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-DEBIT-ACCRUED   PIC 9(07) VALUE 0.
         05 WS-TIER-LOW-CEILING         PIC 9(10)V99.
         05 WS-TIER-BAND-AMOUNT         PIC 9(10)V99.
         05 WS-TIER-INTEREST            PIC 9(08)V9999.
         05 WS-MONTH-INTEREST           PIC 9(08)V9999.
         05 WS-DAY-INTEREST             PIC 9(08)V9999.
         05 WS-OVERDRAWN-AMOUNT         PIC 9(10)V99.

       01 FLAGS.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
       COPY BUSDATEINTERFACE.
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
             DISPLAY "USAGE: INTACCRUE [PART <n> | MERGE]"
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
               DISPLAY "INTACCRUE MERGE NOT RUN"
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
           MOVE "DAILY INTEREST ACCRUAL STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

      *    A RESUMED PARTITION PICKS UP ITS COUNTS AS THEY STOOD.
           IF U-PART-CHECK-RESUMED
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " RESUMING AFTER ACCOUNT " U-PART-RESUME-ID
             PERFORM F-LOAD-PARTITION-TOTALS
           END-IF

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
       F-FINISH SECTION.
           CLOSE ACCRUAL-FILE

           IF U-PART-MODE-PART
             SET U-PART-STATE-COMPLETE    TO TRUE
             PERFORM F-SAVE-PARTITION-CHECKPOINT
           END-IF

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "ACCOUNTS SEEN: ",
             FUNCTION TRIM(WS-ACCOUNTS-SEEN),
             " | ACCRUED: ",
             FUNCTION TRIM(WS-ACCOUNTS-ACCRUED),
             " | DEBIT ACCRUED: ",
             FUNCTION TRIM(WS-ACCOUNTS-DEBIT-ACCRUED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
      *    KEYSET WALK FROM THE FIRST ID OF THE RANGE -- OR FROM
      *    AFTER THE LAST ACCOUNT A RESUMED PARTITION HAD DONE -- TO
      *    THE LAST ID OF IT. THE WHOLE-BOOK RANGE IS EVERY ID.
           SET FG-MORE-PAGES-Y             TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER
           IF U-PART-RESUME-ID > 0
             MOVE U-PART-RESUME-ID         TO WS-ACC-CONT-ID
           ELSE
             COMPUTE WS-ACC-CONT-ID = U-PART-FROM-ID - 1
           END-IF

           PERFORM UNTIL FG-MORE-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE 0                        TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             MOVE WS-ACC-CONT-ID           TO I-ACC-CONT-ID
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             MOVE O-ACCDB-CONT-ID          TO WS-ACC-CONT-ID

             IF NOT ACCDB-STATUS-OK
               MOVE 0                      TO O-ACC-COUNT
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 IF O-ACC-ACCOUNTID(IND-1) > U-PART-TO-ID
                   SET FG-MORE-PAGES-N     TO TRUE
                 ELSE
                   PERFORM F-ACCRUE-ACCOUNT
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-PAGES-N       TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
               IF U-PART-MODE-PART
               AND FG-MORE-PAGES-Y
                 SET U-PART-STATE-RUNNING  TO TRUE
                 PERFORM F-SAVE-PARTITION-CHECKPOINT
               END-IF
             END-IF
           END-PERFORM
           .
           IF O-ACC-STATUS(IND-1) = "C"
             EXIT SECTION
           END-IF
      *    AN OVERDRAWN BALANCE ACCRUES DEBIT INTEREST WHATEVER THE
      *    PRODUCT -- AND EARNS NOTHING, SO THE CREDIT SIDE BELOW
      *    NEVER APPLIES TO IT.
           IF O-ACC-BALANCE(IND-1) < 0
             PERFORM F-ACCRUE-DEBIT-INTEREST
             EXIT SECTION
           END-IF
      *    ONLY INTEREST-BEARING PRODUCTS ACCRUE -- SAME RULE AS
      *    INTBATCH'S POSTING SIDE.
           IF O-ACC-PRODUCT-TYPE(IND-1) = "CUR"
           .
       F-ACCRUE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-ACCRUE-DEBIT-INTEREST SECTION.
           PERFORM F-READ-ACCRUAL-ROW

           IF FG-ROW-FOUND-Y
           AND IA-DEBIT-LAST-DATE = WS-BUSDATE-RAW
             EXIT SECTION
           END-IF

           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - O-ACC-BALANCE(IND-1)
           COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-OVERDRAWN-AMOUNT * K-DEBIT-INTEREST-RATE / 30
           IF WS-DAY-INTEREST = 0
             EXIT SECTION
           END-IF

           IF FG-ROW-FOUND-Y
             ADD WS-DAY-INTEREST           TO IA-DEBIT-ACCRUED
             MOVE WS-BUSDATE-RAW           TO IA-DEBIT-LAST-DATE
             REWRITE INT-ACCRUAL-RECORD
           ELSE
             INITIALIZE INT-ACCRUAL-RECORD
             MOVE O-ACC-ACCOUNTID(IND-1)   TO IA-ACCOUNTID
             MOVE WS-DAY-INTEREST          TO IA-DEBIT-ACCRUED
             MOVE WS-BUSDATE-RAW           TO IA-DEBIT-LAST-DATE
             WRITE INT-ACCRUAL-RECORD
           END-IF

           ADD 1                           TO WS-ACCOUNTS-DEBIT-ACCRUED
           .
       F-ACCRUE-DEBIT-INTEREST-END.
           EXIT.
      ******************************************************************
       F-READ-ACCRUAL-ROW SECTION.
           SET FG-ROW-FOUND-Y              TO TRUE
      ******************************************************************
       F-COMPUTE-DAY-INTEREST SECTION.
      *    SAME TIER WALK AS INTBATCH.F-CREDIT-INTEREST-TIER, THEN
      *    ONE THIRTIETH OF THE MONTHLY RESULT. A NOTICE ACCOUNT TAKES
      *    ITS PRODUCT'S FLAT RATE ON THE WHOLE BALANCE INSTEAD.
           EVALUATE O-ACC-PRODUCT-TYPE(IND-1)
             WHEN "N32"
               COMPUTE WS-DAY-INTEREST ROUNDED =
                       O-ACC-BALANCE(IND-1) * K-NOTICE-32-RATE / 30
               EXIT SECTION
             WHEN "N95"
               COMPUTE WS-DAY-INTEREST ROUNDED =
                       O-ACC-BALANCE(IND-1) * K-NOTICE-95-RATE / 30
               EXIT SECTION
           END-EVALUATE

           MOVE 0                          TO WS-MONTH-INTEREST
           MOVE 0                          TO WS-TIER-LOW-CEILING

           .
       F-COMPUTE-TIER-SLICE-END.
           EXIT.
      ******************************************************************
       F-MERGE-PARTITIONS SECTION.
      *    NOTHING LEFT TO ACCRUE -- EVERY ACCOUNT WAS IN ONE OF THE
      *    PARTITIONS. THE MERGE JUST ADDS UP THEIR COUNTS.
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
                 WHEN "SEEN"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-SEEN
                 WHEN "ACCRUED"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-ACCRUED
                 WHEN "DEBITACCRUED"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-DEBIT-ACCRUED
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
           MOVE "SEEN"                     TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-SEEN           TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "ACCRUED"                  TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-ACCRUED        TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "DEBITACCRUED"             TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-DEBIT-ACCRUED  TO U-PART-TOTAL-COUNT
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
