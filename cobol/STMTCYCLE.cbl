      *  answer to an auditor's "show me statement 7 for account
      *  00123": the register row names the exact file produced and
      *  when.
      *  Each statement closes with the cycle's transaction count,
      *  the overdraft debit interest (DEBITINT) charged in the cycle
      *  and the closing balance. An account that changed product
      *  in the cycle (see PRODCONV) says so under its header, with
      *  the date the new product took effect.
      *  A customer whose post is marked returned (CONTACT RETURNED)
      *  still gets the statement produced, numbered and registered,
      *  but written under a HELD_ name and kept on the held-mail
      *  register until the address is re-verified (see MAILHOLD);
      *  the cycle register always names the ordinary file.
      *  RUN can be split by account-ID range (PARTITIONCONFIG) and
      *  run in parallel:
      *     STMTCYCLE RUN 202508 PART <n>
      *     STMTCYCLE RUN 202508 MERGE
      *  A partition cycles only its own range, logs on RUNLOG as
      *  STMTCYCLE-P<n> and checkpoints after every page (see
      *  PARTCTL), so a failed partition is simply run again and
      *  carries on where it stopped -- and the control file already
      *  stops any account being produced twice. MERGE runs once
      *  every partition is complete for the day and for the same
      *  period: it adds up the partitions' counts and logs the one
      *  STMTCYCLE row.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           RECORD KEY IS SC-KEY
           FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT CONVERSION-FILE ASSIGN TO "files/prodconv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS WS-PV-FILE-STATUS.

           SELECT STATEMENT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      *    REGISTER IS A SINGLE KEYED SWEEP.
       01  STMT-CYCLE-RECORD.
           05 SC-KEY.
             10 SC-ACCOUNT-ID            PIC 9(09).
             10 SC-PERIOD                PIC 9(06).
           05 SC-STMT-NUMBER             PIC 9(05).
           05 SC-TRANS-COUNT             PIC 9(05).
           05 SC-CLOSING-BALANCE         PIC S9(10)V99.
           05 SC-PRODUCED-TS             PIC X(22).
           05 SC-FILENAME                PIC X(60).

       FD  CONVERSION-FILE.
       COPY PRODCONVRECORD.

       FD  STATEMENT-OUTPUT.
       01  STATEMENT-LINE                PIC X(200).
      ******************************************************************
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-MAILHOLD             VALUE "MAILHOLD            ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.

         COPY PARTITIONCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(50).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-RUN                 VALUE "RUN".
           88 ARG-OP-LIST                VALUE "LIST".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(08).
         05 ARG-TOK4                    PIC X(08).

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
      *    THE ORDINARY STATEMENT NAME, WHETHER OR NOT IT IS HELD.
         05 WS-STMT-FILENAME            PIC X(60).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-CYCLE-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-PV-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-PERIOD                   PIC 9(06).
         05 WS-PERIOD-X REDEFINES WS-PERIOD.
           10 WS-PERIOD-YYYY            PIC X(04).
           10 WS-ROW-VALDATE-DD         PIC X(02).
         05 WS-ROW-VALDATE REDEFINES WS-ROW-VALDATE-X
                                        PIC 9(08).
         05 WS-LIST-ACCOUNT             PIC 9(09).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05) VALUE 1.
      *    ACCDB CONTINUATION KEY -- LAST ACCOUNT ID OF THE PAGE
      *    BEFORE (KEYSET PAGING).
         05 WS-ACC-CONT-ID              PIC 9(09) VALUE 0.
      *    CYCLE PERIOD A PARTITION'S CHECKPOINT WAS TAKEN FOR.
         05 WS-PART-PERIOD              PIC 9(06) VALUE 0.
         05 WS-TRANS-PAGE-NUMBER        PIC 9(05).
         05 WS-STMT-NUMBER              PIC 9(05).
         05 WS-STMT-TRANS-COUNT         PIC 9(05).
         05 WS-STMT-DEBIT-INT           PIC 9(10)V99.
         05 WS-AMOUNT-EDITED            PIC +ZZZZZZZZZ9.99.

         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).
         05 WS-CUR-CURRENCY             PIC X(05).
         05 WS-CUR-BALANCE              PIC S9(10)V99.

         05 WS-ACCOUNTS-SEEN            PIC 9(07) VALUE 0.
         05 WS-STMTS-PRODUCED           PIC 9(07) VALUE 0.
         05 WS-STMTS-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-STMTS-HELD               PIC 9(07) VALUE 0.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
         05 FG-ALREADY-PRODUCED         PIC X VALUE 'N'.
           88 FG-ALREADY-PRODUCED-Y     VALUE 'Y'.
           88 FG-ALREADY-PRODUCED-N     VALUE 'N'.
      *    NO CONVERSION REGISTER YET -- NO ACCOUNT HAS CHANGED
      *    PRODUCT, NOTHING TO SHOW.
         05 FG-CONVERSIONS-OPEN         PIC X VALUE 'N'.
           88 FG-CONVERSIONS-OPEN-Y     VALUE 'Y'.
           88 FG-CONVERSIONS-OPEN-N     VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY MAILHOLDINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY PARTCTLINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
           END-UNSTRING

           IF ARG-OP-RUN
           AND ARG-TOK2(1:6) IS NUMERIC AND ARG-TOK2(7:) = SPACES
             MOVE ARG-TOK2(1:6)           TO WS-PERIOD
             EVALUATE ARG-TOK3
               WHEN "PART"
                 SET U-PART-MODE-PART     TO TRUE
                 IF FUNCTION TEST-NUMVAL(ARG-TOK4) = 0
                   MOVE FUNCTION NUMVAL(ARG-TOK4)
                                           TO U-PART-NUMBER
                 END-IF
               WHEN "MERGE"
                 SET U-PART-MODE-MERGE    TO TRUE
             END-EVALUATE
           END-IF

           MOVE PGM-ID                    TO U-PART-BASE-JOBNAME
           PERFORM UT-PART-SETUP
           IF U-PART-CHECK-INVALID
             DISPLAY "USAGE: STMTCYCLE RUN <yyyymm> [PART <n> | MERGE]"
             GO TO MAIN-END
           END-IF
           IF U-PART-CHECK-RESUMED
           OR U-PART-CHECK-DONE
             PERFORM F-CHECK-PARTITION-PERIOD
           END-IF
           IF U-PART-CHECK-DONE
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " ALREADY COMPLETE FOR " U-PART-BUSDATE
             GO TO MAIN-END
           END-IF
           IF U-PART-MODE-MERGE
             PERFORM UT-PART-CHECK-MERGE
             IF U-PART-MERGE-READY-Y
               PERFORM F-MERGE-PARTITIONS
             END-IF
             IF U-PART-MERGE-READY-N
               DISPLAY "STMTCYCLE MERGE NOT RUN"
               GO TO MAIN-END
             END-IF
           END-IF

           PERFORM F-INIT

           PERFORM F-OPEN-CYCLE-FILE

           EVALUATE TRUE
             WHEN ARG-OP-RUN
               IF ARG-TOK2(1:6) IS NUMERIC AND ARG-TOK2(7:) = SPACES
                 MOVE ARG-TOK2(1:6)        TO WS-PERIOD
      *          THE MERGE HAS NO ACCOUNTS LEFT TO CYCLE.
                 IF U-PART-MODE-MERGE
                   PERFORM F-SHOW-CYCLE-TOTALS
                 ELSE
                   PERFORM F-RUN-CYCLE
                 END-IF
               ELSE
                 DISPLAY "STMTCYCLE: expected a yyyymm period, got '"
                         FUNCTION TRIM(ARG-TOK2) "'"
               END-IF
             WHEN ARG-OP-LIST
               IF FUNCTION TEST-NUMVAL(ARG-TOK2) = 0
                 MOVE FUNCTION NUMVAL(ARG-TOK2)
                                           TO WS-LIST-ACCOUNT
                 PERFORM F-LIST-REGISTER
               ELSE
                 DISPLAY "STMTCYCLE: expected an account id, got '"
           MOVE "STATEMENT CYCLE RUN STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           IF U-PART-CHECK-RESUMED
             DISPLAY FUNCTION TRIM(U-PART-JOBNAME)
                     " RESUMING AFTER ACCOUNT " U-PART-RESUME-ID
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE CYCLE-FILE
           IF FG-CONVERSIONS-OPEN-Y
             CLOSE CONVERSION-FILE
           END-IF

           IF U-PART-MODE-PART
             SET U-PART-STATE-COMPLETE    TO TRUE
             PERFORM F-SAVE-PARTITION-CHECKPOINT
           END-IF

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             " | STATEMENTS PRODUCED: ",
             FUNCTION TRIM(WS-STMTS-PRODUCED),
             " | ALREADY DONE: ",
             FUNCTION TRIM(WS-STMTS-SKIPPED),
             " | HELD: ",
             FUNCTION TRIM(WS-STMTS-HELD)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE U-PART-JOBNAME            TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
             CLOSE CYCLE-FILE
             OPEN I-O CYCLE-FILE
           END-IF

           OPEN INPUT CONVERSION-FILE
           IF WS-PV-FILE-STATUS = "00"
             SET FG-CONVERSIONS-OPEN-Y    TO TRUE
           END-IF
           .
       F-OPEN-CYCLE-FILE-END.
           EXIT.
           MOVE "-"                       TO WS-PERIOD-PREFIX(5:1)
           MOVE WS-PERIOD-MM              TO WS-PERIOD-PREFIX(6:2)

      *    KEYSET WALK FROM THE FIRST ID OF THE RANGE -- OR FROM
      *    AFTER THE LAST ACCOUNT A RESUMED PARTITION HAD DONE -- TO
      *    THE LAST ID OF IT. THE WHOLE-BOOK RANGE IS EVERY ID.
           SET FG-MORE-ACC-PAGES-Y        TO TRUE
           MOVE 1                         TO WS-ACC-PAGE-NUMBER
           IF U-PART-RESUME-ID > 0
             MOVE U-PART-RESUME-ID        TO WS-ACC-CONT-ID
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
                   PERFORM F-PROCESS-ACCOUNT
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N  TO TRUE
               ELSE
                 ADD 1                    TO WS-ACC-PAGE-NUMBER
               END-IF
               IF U-PART-MODE-PART
               AND FG-MORE-ACC-PAGES-Y
                 SET U-PART-STATE-RUNNING TO TRUE
                 PERFORM F-SAVE-PARTITION-CHECKPOINT
               END-IF
             END-IF
           END-PERFORM

           PERFORM F-SHOW-CYCLE-TOTALS
           .
       F-RUN-CYCLE-END.
           EXIT.
      ******************************************************************
       F-SHOW-CYCLE-TOTALS SECTION.
           DISPLAY "CYCLE " WS-PERIOD " -- PRODUCED "
                   WS-STMTS-PRODUCED " STATEMENTS, "
                   WS-STMTS-SKIPPED " ALREADY DONE, "
                   WS-STMTS-HELD " HELD FOR RETURNED MAIL"
           .
       F-SHOW-CYCLE-TOTALS-END.
           EXIT.
      ******************************************************************
       F-READ-ACCOUNT-PAGE SECTION.
           SET I-ACC-OP-GETLIST            TO TRUE
           MOVE 0                          TO I-ACC-CUSTOMERID
           MOVE WS-ACC-PAGE-NUMBER         TO I-ACC-PAGE-NUMBER
           MOVE WS-ACC-CONT-ID             TO I-ACC-CONT-ID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           MOVE O-ACCDB-CONT-ID            TO WS-ACC-CONT-ID

           IF NOT ACCDB-STATUS-OK
             MOVE 0                        TO O-ACC-COUNT
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING
           MOVE WS-FILENAME                TO WS-STMT-FILENAME
           PERFORM F-ROUTE-OUTPUT

           OPEN OUTPUT STATEMENT-OUTPUT

             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF FG-CONVERSIONS-OPEN-Y
             PERFORM F-WRITE-PRODUCT-CHANGES
           END-IF
           MOVE SPACES                     TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "DATE                   TYPE       AMOUNT      BALANCE"
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-STMT-DEBIT-INT          TO WS-AMOUNT-EDITED
           STRING "Debit interest charged : "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-CUR-BALANCE             TO WS-AMOUNT-EDITED
           STRING "Closing balance        : "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
           .
       F-PRODUCE-STATEMENT-END.
           EXIT.
      ******************************************************************
       F-ROUTE-OUTPUT SECTION.
      *    A CUSTOMER WHOSE POST HAS COME BACK GETS THE STATEMENT
      *    WRITTEN UNDER A HELD_ NAME (SEE MAILHOLD). IF THE HOLD
      *    CANNOT BE REGISTERED THE STATEMENT IS STILL KEPT BACK.
           INITIALIZE MAILHOLD-INTERFACE
           SET I-MH-OP-ROUTE               TO TRUE
           MOVE WS-CUR-CUSTOMERID          TO I-MH-CUSTID
           MOVE PGM-ID                     TO I-MH-PROGRAM
           MOVE WS-FILENAME                TO I-MH-PATH
           SET PGNAME-MAILHOLD             TO TRUE
           CALL PROGNAME USING MAILHOLD-INTERFACE

           MOVE O-MH-PATH                  TO WS-FILENAME
           IF NOT MAILHOLD-STATUS-OK
             ADD 1                         TO WS-STMTS-HELD
           END-IF
           .
       F-ROUTE-OUTPUT-END.
           EXIT.
      ******************************************************************
       F-WRITE-PRODUCT-CHANGES SECTION.
      *    EVERY CONVERSION CARRIED OUT FOR THE ACCOUNT WITH ITS
      *    EFFECTIVE DATE IN THE CYCLE PERIOD -- THE ACCOUNT'S ROWS
      *    ARE ADJACENT AND IN DATE ORDER ON THE KEY.
           MOVE WS-CUR-ACCOUNTID           TO PV-ACCOUNT-ID
           COMPUTE PV-EFF-DATE = WS-PERIOD * 100 + 1
           START CONVERSION-FILE KEY IS NOT LESS THAN PV-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CONVERSION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF PV-ACCOUNT-ID NOT = WS-CUR-ACCOUNTID
                 OR PV-EFF-DATE(1:6) NOT = WS-PERIOD-X
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF PV-IS-DONE
                     MOVE SPACES           TO STATEMENT-LINE
                     STRING "Product      : changed from "
                            PV-FROM-PRODUCT " to " PV-TO-PRODUCT
                            " effective " PV-EFF-DATE
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                     END-STRING
                     WRITE STATEMENT-LINE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-WRITE-PRODUCT-CHANGES-END.
           EXIT.
      ******************************************************************
       F-WRITE-PERIOD-TRANSACTIONS SECTION.
           MOVE 0                          TO WS-STMT-TRANS-COUNT
           MOVE 0                          TO WS-STMT-DEBIT-INT
           SET FG-MORE-TRANS-PAGES-Y       TO TRUE
           MOVE 1                          TO WS-TRANS-PAGE-NUMBER

                 END-IF
                 IF WS-ROW-PERIOD-PREFIX = WS-PERIOD-PREFIX
                   ADD 1                   TO WS-STMT-TRANS-COUNT
                   IF O-TRANS-TRANS-TYPE(IND-2) = "DEBITINT"
                     ADD O-TRANS-AMMOUNT(IND-2)
                                           TO WS-STMT-DEBIT-INT
                   END-IF
                   PERFORM F-WRITE-TRANS-LINE
                 END-IF
               END-PERFORM
           MOVE WS-STMT-TRANS-COUNT        TO SC-TRANS-COUNT
           MOVE WS-CUR-BALANCE             TO SC-CLOSING-BALANCE
           MOVE WS-TIMESTAMP               TO SC-PRODUCED-TS
           MOVE WS-STMT-FILENAME           TO SC-FILENAME
           WRITE STMT-CYCLE-RECORD
           .
       F-WRITE-CYCLE-RECORD-END.
           .
       F-LIST-REGISTER-END.
           EXIT.
      ******************************************************************
       F-CHECK-PARTITION-PERIOD SECTION.
      *    A PARTITION'S CHECKPOINT ONLY COUNTS FOR THE PERIOD IT WAS
      *    TAKEN FOR -- A DIFFERENT PERIOD STARTS THE RANGE AFRESH.
      *    FOR THE SAME PERIOD A RESUMED PARTITION PICKS UP ITS COUNTS
      *    AS THEY STOOD.
           PERFORM UT-PART-CLOSE-CHECKPOINT
           MOVE U-PART-NUMBER              TO U-PART-IND
           PERFORM UT-PART-OPEN-FOR-MERGE
           PERFORM F-LOAD-PARTITION-TOTALS
           IF WS-PART-PERIOD NOT = WS-PERIOD
             SET U-PART-CHECK-FRESH        TO TRUE
             MOVE 0                        TO U-PART-RESUME-ID
             MOVE 0                        TO WS-ACCOUNTS-SEEN
             MOVE 0                        TO WS-STMTS-PRODUCED
             MOVE 0                        TO WS-STMTS-SKIPPED
             MOVE 0                        TO WS-STMTS-HELD
           END-IF
           .
       F-CHECK-PARTITION-PERIOD-END.
           EXIT.
      ******************************************************************
       F-MERGE-PARTITIONS SECTION.
      *    NOTHING LEFT TO CYCLE -- EVERY ACCOUNT WAS IN ONE OF THE
      *    PARTITIONS. THE MERGE JUST ADDS UP THEIR COUNTS, ONCE IT
      *    HAS SEEN THEY ALL RAN FOR THIS PERIOD.
           PERFORM VARYING U-PART-IND FROM 1 BY 1
                   UNTIL U-PART-IND > K-PART-COUNT
             MOVE 0                        TO WS-PART-PERIOD
             PERFORM UT-PART-OPEN-FOR-MERGE
             PERFORM F-LOAD-PARTITION-TOTALS
             IF WS-PART-PERIOD NOT = WS-PERIOD
               SET U-PART-MERGE-READY-N    TO TRUE
               DISPLAY "STMTCYCLE PARTITION "
                       FUNCTION TRIM(U-PART-NUMBER-ED)
                       " RAN FOR PERIOD " WS-PART-PERIOD
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
               EVALUATE U-PART-TOTAL-NAME
                 WHEN "PERIOD"
                   MOVE U-PART-TOTAL-COUNT TO WS-PART-PERIOD
                 WHEN "SEEN"
                   ADD U-PART-TOTAL-COUNT  TO WS-ACCOUNTS-SEEN
                 WHEN "PRODUCED"
                   ADD U-PART-TOTAL-COUNT  TO WS-STMTS-PRODUCED
                 WHEN "SKIPPED"
                   ADD U-PART-TOTAL-COUNT  TO WS-STMTS-SKIPPED
                 WHEN "HELD"
                   ADD U-PART-TOTAL-COUNT  TO WS-STMTS-HELD
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
           MOVE "PERIOD"                   TO U-PART-TOTAL-NAME
           MOVE WS-PERIOD                  TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "SEEN"                     TO U-PART-TOTAL-NAME
           MOVE WS-ACCOUNTS-SEEN           TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "PRODUCED"                 TO U-PART-TOTAL-NAME
           MOVE WS-STMTS-PRODUCED          TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "SKIPPED"                  TO U-PART-TOTAL-NAME
           MOVE WS-STMTS-SKIPPED           TO U-PART-TOTAL-COUNT
           PERFORM UT-PART-PUT-TOTAL
           MOVE "HELD"                     TO U-PART-TOTAL-NAME
           MOVE WS-STMTS-HELD              TO U-PART-TOTAL-COUNT
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
       COPY REPORTREGUTILSECTIONS.
       COPY PARTCTLUTILSECTIONS.
