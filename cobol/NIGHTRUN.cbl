      *  Nightly batch orchestrator. Run standalone once per night:
      *     NIGHTRUN
      *     NIGHTRUN RESTART
      *  Executes the defined nightly sequence (X-SEQ-TABLE, 36
      *  steps; * = run partitioned, see below) --
      *     PRODCONVRUN, INTACCRUE*, MINORRUN, STANDRUN, FUTURERUN,
      *     LOANRESET, LOANDRAWRUN, LOANRUN, TERMDEPRUN, ACHBATCH,
      *     SWITCHRUN, WIREIN, INSTRECON, PAYREQEXP, TAXINDICIA,
      *     VIBANRPT, CHECKINWARD, GARNRUN, DDCOLLECT, ACHOUT,
      *     LOANACCRUE, CHECKCLR, CARDHOLDEXP, CARDBILL, LOYALTYRUN,
      *     SDBRENT, ATMSETL, GLEXPORT*, EODRECON*, SETLRECON,
      *     ACHRECON, DUPREQRPT, STMTEXPORT, FXEXPOSURE, YEAREND,
      *     BACKUPRUN --
      *  instead of a human launching each job in order at 2 a.m.
      *  Each step:
      *    - is gated on its predecessors having reached SUCCESS on
      *      the shared run log, the SAME dependency rule DEPCHECK
      *      enforces (the table below must match BATCHMON's
      *  files/nightrun_checkpoint.dat, so a restart resumes from
      *  the failed step rather than from the top. A fresh run (no
      *  RESTART argument) clears the checkpoint first.
      *  The heavy account walks (X-PART-TABLE below -- INTACCRUE,
      *  GLEXPORT, EODRECON) run split by account-ID range
      *  (PARTITIONCONFIG): every partition of the step is launched
      *  at once as "<JOB> PART <n>", and once they
      *  have all reached SUCCESS (as <JOB>-P<n>) "<JOB> MERGE"
      *  folds them into the one report/feed and the <JOB> SUCCESS
      *  row the rest of the chain looks for. A failed partition
      *  halts the chain and is named; a RESTART only relaunches the
      *  partitions not yet at SUCCESS today, which resume from their
      *  own checkpoints, then the merge.
      *  The online window (ONLMODE) is closed for the whole chain --
      *  EODCUTOVER normally has closed it already; if not, NIGHTRUN
      *  closes it itself in K-NIGHT-WINDOW-MODE. Once the chain
      *  completes, a window a batch job closed is reopened, the
      *  requests queued meanwhile are replayed (ONLREPLAY) and the
      *  window report written (ONLWINRPT). A halted chain leaves the
      *  window closed; an admin reopens it with ONLMAINT once the
      *  chain is sorted out. A window an admin closed is left alone.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).

       01 PROGNAME                      PIC X(20).
         88 PGNAME-ONLMODE              VALUE "ONLMODE             ".

       01 CONSTANTS.
         05 K-STEP-COUNT                PIC 9(02) VALUE 36.
         COPY PARTITIONCONFIG.
         COPY ONLMODECONFIG.

      *    THE NIGHTLY SEQUENCE, IN ORDER.
       01 X-SEQ-INIT.
         05 FILLER                      PIC X(20) VALUE "PRODCONVRUN".
         05 FILLER                      PIC X(20) VALUE "INTACCRUE".
         05 FILLER                      PIC X(20) VALUE "MINORRUN".
         05 FILLER                      PIC X(20) VALUE "STANDRUN".
         05 FILLER                      PIC X(20) VALUE "FUTURERUN".
         05 FILLER                      PIC X(20) VALUE "LOANRESET".
         05 FILLER                      PIC X(20) VALUE "LOANDRAWRUN".
         05 FILLER                      PIC X(20) VALUE "LOANRUN".
         05 FILLER                      PIC X(20) VALUE "TERMDEPRUN".
         05 FILLER                      PIC X(20) VALUE "ACHBATCH".
         05 FILLER                      PIC X(20) VALUE "SWITCHRUN".
         05 FILLER                      PIC X(20) VALUE "WIREIN".
         05 FILLER                      PIC X(20) VALUE "INSTRECON".
         05 FILLER                      PIC X(20) VALUE "PAYREQEXP".
         05 FILLER                      PIC X(20) VALUE "TAXINDICIA".
         05 FILLER                      PIC X(20) VALUE "VIBANRPT".
         05 FILLER                      PIC X(20) VALUE "CHECKINWARD".
         05 FILLER                      PIC X(20) VALUE "GARNRUN".
         05 FILLER                      PIC X(20) VALUE "DDCOLLECT".
         05 FILLER                      PIC X(20) VALUE "ACHOUT".
         05 FILLER                      PIC X(20) VALUE "LOANACCRUE".
         05 FILLER                      PIC X(20) VALUE "CHECKCLR".
         05 FILLER                      PIC X(20) VALUE "CARDHOLDEXP".
         05 FILLER                      PIC X(20) VALUE "CARDBILL".
         05 FILLER                      PIC X(20) VALUE "LOYALTYRUN".
         05 FILLER                      PIC X(20) VALUE "SDBRENT".
         05 FILLER                      PIC X(20) VALUE "ATMSETL".
         05 FILLER                      PIC X(20) VALUE "GLEXPORT".
         05 FILLER                      PIC X(20) VALUE "EODRECON".
         05 FILLER                      PIC X(20) VALUE "SETLRECON".
         05 FILLER                      PIC X(20) VALUE "ACHRECON".
         05 FILLER                      PIC X(20) VALUE "DUPREQRPT".
         05 FILLER                      PIC X(20) VALUE "STMTEXPORT".
         05 FILLER                      PIC X(20) VALUE "FXEXPOSURE".
         05 FILLER                      PIC X(20) VALUE "YEAREND".
         05 FILLER                      PIC X(20) VALUE "BACKUPRUN".
       01 X-SEQ-TABLE REDEFINES X-SEQ-INIT.
         05 X-SEQ-JOB                   PIC X(20) OCCURS 36 TIMES.

      *    PREDECESSOR RULES -- MUST MATCH BATCHMON'S X-DEP-TABLE,
      *    WHICH DEPCHECK ENFORCES FOR HAND-LAUNCHED JOBS. EODRECON
           10 X-DEP-NEEDED-1            PIC X(20).
           10 X-DEP-NEEDED-2            PIC X(20).

      *    STEPS RUN AS PARALLEL PARTITIONS PLUS A MERGE.
       01 X-PART-INIT.
         05 FILLER                      PIC X(20) VALUE "INTACCRUE".
         05 FILLER                      PIC X(20) VALUE "GLEXPORT".
         05 FILLER                      PIC X(20) VALUE "EODRECON".
       01 X-PART-TABLE REDEFINES X-PART-INIT.
         05 X-PART-JOB                  PIC X(20) OCCURS 3 TIMES.

       01 INTERNAL-VARS.
         05 WS-CHECKPOINT-FILE-STATUS   PIC XX VALUE SPACES.
         05 WS-RUNLOG-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-STEP                     PIC 9(02).
      *    THE STEP THAT ACTUALLY FAILED -- PERFORM VARYING HAS
      *    ALREADY ADVANCED WS-STEP PAST IT (AND PAST THE TABLE, ON
      *    A LAST-STEP FAILURE) BY THE TIME THE HALT MESSAGE PRINTS.
         05 WS-FAILED-STEP              PIC 9(02) VALUE 0.
         05 WS-FAILED-JOB               PIC X(20) VALUE SPACES.
         05 WS-CHECK-NAME               PIC X(20).
         05 WS-COMMAND                  PIC X(256).
         05 WS-PTR                      PIC 9(03).
         05 WS-PART-NUMBER-ED           PIC Z9.
         05 WS-PARTS-LAUNCHED           PIC 9(02).
         05 WS-SYSTEM-RC                PIC S9(09) COMP VALUE 0.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO.
         05 FG-JOB-SUCCESS              PIC X VALUE 'N'.
           88 FG-JOB-SUCCESS-Y          VALUE 'Y'.
           88 FG-JOB-SUCCESS-N          VALUE 'N'.
         05 FG-PARTITIONED              PIC X VALUE 'N'.
           88 FG-PARTITIONED-Y          VALUE 'Y'.
           88 FG-PARTITIONED-N          VALUE 'N'.
         05 FG-PARTS-OK                 PIC X VALUE 'Y'.
           88 FG-PARTS-OK-Y             VALUE 'Y'.
           88 FG-PARTS-OK-N             VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ONLMODEINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-CLOSE-ONLINE-WINDOW

           PERFORM VARYING WS-STEP FROM WS-START-STEP BY 1
                   UNTIL WS-STEP > K-STEP-COUNT
             PERFORM F-CLEAR-CHECKPOINT
             DISPLAY "NIGHTLY SEQUENCE COMPLETE -- "
                     WS-STEPS-RUN " STEPS RUN"
             PERFORM F-REOPEN-ONLINE-WINDOW
           ELSE
             DISPLAY "NIGHTLY SEQUENCE HALTED AT STEP "
                     WS-FAILED-STEP
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-CLOSE-ONLINE-WINDOW SECTION.
      *    NORMALLY EODCUTOVER HAS CLOSED THE WINDOW ALREADY -- THIS
      *    COVERS A CHAIN STARTED WITHOUT A CUTOVER (OR A RESTART
      *    AFTER AN ADMIN REOPENED IT).
           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET            TO TRUE
           SET PGNAME-ONLMODE              TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE
           IF NOT O-ONLMODE-OPEN
             EXIT SECTION
           END-IF

           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-SET            TO TRUE
           MOVE K-NIGHT-WINDOW-MODE        TO I-ONLMODE-NEW-MODE
           MOVE PGM-ID                     TO I-ONLMODE-SET-BY
           SET PGNAME-ONLMODE              TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE

           DISPLAY "ONLINE WINDOW CLOSED: "
                   FUNCTION TRIM(O-ONLMODE-MODE)
           MOVE PGM-ID                     TO U-LOG-RUNNABLE-PROG
           STRING "ONLINE WINDOW -> " FUNCTION TRIM(O-ONLMODE-MODE)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-CLOSE-ONLINE-WINDOW-END.
           EXIT.
      ******************************************************************
       F-REOPEN-ONLINE-WINDOW SECTION.
      *    ONLY A WINDOW THE BATCH CLOSED IS REOPENED -- ONE AN ADMIN
      *    CLOSED THROUGH ONLMAINT ("ADMIN <id>") STAYS AS IT IS.
           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET            TO TRUE
           SET PGNAME-ONLMODE              TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE
           IF O-ONLMODE-OPEN
             EXIT SECTION
           END-IF
           IF O-ONLMODE-SET-BY NOT = "EODCUTOVER"
             AND O-ONLMODE-SET-BY NOT = PGM-ID
             DISPLAY "ONLINE WINDOW LEFT "
                     FUNCTION TRIM(O-ONLMODE-MODE) " -- SET BY "
                     FUNCTION TRIM(O-ONLMODE-SET-BY)
             EXIT SECTION
           END-IF

           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-SET            TO TRUE
           MOVE "OPEN"                     TO I-ONLMODE-NEW-MODE
           MOVE PGM-ID                     TO I-ONLMODE-SET-BY
           SET PGNAME-ONLMODE              TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE
           IF NOT ONLMODE-STATUS-OK
             DISPLAY "COULD NOT REOPEN THE ONLINE WINDOW, STATUS "
                     ONLMODE-STATUS " -- USE ONLMAINT OPEN"
             EXIT SECTION
           END-IF

           DISPLAY "ONLINE WINDOW REOPENED"
           MOVE PGM-ID                     TO U-LOG-RUNNABLE-PROG
           MOVE "ONLINE WINDOW -> OPEN"    TO U-LOG-LINE
           PERFORM UT-LOG-SINGLE-LINE

      *    SAME OWN-PROCESS LAUNCH AS EVERY STEP. NEITHER IS A CHAIN
      *    STEP: THE CHAIN IS ALREADY COMPLETE AND CHECKPOINT-CLEARED.
           MOVE SPACES                     TO WS-COMMAND
           STRING "./ONLREPLAY" DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYSTEM-RC

           MOVE SPACES                     TO WS-COMMAND
           STRING "./ONLWINRPT" DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYSTEM-RC
           .
       F-REOPEN-ONLINE-WINDOW-END.
           EXIT.
      ******************************************************************
       F-LOAD-CHECKPOINT SECTION.
      *    THE CHECKPOINT HOLDS THE LAST COMPLETED STEP -- A RESTART

      *    EACH JOB RUNS AS ITS OWN PROCESS, EXACTLY AS WHEN A HUMAN
      *    LAUNCHES IT -- ITS OWN RUNLOG START/FINISH ROWS INCLUDED.
           SET FG-PARTITIONED-N            TO TRUE
           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 3
             IF X-PART-JOB(IND-1) = X-SEQ-JOB(WS-STEP)
               SET FG-PARTITIONED-Y        TO TRUE
             END-IF
           END-PERFORM

           IF FG-PARTITIONED-Y
             PERFORM F-RUN-PARTITIONS
             IF FG-PARTS-OK-N
               SET FG-CHAIN-OK-N           TO TRUE
               MOVE WS-STEP                TO WS-FAILED-STEP
               MOVE X-SEQ-JOB(WS-STEP)     TO WS-FAILED-JOB
               EXIT SECTION
             END-IF
             MOVE SPACES                   TO WS-COMMAND
             STRING "./" FUNCTION TRIM(X-SEQ-JOB(WS-STEP)) " MERGE"
               DELIMITED BY SIZE
               INTO WS-COMMAND
             END-STRING
           ELSE
             MOVE SPACES                   TO WS-COMMAND
             STRING "./" FUNCTION TRIM(X-SEQ-JOB(WS-STEP))
               INTO WS-COMMAND
             END-STRING
           END-IF
           CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYSTEM-RC

           .
       F-RUN-ONE-STEP-END.
           EXIT.
      ******************************************************************
       F-RUN-PARTITIONS SECTION.
      *    EVERY PARTITION NOT YET AT SUCCESS TODAY IS LAUNCHED IN ONE
      *    SHELL, SIDE BY SIDE, AND THE SHELL WAITS FOR THEM ALL. EACH
      *    PARTITION'S OWN SUCCESS ROW IS THEN THE PROOF IT FINISHED.
           MOVE SPACES                     TO WS-COMMAND
           MOVE 1                          TO WS-PTR
           MOVE 0                          TO WS-PARTS-LAUNCHED
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > K-PART-COUNT
             PERFORM F-BUILD-PARTITION-NAME
             PERFORM F-CHECK-JOB-SUCCESS
             IF FG-JOB-SUCCESS-N
               ADD 1                       TO WS-PARTS-LAUNCHED
               STRING "./" FUNCTION TRIM(X-SEQ-JOB(WS-STEP))
                      " PART " FUNCTION TRIM(WS-PART-NUMBER-ED)
                      " & "
                 DELIMITED BY SIZE
                 INTO WS-COMMAND
                 WITH POINTER WS-PTR
               END-STRING
             END-IF
           END-PERFORM

           IF WS-PARTS-LAUNCHED > 0
             STRING "wait" DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-PTR
             END-STRING
             DISPLAY "STEP " WS-STEP " -- "
                     WS-PARTS-LAUNCHED " PARTITION(S) OF "
                     FUNCTION TRIM(X-SEQ-JOB(WS-STEP)) " IN PARALLEL"
             CALL "SYSTEM" USING WS-COMMAND
                  RETURNING WS-SYSTEM-RC
           END-IF

           SET FG-PARTS-OK-Y               TO TRUE
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > K-PART-COUNT
             PERFORM F-BUILD-PARTITION-NAME
             PERFORM F-CHECK-JOB-SUCCESS
             IF FG-JOB-SUCCESS-N
               SET FG-PARTS-OK-N           TO TRUE
               DISPLAY "STEP " WS-STEP " PARTITION "
                       FUNCTION TRIM(WS-CHECK-NAME)
                       " DID NOT REACH SUCCESS -- RERUN IT WITH: "
                       FUNCTION TRIM(X-SEQ-JOB(WS-STEP)) " PART "
                       FUNCTION TRIM(WS-PART-NUMBER-ED)
               MOVE PGM-ID                 TO U-LOG-RUNNABLE-PROG
               STRING "STEP " WS-STEP " "
                      FUNCTION TRIM(WS-CHECK-NAME)
                      " DID NOT REACH SUCCESS -- CHAIN HALTED"
                 INTO U-LOG-LINE
               END-STRING
               PERFORM UT-LOG-SINGLE-LINE
             END-IF
           END-PERFORM
           .
       F-RUN-PARTITIONS-END.
           EXIT.
      ******************************************************************
       F-BUILD-PARTITION-NAME SECTION.
      *    RUNLOG NAME OF PARTITION IND-2 OF THE STEP -- "<JOB>-P<n>".
           MOVE IND-2                      TO WS-PART-NUMBER-ED
           MOVE SPACES                     TO WS-CHECK-NAME
           STRING FUNCTION TRIM(X-SEQ-JOB(WS-STEP)) "-P"
                  FUNCTION TRIM(WS-PART-NUMBER-ED)
             DELIMITED BY SIZE
             INTO WS-CHECK-NAME
           END-STRING
           .
       F-BUILD-PARTITION-NAME-END.
           EXIT.
      ******************************************************************
       F-CHECK-DEPENDENCIES SECTION.
      *    SAME PREDECESSOR RULE DEPCHECK APPLIES -- EVERY NEEDED JOB
