      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANDRAWRUN.
      ******************************************************************
      *  Staged-disbursement close-out batch. Run standalone (no
      *  dispatcher/permission layer, same as LOANRUN), nightly ahead
      *  of LOANRUN so a loan that starts to amortize is collected on
      *  its new installment. Walks files/loanfacility.dat (see
      *  LOANFACILITYRECORD -- one row per loan LOANORD STAGED opened
      *  for release in tranches) and, for every facility still in
      *  drawdown:
      *    - once the facility is fully drawn, or the business date
      *      is past its draw deadline, ends the drawdown: tranches
      *      not drawn by then lapse, LN-PRINCIPAL becomes what was
      *      actually drawn, and LN-MONTHLY-PAYMENT is re-amortized
      *      on LN-REMAINING-PRINCIPAL over LN-TERM-MONTHS (the same
      *      formula LOANORD uses at origination) -- from the next
      *      due date the loan is serviced like any other;
      *    - a facility with nothing drawn at its deadline never
      *      became a loan -- it is cancelled, as LOANORD REVIEW
      *      REJECT would;
      *    - a loan no longer live (cancelled, charged off) closes
      *      its facility.
      *  A loan still on hold for review is left alone. Writes
      *  results to files/reports/LOAN_DRAWDOWN_RESULTS.txt.
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
           FILE STATUS IS WS-FILE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-LF-FILE-STATUS.

           SELECT DRAWDOWN-OUTPUT ASSIGN TO
           "files/reports/LOAN_DRAWDOWN_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  FACILITY-FILE.
       COPY LOANFACILITYRECORD.

       FD  DRAWDOWN-OUTPUT.
       01  DRAWDOWN-LINE                PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANDRAWRUN         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-LF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).

         05 WS-ROWS-READ                PIC 9(07) VALUE 0.
         05 WS-STILL-DRAWING            PIC 9(07) VALUE 0.
         05 WS-AMORTIZED                PIC 9(07) VALUE 0.
         05 WS-CANCELLED                PIC 9(07) VALUE 0.
         05 WS-CLOSED                   PIC 9(07) VALUE 0.
         05 WS-ROWS-CHANGED             PIC 9(07) VALUE 0.

         05 WS-TR-IDX                   PIC 9(02).
         05 WS-LAPSED-COUNT             PIC 9(02).
         05 WS-LAPSED-AMOUNT            PIC 9(10)V99.
         05 WS-MONTHLY-RATE             PIC 9V9(6) VALUE 0.
         05 WS-FACTOR                   PIC 9(04)V9(08) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-AMOUNT-EDITED-2          PIC Z(09)9.99.

       01 LOCK-VARS.
         05 WS-LOCK-NAME                PIC X(20)
                                        VALUE "LOANS".
         05 FG-LOCK-HELD                PIC X VALUE 'N'.
           88 FG-LOCK-HELD-Y            VALUE 'Y'.
           88 FG-LOCK-HELD-N            VALUE 'N'.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-LOAN-FOUND               PIC X VALUE 'N'.
           88 FG-LOAN-FOUND-Y           VALUE 'Y'.
           88 FG-LOAN-FOUND-N           VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY FILELOCKINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT

           PERFORM F-ACQUIRE-FILE-LOCK
           IF FG-LOCK-HELD-Y
             PERFORM F-RUN-BATCH
             PERFORM F-FINISH
             PERFORM F-RELEASE-FILE-LOCK
           END-IF
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOAN DRAWDOWN CLOSE-OUT STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-BUSDATE-RAW

           OPEN OUTPUT DRAWDOWN-OUTPUT
           MOVE SPACES                     TO DRAWDOWN-LINE
           STRING "LOAN DRAWDOWN CLOSE-OUT FOR " WS-BUSDATE-RAW
             DELIMITED BY SIZE INTO DRAWDOWN-LINE
           END-STRING
           WRITE DRAWDOWN-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE SPACES                     TO DRAWDOWN-LINE
           STRING
             "FACILITIES READ: ",
             FUNCTION TRIM(WS-ROWS-READ),
             " | STILL DRAWING: ",
             FUNCTION TRIM(WS-STILL-DRAWING),
             " | AMORTIZING: ",
             FUNCTION TRIM(WS-AMORTIZED),
             " | CANCELLED: ",
             FUNCTION TRIM(WS-CANCELLED),
             " | CLOSED: ",
             FUNCTION TRIM(WS-CLOSED)
             INTO DRAWDOWN-LINE
           END-STRING
           WRITE DRAWDOWN-LINE
           CLOSE DRAWDOWN-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-BUSDATE-RAW             TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE "files/reports/LOAN_DRAWDOWN_RESULTS.txt"
                                           TO U-RPTREG-PATH
           MOVE WS-ROWS-CHANGED            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE DRAWDOWN-LINE             TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
      *    NO FACILITY FILE YET -- NO LOAN HAS EVER BEEN STAGED.
           OPEN I-O FACILITY-FILE
           IF WS-LF-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           OPEN I-O LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             CLOSE FACILITY-FILE
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO LF-LOAN-ID
           START FACILITY-FILE KEY IS NOT LESS THAN LF-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FACILITY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-ROWS-READ
                 IF LF-IN-DRAWDOWN
                   PERFORM F-PROCESS-FACILITY
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOANS-FILE
           CLOSE FACILITY-FILE
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-FACILITY SECTION.
           MOVE LF-LOAN-ID                 TO LN-ID
           SET FG-LOAN-FOUND-Y             TO TRUE
           READ LOANS-FILE
             INVALID KEY
               SET FG-LOAN-FOUND-N         TO TRUE
           END-READ

      *    STILL WAITING ON ITS ORIGINATION REVIEW -- NOTHING TO DO.
           IF FG-LOAN-FOUND-Y
           AND LN-IS-HOLD
             ADD 1                         TO WS-STILL-DRAWING
             EXIT SECTION
           END-IF

           IF FG-LOAN-FOUND-N
           OR NOT LN-IS-ACTIVE
             SET LF-CLOSED                 TO TRUE
             REWRITE LOAN-FACILITY-RECORD
             ADD 1                         TO WS-CLOSED
             ADD 1                         TO WS-ROWS-CHANGED
             MOVE SPACES                   TO DRAWDOWN-LINE
             STRING "LOAN " LF-LOAN-ID " FACILITY CLOSED -- LOAN "
                    "NO LONGER LIVE"
               DELIMITED BY SIZE INTO DRAWDOWN-LINE
             END-STRING
             WRITE DRAWDOWN-LINE
             EXIT SECTION
           END-IF

           IF LF-DRAWN-AMOUNT < LF-FACILITY-AMOUNT
           AND WS-BUSDATE-RAW NOT > LF-DRAW-DEADLINE
             ADD 1                         TO WS-STILL-DRAWING
             EXIT SECTION
           END-IF

      *    THE DRAWDOWN IS OVER -- WHATEVER WAS NOT DRAWN LAPSES.
           MOVE 0                          TO WS-LAPSED-COUNT
           MOVE 0                          TO WS-LAPSED-AMOUNT
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
             UNTIL WS-TR-IDX > LF-TRANCHE-COUNT
             IF LF-TR-PLANNED(WS-TR-IDX)
               OR LF-TR-REQUESTED(WS-TR-IDX)
               SET LF-TR-LAPSED(WS-TR-IDX) TO TRUE
               ADD 1                       TO WS-LAPSED-COUNT
               ADD LF-TR-AMOUNT(WS-TR-IDX) TO WS-LAPSED-AMOUNT
             END-IF
           END-PERFORM

           ADD 1                           TO WS-ROWS-CHANGED
           IF LF-DRAWN-AMOUNT = 0
             PERFORM F-CANCEL-UNDRAWN
           ELSE
             PERFORM F-START-AMORTIZATION
           END-IF
           .
       F-PROCESS-FACILITY-END.
           EXIT.
      ******************************************************************
       F-START-AMORTIZATION SECTION.
      *    THE LOAN IS NOW WHAT WAS DRAWN, REPAID OVER ITS FULL TERM
      *    FROM THE NEXT DUE DATE -- SAME FORMULA AS LOANORD.
      *    F-COMPUTE-MONTHLY-PAYMENT, ON THE PRINCIPAL STILL OWED.
           MOVE LF-DRAWN-AMOUNT            TO LN-PRINCIPAL
           COMPUTE WS-MONTHLY-RATE =
                   LN-ANNUAL-RATE-PCT / 100 / 12

           IF WS-MONTHLY-RATE = 0
             COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                     LN-REMAINING-PRINCIPAL / LN-TERM-MONTHS
           ELSE
             COMPUTE WS-FACTOR =
                     (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
             COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                     LN-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
                     * WS-FACTOR / (WS-FACTOR - 1)
           END-IF
           SET LN-DISBURSE-NA              TO TRUE
           REWRITE LOAN-RECORD

           SET LF-AMORTIZING               TO TRUE
           MOVE WS-BUSDATE-RAW             TO LF-AMORTIZED-DATE
           REWRITE LOAN-FACILITY-RECORD
           ADD 1                           TO WS-AMORTIZED

           MOVE LF-DRAWN-AMOUNT            TO WS-AMOUNT-EDITED
           MOVE WS-LAPSED-AMOUNT           TO WS-AMOUNT-EDITED-2
           MOVE SPACES                     TO DRAWDOWN-LINE
           STRING "LOAN " LF-LOAN-ID " AMORTIZING ON DRAWN "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                  " OVER " LN-TERM-MONTHS " MONTHS, INSTALLMENT "
                  LN-MONTHLY-PAYMENT " FROM " LN-NEXT-DUE-DATE
                  " | LAPSED " WS-LAPSED-COUNT " TRANCHE(S) "
                  FUNCTION TRIM(WS-AMOUNT-EDITED-2)
             DELIMITED BY SIZE INTO DRAWDOWN-LINE
           END-STRING
           WRITE DRAWDOWN-LINE
           .
       F-START-AMORTIZATION-END.
           EXIT.
      ******************************************************************
       F-CANCEL-UNDRAWN SECTION.
      *    NOTHING WAS EVER RELEASED -- NO MONEY OUT, NOTHING ON THE
      *    SUB-LEDGER, SO THE LOAN IS SIMPLY CANCELLED AND ITS DUE-DATE
      *    RULE DROPPED, AS LOANORD DOES FOR A REJECTED LOAN.
           SET LN-IS-CANCELLED             TO TRUE
           SET LN-DISBURSE-NA              TO TRUE
           MOVE 0                          TO LN-MONTHLY-PAYMENT
           REWRITE LOAN-RECORD

           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-DELETE              TO TRUE
           SET I-SD-ENTITY-LOAN            TO TRUE
           MOVE LN-ID                      TO I-SD-ENTITY-ID
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE

           SET LF-CLOSED                   TO TRUE
           REWRITE LOAN-FACILITY-RECORD
           ADD 1                           TO WS-CANCELLED

           MOVE SPACES                     TO DRAWDOWN-LINE
           STRING "LOAN " LF-LOAN-ID " CANCELLED -- NOTHING DRAWN BY "
                  "DEADLINE " LF-DRAW-DEADLINE
             DELIMITED BY SIZE INTO DRAWDOWN-LINE
           END-STRING
           WRITE DRAWDOWN-LINE
           .
       F-CANCEL-UNDRAWN-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
      *    THE SAME "LOANS" LOCK LOANDRAW TAKES TO RELEASE A TRANCHE,
      *    SO A DRAWDOWN IS NEVER CLOSED OUT HALF-RELEASED.
           SET FG-LOCK-HELD-N              TO TRUE
           INITIALIZE FILELOCK-INTERFACE
           SET I-LOCK-OP-ACQUIRE           TO TRUE
           MOVE WS-LOCK-NAME               TO I-LOCK-NAME
           MOVE PGM-ID                     TO I-LOCK-JOBNAME
           SET PGNAME-FILELOCK             TO TRUE
           CALL PROGNAME USING FILELOCK-INTERFACE

           EVALUATE TRUE
             WHEN FILELOCK-STATUS-OK
               SET FG-LOCK-HELD-Y          TO TRUE
             WHEN FILELOCK-STATUS-BUSY
               DISPLAY "RESOURCE BUSY -- "
                       FUNCTION TRIM(WS-LOCK-NAME)
                       " IS LOCKED BY "
                       FUNCTION TRIM(O-LOCK-HOLDER-JOB)
                       " SINCE " O-LOCK-ACQUIRED-TS
                       ", TRY LATER"
             WHEN OTHER
               DISPLAY "COULD NOT REACH THE LOCK FILE -- "
                       "PROCEEDING WITHOUT COORDINATION"
               SET FG-LOCK-HELD-Y          TO TRUE
           END-EVALUATE
           .
       F-ACQUIRE-FILE-LOCK-END.
           EXIT.
      ******************************************************************
       F-RELEASE-FILE-LOCK SECTION.
           INITIALIZE FILELOCK-INTERFACE
           SET I-LOCK-OP-RELEASE           TO TRUE
           MOVE WS-LOCK-NAME               TO I-LOCK-NAME
           MOVE PGM-ID                     TO I-LOCK-JOBNAME
           SET PGNAME-FILELOCK             TO TRUE
           CALL PROGNAME USING FILELOCK-INTERFACE
           .
       F-RELEASE-FILE-LOCK-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
