      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANRESET.
      ******************************************************************
      *  Variable-rate loan reset batch. Run standalone (no
      *  dispatcher/permission layer, same as LOANRUN), nightly ahead
      *  of LOANRUN so a reset is in force before the installment it
      *  changes is collected. Walks files/loanvarrate.dat (see
      *  LOANVARRATERECORD -- one row per loan LOANORD VARRATE put on
      *  an index-linked rate) and, per loan, in two steps:
      *    FIX    -- once today is within K-VARRATE-NOTICE-DAYS of
      *              LVR-NEXT-RESET-DATE (see VARRATECONFIG), looks
      *              up the index (INDEXRATE, as of the reset date or
      *              today if that is earlier), adds the margin,
      *              holds the result between the loan's floor and
      *              cap, re-amortizes LN-REMAINING-PRINCIPAL over
      *              the remaining term at the new rate and notifies
      *              the borrower through NOTIFY (event RATERESET,
      *              the new installment as the amount) -- ahead of
      *              the first changed installment. The new terms
      *              wait on the row as a pending reset.
      *    APPLY  -- on the reset date, moves the pending rate onto
      *              LN-ANNUAL-RATE-PCT and recomputes
      *              LN-MONTHLY-PAYMENT/LN-TERM-MONTHS from the
      *              principal outstanding that day (a payment may
      *              have posted since the fix; if the installment
      *              differs from what was notified the borrower is
      *              told again), then rolls LVR-NEXT-RESET-DATE
      *              forward by the reset frequency.
      *  A reset found late (the batch did not run) is fixed and
      *  applied in the same run. A staged loan still in drawdown
      *  (see LOANFACILITYRECORD) is reset to interest only on what
      *  it has drawn. Loans no longer live (paid off,
      *  cancelled, charged off) are skipped. Writes results to
      *  files/reports/LOAN_RATE_RESET_RESULTS.txt.
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

           SELECT VARRATE-FILE ASSIGN TO "files/loanvarrate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVR-LOAN-ID
           FILE STATUS IS WS-LVR-FILE-STATUS.

           SELECT RESET-OUTPUT ASSIGN TO
           "files/reports/LOAN_RATE_RESET_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  VARRATE-FILE.
       COPY LOANVARRATERECORD.

       FD  RESET-OUTPUT.
       01  RESET-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANRESET           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-INDEXRATE            VALUE "INDEXRATE           ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 CONSTANTS.
         COPY VARRATECONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-LVR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-FIX-FROM-SERIAL          PIC S9(08).
         05 WS-AS-OF-DATE               PIC 9(08).

         05 WS-ROWS-READ                PIC 9(07) VALUE 0.
         05 WS-RESETS-FIXED             PIC 9(07) VALUE 0.
         05 WS-RESETS-APPLIED           PIC 9(07) VALUE 0.
         05 WS-LOANS-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-NO-INDEX                 PIC 9(07) VALUE 0.

         05 WS-NEW-RATE                 PIC S9(04)V99.
         05 WS-NEW-PAYMENT              PIC 9(10)V99.
         05 WS-NEW-TERM                 PIC 9(05).
         05 WS-OLD-RATE                 PIC 9(03)V99.
         05 WS-OLD-PAYMENT              PIC 9(10)V99.
         05 WS-MONTHLY-RATE             PIC 9V9(6) VALUE 0.
         05 WS-FACTOR                   PIC 9(04)V9(08) VALUE 0.
         05 WS-INDEX-EDITED             PIC -ZZ9.99.
         05 WS-MARGIN-EDITED            PIC -ZZ9.99.
         05 WS-RATE-EDITED              PIC ZZ9.99.

      *    REMAINING-TERM AND CALENDAR-MONTH HELPERS -- SAME AS
      *    LOANORD'S F-COMPUTE-REMAINING-TERM/F-ADD-MONTHS-TO-DATE.
         05 WS-REMAIN-EXACT             PIC 9(05)V9(06).
         05 WS-REMAIN-TERM              PIC 9(05).
         05 WS-REMAIN-RATIO             PIC 9(03)V9(08).
         05 WS-AM-DATE                  PIC 9(08).
         05 WS-AM-MONTHS                PIC 9(03).
         05 WS-AM-YEAR                  PIC 9(04).
         05 WS-AM-MONTH                 PIC 9(04).
         05 WS-AM-DAY                   PIC 9(02).

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
         05 FG-ROW-CHANGED              PIC X VALUE 'N'.
           88 FG-ROW-CHANGED-Y          VALUE 'Y'.
           88 FG-ROW-CHANGED-N          VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY INDEXRATEINTERFACE.
       COPY NOTIFYINTERFACE.
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
           MOVE "LOAN RATE RESET BATCH STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)

           OPEN OUTPUT RESET-OUTPUT
           MOVE "LOAN RATE RESET RUN RESULTS" TO RESET-LINE
           WRITE RESET-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE SPACES                     TO RESET-LINE
           STRING
             "VARIABLE-RATE LOANS: ",
             FUNCTION TRIM(WS-ROWS-READ),
             " | FIXED: ",
             FUNCTION TRIM(WS-RESETS-FIXED),
             " | APPLIED: ",
             FUNCTION TRIM(WS-RESETS-APPLIED),
             " | NO INDEX: ",
             FUNCTION TRIM(WS-NO-INDEX),
             " | SKIPPED: ",
             FUNCTION TRIM(WS-LOANS-SKIPPED)
             INTO RESET-LINE
           END-STRING
           WRITE RESET-LINE
           CLOSE RESET-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-TODAY-RAW               TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE "files/reports/LOAN_RATE_RESET_RESULTS.txt"
                                           TO U-RPTREG-PATH
           COMPUTE U-RPTREG-ROW-COUNT =
                   WS-RESETS-FIXED + WS-RESETS-APPLIED
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE RESET-LINE                TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
      *    NO TERMS FILE YET MEANS NO LOAN HAS EVER GONE VARIABLE.
           OPEN I-O VARRATE-FILE
           IF WS-LVR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           OPEN I-O LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             CLOSE VARRATE-FILE
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO LVR-LOAN-ID
           START VARRATE-FILE KEY IS NOT LESS THAN LVR-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VARRATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-ROWS-READ
                 PERFORM F-PROCESS-LOAN
             END-READ
           END-PERFORM

           CLOSE LOANS-FILE
           CLOSE VARRATE-FILE
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-LOAN SECTION.
           MOVE LVR-LOAN-ID                TO LN-ID
           READ LOANS-FILE
             INVALID KEY
               ADD 1                       TO WS-LOANS-SKIPPED
               EXIT SECTION
           END-READ

           IF NOT LN-IS-ACTIVE AND NOT LN-IS-HOLD
             ADD 1                         TO WS-LOANS-SKIPPED
             EXIT SECTION
           END-IF

           SET FG-ROW-CHANGED-N            TO TRUE
           COMPUTE WS-FIX-FROM-SERIAL =
                   FUNCTION INTEGER-OF-DATE(LVR-NEXT-RESET-DATE)
                   - K-VARRATE-NOTICE-DAYS

           IF LVR-NO-RESET-PENDING
           AND WS-TODAY-SERIAL >= WS-FIX-FROM-SERIAL
             PERFORM F-FIX-RESET
           END-IF

           IF LVR-RESET-PENDING
           AND WS-TODAY-RAW >= LVR-NEXT-RESET-DATE
             PERFORM F-APPLY-RESET
           END-IF

           IF FG-ROW-CHANGED-Y
             REWRITE LOAN-VARRATE-RECORD
           END-IF
           .
       F-PROCESS-LOAN-END.
           EXIT.
      ******************************************************************
       F-FIX-RESET SECTION.
      *    THE FIXING IN FORCE ON THE RESET DATE -- OR TODAY'S, WHEN
      *    THE RESET DATE IS STILL AHEAD (THE LATEST PUBLISHED FIXING
      *    IS THE BEST ESTIMATE AVAILABLE AT NOTICE TIME).
           IF LVR-NEXT-RESET-DATE < WS-TODAY-RAW
             MOVE LVR-NEXT-RESET-DATE      TO WS-AS-OF-DATE
           ELSE
             MOVE WS-TODAY-RAW             TO WS-AS-OF-DATE
           END-IF

           INITIALIZE INDEXRATE-INTERFACE
           MOVE LVR-INDEX-CODE             TO I-IXR-INDEX-CODE
           MOVE WS-AS-OF-DATE              TO I-IXR-AS-OF-DATE
           SET PGNAME-INDEXRATE            TO TRUE
           CALL PROGNAME USING INDEXRATE-INTERFACE

           IF NOT INDEXRATE-STATUS-OK
             ADD 1                         TO WS-NO-INDEX
             MOVE SPACES                   TO RESET-LINE
             STRING "LOAN " LN-ID " NO FIXING FOR INDEX "
                    FUNCTION TRIM(LVR-INDEX-CODE)
                    " ON OR BEFORE " WS-AS-OF-DATE
                    " -- RESET NOT FIXED"
               DELIMITED BY SIZE INTO RESET-LINE
             END-STRING
             WRITE RESET-LINE
             EXIT SECTION
           END-IF

      *    INDEX + MARGIN, HELD BETWEEN FLOOR AND CAP, NEVER NEGATIVE
      *    -- SAME RULE AS LOANORD.F-SET-VARIABLE-RATE.
           COMPUTE WS-NEW-RATE = O-IXR-RATE-PCT + LVR-MARGIN-PCT
           IF WS-NEW-RATE < LVR-FLOOR-PCT
             MOVE LVR-FLOOR-PCT            TO WS-NEW-RATE
           END-IF
           IF LVR-CAP-PCT > 0 AND WS-NEW-RATE > LVR-CAP-PCT
             MOVE LVR-CAP-PCT              TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < 0
             MOVE 0                        TO WS-NEW-RATE
           END-IF

           MOVE O-IXR-RATE-PCT             TO LVR-PENDING-INDEX-PCT
           MOVE WS-NEW-RATE                TO LVR-PENDING-RATE-PCT
           PERFORM F-COMPUTE-NEW-PAYMENT
           MOVE WS-NEW-PAYMENT             TO LVR-PENDING-PAYMENT
           MOVE WS-TODAY-RAW               TO LVR-NOTIFIED-DATE
           SET LVR-RESET-PENDING           TO TRUE
           SET FG-ROW-CHANGED-Y            TO TRUE
           ADD 1                           TO WS-RESETS-FIXED

           PERFORM F-NOTIFY-BORROWER

           MOVE O-IXR-RATE-PCT             TO WS-INDEX-EDITED
           MOVE LVR-MARGIN-PCT             TO WS-MARGIN-EDITED
           MOVE SPACES                     TO RESET-LINE
           STRING "LOAN " LN-ID " FIXED "
                  FUNCTION TRIM(LVR-INDEX-CODE) " "
                  FUNCTION TRIM(WS-INDEX-EDITED)
                  " + " FUNCTION TRIM(WS-MARGIN-EDITED)
                  " -> RATE " LN-ANNUAL-RATE-PCT " -> "
                  LVR-PENDING-RATE-PCT
                  " PAYMENT " LN-MONTHLY-PAYMENT " -> "
                  LVR-PENDING-PAYMENT
                  " FROM " LVR-NEXT-RESET-DATE " (NOTIFIED)"
             DELIMITED BY SIZE INTO RESET-LINE
           END-STRING
           WRITE RESET-LINE
           .
       F-FIX-RESET-END.
           EXIT.
      ******************************************************************
       F-APPLY-RESET SECTION.
      *    THE PENDING RATE GOES ON THE LOAN RECORD; THE PAYMENT IS
      *    RECOMPUTED FROM TODAY'S OUTSTANDING PRINCIPAL SO A PAYMENT
      *    POSTED SINCE THE FIX IS ALLOWED FOR.
           MOVE LN-ANNUAL-RATE-PCT         TO WS-OLD-RATE
           MOVE LN-MONTHLY-PAYMENT         TO WS-OLD-PAYMENT
           MOVE LVR-PENDING-RATE-PCT       TO WS-NEW-RATE
           PERFORM F-COMPUTE-NEW-PAYMENT

           MOVE WS-NEW-TERM                TO LN-TERM-MONTHS
           MOVE LVR-PENDING-RATE-PCT       TO LN-ANNUAL-RATE-PCT
           MOVE WS-NEW-PAYMENT             TO LN-MONTHLY-PAYMENT
           REWRITE LOAN-RECORD
             INVALID KEY
               MOVE SPACES                 TO RESET-LINE
               STRING "LOAN " LN-ID " RESET NOT APPLIED, STATUS "
                      WS-FILE-STATUS
                 DELIMITED BY SIZE INTO RESET-LINE
               END-STRING
               WRITE RESET-LINE
               EXIT SECTION
           END-REWRITE

           IF WS-NEW-PAYMENT NOT = LVR-PENDING-PAYMENT
             MOVE WS-NEW-PAYMENT           TO LVR-PENDING-PAYMENT
             PERFORM F-NOTIFY-BORROWER
           END-IF

           MOVE LVR-NEXT-RESET-DATE        TO LVR-LAST-RESET-DATE
           MOVE LVR-PENDING-INDEX-PCT      TO LVR-LAST-INDEX-PCT
      *    ROLL TO THE NEXT RESET STILL AHEAD OF TODAY -- MORE THAN
      *    ONE STEP ONLY WHEN THE BATCH HAS NOT RUN FOR A WHOLE
      *    PERIOD.
           MOVE LVR-NEXT-RESET-DATE        TO WS-AM-DATE
           MOVE LVR-RESET-MONTHS           TO WS-AM-MONTHS
           PERFORM F-ADD-MONTHS-TO-DATE
           PERFORM UNTIL WS-AM-DATE > WS-TODAY-RAW
             PERFORM F-ADD-MONTHS-TO-DATE
           END-PERFORM
           MOVE WS-AM-DATE                 TO LVR-NEXT-RESET-DATE
           SET LVR-NO-RESET-PENDING        TO TRUE
           MOVE 0                          TO LVR-PENDING-INDEX-PCT
           MOVE 0                          TO LVR-PENDING-RATE-PCT
           MOVE 0                          TO LVR-PENDING-PAYMENT
           SET FG-ROW-CHANGED-Y            TO TRUE
           ADD 1                           TO WS-RESETS-APPLIED

           MOVE SPACES                     TO RESET-LINE
           STRING "LOAN " LN-ID " APPLIED RATE " WS-OLD-RATE " -> "
                  LN-ANNUAL-RATE-PCT " PAYMENT " WS-OLD-PAYMENT
                  " -> " LN-MONTHLY-PAYMENT " OVER "
                  LN-TERM-MONTHS " MONTHS, NEXT RESET "
                  LVR-NEXT-RESET-DATE
             DELIMITED BY SIZE INTO RESET-LINE
           END-STRING
           WRITE RESET-LINE
           .
       F-APPLY-RESET-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-NEW-PAYMENT SECTION.
      *    WS-NEW-RATE OVER THE REMAINING TERM OF THE CURRENT SCHEDULE
      *    -- THE SAME RE-AMORTIZATION LOANORD.F-RESTRUCTURE-LOAN
      *    APPLIES. RESULT IN WS-NEW-PAYMENT/WS-NEW-TERM; THE LOAN
      *    RECORD ITSELF IS NOT CHANGED HERE. A STAGED LOAN STILL IN
      *    DRAWDOWN PAYS INTEREST ONLY ON WHAT HAS BEEN DRAWN, AND
      *    KEEPS ITS FULL TERM FOR WHEN AMORTIZATION STARTS.
           IF LN-DISBURSE-STAGED
             MOVE LN-TERM-MONTHS           TO WS-NEW-TERM
             COMPUTE WS-NEW-PAYMENT ROUNDED =
                     LN-REMAINING-PRINCIPAL * WS-NEW-RATE / 1200
             EXIT SECTION
           END-IF

           PERFORM F-COMPUTE-REMAINING-TERM
           MOVE WS-REMAIN-TERM             TO WS-NEW-TERM

           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 100 / 12
           IF WS-MONTHLY-RATE = 0
             COMPUTE WS-NEW-PAYMENT ROUNDED =
                     LN-REMAINING-PRINCIPAL / WS-NEW-TERM
           ELSE
             COMPUTE WS-FACTOR =
                     (1 + WS-MONTHLY-RATE) ** WS-NEW-TERM
             COMPUTE WS-NEW-PAYMENT ROUNDED =
                     LN-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
                     * WS-FACTOR / (WS-FACTOR - 1)
           END-IF
           .
       F-COMPUTE-NEW-PAYMENT-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-REMAINING-TERM SECTION.
      *    INSTALLMENTS STILL NEEDED AT THE RATE AND PAYMENT IN FORCE
      *    -- SEE LOANORD.F-COMPUTE-REMAINING-TERM.
           MOVE LN-TERM-MONTHS              TO WS-REMAIN-TERM
           IF LN-MONTHLY-PAYMENT = 0
             EXIT SECTION
           END-IF

           COMPUTE WS-MONTHLY-RATE =
                   LN-ANNUAL-RATE-PCT / 100 / 12
           IF WS-MONTHLY-RATE = 0
             COMPUTE WS-REMAIN-EXACT =
                     LN-REMAINING-PRINCIPAL / LN-MONTHLY-PAYMENT
           ELSE
             COMPUTE WS-REMAIN-RATIO =
                     LN-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
                     / LN-MONTHLY-PAYMENT
             IF WS-REMAIN-RATIO >= 1
               EXIT SECTION
             END-IF
             COMPUTE WS-REMAIN-EXACT =
                     0 - FUNCTION LOG(1 - WS-REMAIN-RATIO)
                     / FUNCTION LOG(1 + WS-MONTHLY-RATE)
           END-IF

           MOVE WS-REMAIN-EXACT             TO WS-REMAIN-TERM
           IF WS-REMAIN-EXACT - WS-REMAIN-TERM > 0.01
             ADD 1                          TO WS-REMAIN-TERM
           END-IF
           IF WS-REMAIN-TERM = 0
             MOVE 1                         TO WS-REMAIN-TERM
           END-IF
           .
       F-COMPUTE-REMAINING-TERM-END.
           EXIT.
      ******************************************************************
       F-ADD-MONTHS-TO-DATE SECTION.
      *    SEE LOANORD.F-ADD-MONTHS-TO-DATE.
           MOVE WS-AM-DATE(1:4)             TO WS-AM-YEAR
           MOVE WS-AM-DATE(5:2)             TO WS-AM-MONTH
           MOVE WS-AM-DATE(7:2)             TO WS-AM-DAY
           ADD WS-AM-MONTHS                 TO WS-AM-MONTH
           PERFORM UNTIL WS-AM-MONTH <= 12
             SUBTRACT 12                    FROM WS-AM-MONTH
             ADD 1                          TO WS-AM-YEAR
           END-PERFORM
           STRING WS-AM-YEAR(1:4)           DELIMITED BY SIZE
                  WS-AM-MONTH(3:2)          DELIMITED BY SIZE
                  WS-AM-DAY                 DELIMITED BY SIZE
             INTO WS-AM-DATE
           END-STRING
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-AM-DATE) = 0
             SUBTRACT 1                     FROM WS-AM-DAY
             MOVE WS-AM-DAY                 TO WS-AM-DATE(7:2)
           END-PERFORM
           .
       F-ADD-MONTHS-TO-DATE-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-BORROWER SECTION.
      *    CUSTOMER-FACING NOTICE OF THE NEW INSTALLMENT -- SAME
      *    NOTIFY-INTERFACE STAND-IN FOR AN EMAIL/SMS GATEWAY
      *    ESCHEATCHK USES. THE MEMO CARRIES THE NEW RATE AND THE
      *    DATE IT TAKES EFFECT.
           MOVE LVR-PENDING-RATE-PCT        TO WS-RATE-EDITED
           INITIALIZE NOTIFY-INTERFACE
           MOVE LN-CUSTOMER-ID              TO I-NOTIFY-CUSTID
           MOVE "LOAN"                      TO I-NOTIFY-ENTITY
           MOVE LN-ID                       TO I-NOTIFY-ENTITY-ID
           MOVE "RATERESET"                 TO I-NOTIFY-EVENT
           MOVE LVR-PENDING-PAYMENT         TO I-NOTIFY-AMOUNT
           STRING "EFF " LVR-NEXT-RESET-DATE " "
                  FUNCTION TRIM(WS-RATE-EDITED) "%"
             DELIMITED BY SIZE INTO I-NOTIFY-MEMO
           END-STRING
           SET PGNAME-NOTIFY                TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-NOTIFY-BORROWER-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
      *    A SECOND WRITER GETS A CLEAN "RESOURCE BUSY" INSTEAD OF
      *    INTERLEAVED I-O AGAINST THE SAME INDEXED FILE.
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
