      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANACCRUE.
      ******************************************************************
      *  Daily loan interest accrual and sub-ledger check. Run
      *  standalone (no dispatcher/permission layer, same as LOANRUN),
      *  nightly after the day's loan postings and ahead of GLEXPORT.
      *  For every active, disbursed loan on files/loans.dat it
      *  accrues interest on LN-REMAINING-PRINCIPAL for the days since
      *  the loan's last accrual -- LN-ANNUAL-RATE-PCT / 12 / 30 a
      *  day, the same 30-day convention as INTACCRUE and the
      *  amortization -- and posts it to the loan sub-ledger through
      *  LOANLEDGER as an accrual event: a receivable on the loan
      *  book and income from the day it is earned, cleared again
      *  when a repayment collects the interest. Re-running on the
      *  same business date accrues nothing (the position's last
      *  accrual date is already today). A loan booked before the
      *  sub-ledger existed is opened on it at its remaining
      *  principal by its first accrual.
      *  Then reconciles: every loan with a sub-ledger position has
      *  its principal balance compared with LN-REMAINING-PRINCIPAL,
      *  and any difference is listed. Writes results to
      *  files/reports/LOAN_ACCRUAL_RESULTS.txt.
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

           SELECT ACCRUAL-OUTPUT ASSIGN TO
           "files/reports/LOAN_ACCRUAL_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  ACCRUAL-OUTPUT.
       01  ACCRUAL-LINE                 PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANACCRUE          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).

         05 WS-LOANS-READ               PIC 9(07) VALUE 0.
         05 WS-LOANS-ACCRUED            PIC 9(07) VALUE 0.
         05 WS-LOANS-OPENED             PIC 9(07) VALUE 0.
         05 WS-LEDGER-ERRORS            PIC 9(07) VALUE 0.
         05 WS-MISMATCHES               PIC 9(07) VALUE 0.

         05 WS-ACCRUAL-DAYS             PIC S9(05).
         05 WS-DAY-INTEREST             PIC 9(10)V99.
         05 WS-TOTAL-ACCRUED            PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-LEDGER-PRINCIPAL   PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-LOAN-PRINCIPAL     PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-RECEIVABLE         PIC 9(12)V99 VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(11)9.99.
         05 WS-AMOUNT-EDITED-2          PIC Z(11)9.99.

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
         05 FG-POSITION-FOUND           PIC X VALUE 'N'.
           88 FG-POSITION-FOUND-Y       VALUE 'Y'.
           88 FG-POSITION-FOUND-N       VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY LOANLEDGERINTERFACE.
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
           MOVE "LOAN INTEREST ACCRUAL STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-BUSDATE-RAW

           OPEN OUTPUT ACCRUAL-OUTPUT
           MOVE SPACES                     TO ACCRUAL-LINE
           STRING "LOAN INTEREST ACCRUAL FOR " WS-BUSDATE-RAW
             DELIMITED BY SIZE INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE WS-TOTAL-LEDGER-PRINCIPAL  TO WS-AMOUNT-EDITED
           MOVE WS-TOTAL-LOAN-PRINCIPAL    TO WS-AMOUNT-EDITED-2
           MOVE SPACES                     TO ACCRUAL-LINE
           STRING "PRINCIPAL -- SUB-LEDGER: "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                  " | LOAN FILE: "
                  FUNCTION TRIM(WS-AMOUNT-EDITED-2)
             DELIMITED BY SIZE INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE

           MOVE WS-TOTAL-RECEIVABLE        TO WS-AMOUNT-EDITED
           MOVE WS-TOTAL-ACCRUED           TO WS-AMOUNT-EDITED-2
           MOVE SPACES                     TO ACCRUAL-LINE
           STRING "INTEREST RECEIVABLE: "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                  " | ACCRUED THIS RUN: "
                  FUNCTION TRIM(WS-AMOUNT-EDITED-2)
             DELIMITED BY SIZE INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE

           MOVE SPACES                     TO ACCRUAL-LINE
           STRING
             "LOANS READ: ",
             FUNCTION TRIM(WS-LOANS-READ),
             " | ACCRUED: ",
             FUNCTION TRIM(WS-LOANS-ACCRUED),
             " | OPENED ON SUB-LEDGER: ",
             FUNCTION TRIM(WS-LOANS-OPENED),
             " | MISMATCHES: ",
             FUNCTION TRIM(WS-MISMATCHES),
             " | POSTING ERRORS: ",
             FUNCTION TRIM(WS-LEDGER-ERRORS)
             INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE
           CLOSE ACCRUAL-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-BUSDATE-RAW             TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE "files/reports/LOAN_ACCRUAL_RESULTS.txt"
                                           TO U-RPTREG-PATH
           MOVE WS-LOANS-ACCRUED           TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE ACCRUAL-LINE              TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
           OPEN INPUT LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO LN-ID
           START LOANS-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LOANS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LOANS-READ
                 PERFORM F-PROCESS-LOAN
             END-READ
           END-PERFORM

           CLOSE LOANS-FILE
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-LOAN SECTION.
           PERFORM F-GET-POSITION

      *    ONLY A LIVE LOAN WHOSE MONEY HAS GONE OUT EARNS INTEREST --
      *    A LOAN ON HOLD OR STILL WAITING ON ITS OUTBOUND ACH HAS
      *    NOTHING OUTSTANDING YET.
           IF LN-IS-ACTIVE
           AND NOT LN-DISBURSE-PENDING
           AND LN-REMAINING-PRINCIPAL > 0
             PERFORM F-ACCRUE-LOAN
           END-IF

           PERFORM F-RECONCILE-LOAN
           .
       F-PROCESS-LOAN-END.
           EXIT.
      ******************************************************************
       F-GET-POSITION SECTION.
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-GETITEM             TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE

           IF LOANLEDGER-STATUS-OK
             SET FG-POSITION-FOUND-Y       TO TRUE
           ELSE
             SET FG-POSITION-FOUND-N       TO TRUE
           END-IF
           .
       F-GET-POSITION-END.
           EXIT.
      ******************************************************************
       F-ACCRUE-LOAN SECTION.
      *    DAYS SINCE THE LAST ACCRUAL (OR THE DISBURSEMENT). A LOAN
      *    WITH NO POSITION YET ACCRUES TODAY ONLY -- ITS EARLIER
      *    INTEREST WAS TAKEN BY THE INSTALLMENTS BEFORE THE
      *    SUB-LEDGER EXISTED.
           IF FG-POSITION-FOUND-Y
           AND O-LL-LAST-ACCRUAL-DATE > 0
             COMPUTE WS-ACCRUAL-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-BUSDATE-RAW)
                     - FUNCTION INTEGER-OF-DATE(O-LL-LAST-ACCRUAL-DATE)
           ELSE
             MOVE 1                        TO WS-ACCRUAL-DAYS
           END-IF
           IF WS-ACCRUAL-DAYS <= 0
             EXIT SECTION
           END-IF

           COMPUTE WS-DAY-INTEREST ROUNDED =
                   LN-REMAINING-PRINCIPAL * LN-ANNUAL-RATE-PCT
                   / 100 / 12 / 30 * WS-ACCRUAL-DAYS
           IF WS-DAY-INTEREST = 0
             EXIT SECTION
           END-IF

           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-ACCRUAL          TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-BUSDATE-RAW             TO I-LL-DATE
           MOVE WS-DAY-INTEREST            TO I-LL-INTEREST
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE LN-REMAINING-PRINCIPAL     TO I-LL-OPEN-BALANCE
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE

           IF NOT LOANLEDGER-STATUS-OK
             ADD 1                         TO WS-LEDGER-ERRORS
             MOVE SPACES                   TO ACCRUAL-LINE
             STRING "LOAN " LN-ID " ACCRUAL NOT POSTED, STATUS "
                    LOANLEDGER-STATUS
               DELIMITED BY SIZE INTO ACCRUAL-LINE
             END-STRING
             WRITE ACCRUAL-LINE
             EXIT SECTION
           END-IF

           IF FG-POSITION-FOUND-N
             ADD 1                         TO WS-LOANS-OPENED
           END-IF
           ADD 1                           TO WS-LOANS-ACCRUED
           ADD WS-DAY-INTEREST             TO WS-TOTAL-ACCRUED

           MOVE SPACES                     TO ACCRUAL-LINE
           STRING "LOAN " LN-ID " ACCRUED " WS-DAY-INTEREST
                  " FOR " WS-ACCRUAL-DAYS " DAY(S) ON "
                  LN-REMAINING-PRINCIPAL " AT " LN-ANNUAL-RATE-PCT
                  " RECEIVABLE " O-LL-INT-RECEIVABLE
             DELIMITED BY SIZE INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE

      *    THE POSTING RETURNS THE MOVED POSITION -- THE RECONCILE
      *    STEP BELOW WORKS FROM IT.
           SET FG-POSITION-FOUND-Y         TO TRUE
           .
       F-ACCRUE-LOAN-END.
           EXIT.
      ******************************************************************
       F-RECONCILE-LOAN SECTION.
      *    THE SUB-LEDGER PRINCIPAL MUST AGREE WITH THE LOAN RECORD --
      *    A DIFFERENCE MEANS A PRINCIPAL MOVEMENT REACHED ONE AND NOT
      *    THE OTHER.
           ADD LN-REMAINING-PRINCIPAL      TO WS-TOTAL-LOAN-PRINCIPAL
           IF FG-POSITION-FOUND-N
             EXIT SECTION
           END-IF

           ADD O-LL-PRINCIPAL-BAL          TO WS-TOTAL-LEDGER-PRINCIPAL
           ADD O-LL-INT-RECEIVABLE         TO WS-TOTAL-RECEIVABLE

           IF O-LL-PRINCIPAL-BAL NOT = LN-REMAINING-PRINCIPAL
             ADD 1                         TO WS-MISMATCHES
             MOVE SPACES                   TO ACCRUAL-LINE
             STRING "LOAN " LN-ID " MISMATCH -- SUB-LEDGER PRINCIPAL "
                    O-LL-PRINCIPAL-BAL " LOAN FILE "
                    LN-REMAINING-PRINCIPAL " STATUS " LN-STATUS
               DELIMITED BY SIZE INTO ACCRUAL-LINE
             END-STRING
             WRITE ACCRUAL-LINE
           END-IF
           .
       F-RECONCILE-LOAN-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
      *    THE SUB-LEDGER IS POSTED BY THE SAME PROGRAMS THAT HOLD
      *    "LOANS", SO THIS RUN TAKES IT TOO RATHER THAN ACCRUE WHILE
      *    A REPAYMENT IS HALF-POSTED.
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
