      *  customer:
      *    - interest we paid them (INTEREST credits)
      *    - fees we collected (FEE debits)
      *    - debit interest charged on overdrawn balances (DEBITINT
      *      debits INTBATCH posts from INTACCRUE's daily accrual)
      *    - loan payments collected (the "LOAN nnnnn" memo LOANRUN/
      *      STANDRUN stamp on their collection withdrawals), with
      *      the interest share derived as payments minus the
      *      principal actually repaid on files/loans.dat
      *    - average balance held (mean of the running balance
      *      snapshots, same derivation LOANORD's risk scan uses)
      *    - fees waived by relationship waiver rules (FEEWAIVER's
      *      log, files/feewaivers_log.dat) -- revenue given up, shown
      *      beside the fees collected; the net already reflects it
      *      because a waived fee was never posted
      *  One line per customer to files/reports/CUSTOMER_PROFIT.txt,
      *  plus a ranked top-contributors summary at the end -- so fee
      *  waivers stop being decided by gut feel.
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT WAIVER-LOG-FILE ASSIGN TO
           "files/feewaivers_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT PROFIT-OUTPUT ASSIGN TO
           "files/reports/CUSTOMER_PROFIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  WAIVER-LOG-FILE.
       COPY FEEWAIVERLOG.

       FD  PROFIT-OUTPUT.
       01  PROFIT-LINE                  PIC X(200).
      ******************************************************************
       01 CUSTOMER-TOTALS.
         05 WS-CUST-COUNT               PIC 9(04) VALUE 0.
         05 WS-CUST-ELEM                OCCURS 500 TIMES.
           10 WS-CUST-ID                PIC 9(09).
           10 WS-CUST-INT-PAID          PIC 9(10)V99.
           10 WS-CUST-FEES              PIC 9(10)V99.
           10 WS-CUST-FEES-WAIVED       PIC 9(10)V99.
           10 WS-CUST-DEBIT-INT         PIC 9(10)V99.
           10 WS-CUST-LOAN-PAYMENTS     PIC 9(10)V99.
           10 WS-CUST-LOAN-INTEREST     PIC S9(10)V99.
           10 WS-CUST-PRIN-REPAID       PIC 9(10)V99.
       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-WL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TOTAL-WAIVED             PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-WAIVED-EDITED      PIC ZZZZZZZZZZZ9.99.
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
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUST-IDX                 PIC 9(04).
         05 WS-BEST-IDX                 PIC 9(04).
         05 WS-BEST-NET                 PIC S9(10)V99.
         05 WS-AMT-EDITED2              PIC +ZZZZZZZZZ9.99.
         05 WS-AMT-EDITED3              PIC +ZZZZZZZZZ9.99.
         05 WS-AMT-EDITED4              PIC +ZZZZZZZZZ9.99.
         05 WS-AMT-EDITED5              PIC +ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           PERFORM F-INIT
           PERFORM F-WALK-ACCOUNTS
           PERFORM F-ROLL-UP-LOANS
           PERFORM F-ROLL-UP-WAIVERS
           PERFORM F-FINALIZE-TOTALS
           PERFORM F-WRITE-REPORT
           PERFORM F-FINISH
       F-WALK-ACCOUNTS SECTION.
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER
           MOVE 0                          TO WS-ACC-CONT-ID

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
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
               ADD O-TRANS-AMMOUNT(IND-2)
                        TO WS-CUST-FEES(WS-CUST-IDX)
             WHEN "DEBITINT"
               ADD O-TRANS-AMMOUNT(IND-2)
                        TO WS-CUST-DEBIT-INT(WS-CUST-IDX)
             WHEN "WITHDRAW"
      *        LOANRUN/STANDRUN STAMP "LOAN nnnnn ..." ON THE
      *        COLLECTION WITHDRAWALS THEY POST.
           .
       F-ROLL-UP-LOANS-END.
           EXIT.
      ******************************************************************
       F-ROLL-UP-WAIVERS SECTION.
      *    FEES A WAIVER RULE LET GO, PER CUSTOMER -- NO LOG YET MEANS
      *    NOTHING WAS EVER WAIVED.
           OPEN INPUT WAIVER-LOG-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WAIVER-LOG-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD WL-WAIVED-AMOUNT      TO WS-TOTAL-WAIVED
                 MOVE WL-CUSTOMER-ID       TO WS-CUR-CUSTOMERID
                 PERFORM F-FIND-CUSTOMER-SLOT
                 IF WS-CUST-IDX > 0
                   ADD WL-WAIVED-AMOUNT    TO
                       WS-CUST-FEES-WAIVED(WS-CUST-IDX)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE WAIVER-LOG-FILE
           .
       F-ROLL-UP-WAIVERS-END.
           EXIT.
      ******************************************************************
       F-FINALIZE-TOTALS SECTION.
           PERFORM VARYING IND-3 FROM 1 BY 1

             COMPUTE WS-CUST-NET(IND-3) =
                 WS-CUST-FEES(IND-3)
                 + WS-CUST-DEBIT-INT(IND-3)
                 + WS-CUST-LOAN-INTEREST(IND-3)
                 - WS-CUST-INT-PAID(IND-3)
             MOVE "N"                      TO WS-CUST-RANKED(IND-3)
                                           TO PROFIT-LINE
           WRITE PROFIT-LINE
           STRING
             "CUST | INTEREST PAID | FEES COLLECTED | FEES WAIVED |"
             " DEBIT INTEREST | LOAN INTEREST | AVG BALANCE | NET"
             INTO PROFIT-LINE
           END-STRING
           WRITE PROFIT-LINE
             PERFORM F-WRITE-CUSTOMER-LINE
           END-PERFORM

           MOVE WS-TOTAL-WAIVED            TO WS-TOTAL-WAIVED-EDITED
           MOVE SPACES                     TO PROFIT-LINE
           STRING "TOTAL FEES WAIVED BY RELATIONSHIP RULES: "
                  FUNCTION TRIM(WS-TOTAL-WAIVED-EDITED)
             DELIMITED BY SIZE INTO PROFIT-LINE
           END-STRING
           WRITE PROFIT-LINE

           PERFORM F-WRITE-RANKED-SUMMARY
           CLOSE PROFIT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
           MOVE WS-CUST-FEES(IND-3)        TO WS-AMT-EDITED2
           MOVE WS-CUST-LOAN-INTEREST(IND-3) TO WS-AMT-EDITED3
           MOVE WS-CUST-AVG-BALANCE(IND-3) TO WS-AMT-EDITED4
           MOVE WS-CUST-DEBIT-INT(IND-3)   TO WS-AMT-EDITED5
           STRING
             WS-CUST-ID(IND-3)
             " | " FUNCTION TRIM(WS-AMT-EDITED)
             " | " FUNCTION TRIM(WS-AMT-EDITED2)
             INTO PROFIT-LINE
           END-STRING
           MOVE WS-CUST-FEES-WAIVED(IND-3) TO WS-AMT-EDITED2
           STRING
             FUNCTION TRIM(PROFIT-LINE)
             " | " FUNCTION TRIM(WS-AMT-EDITED2)
             " | " FUNCTION TRIM(WS-AMT-EDITED5)
             " | " FUNCTION TRIM(WS-AMT-EDITED3)
             " | " FUNCTION TRIM(WS-AMT-EDITED4)
             INTO PROFIT-LINE
           EXIT.
      ******************************************************************
       F-WRITE-RANKED-SUMMARY SECTION.
      *    TOP CONTRIBUTORS BY NET (FEES + DEBIT INTEREST + LOAN
      *    INTEREST - INTEREST PAID), PICKED BY REPEATED MAX SCAN --
      *    THIS CODEBASE HAS NO SORT FACILITY, SAME NOTE AS
      *    EODRECON'S POSITION SUMMARY.
           MOVE SPACES                     TO PROFIT-LINE
           WRITE PROFIT-LINE
           MOVE "===== TOP CONTRIBUTORS BY NET ====="
