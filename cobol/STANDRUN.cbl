      *  files/standord.dat for active orders due today or earlier,
      *  posts a TRANSFERDB record and updates both account balances
      *  the same way TRANSFERBO does for an interactive transfer, then
      *  advances SO-NEXT-RUN-DATE one step of the order's schedule
      *  (its calendar rule, else SO-FREQUENCY-DAYS -- see SCHEDDATE),
      *  rolled off a weekend/holiday. Standing
      *  orders are scoped to same-currency transfers only -- an order
      *  whose accounts don't match SO-CURRENCY is skipped (left due)
      *  rather than FX-converted. Every order that can't be executed
      *  has been collected is reported the same as any other
      *  insufficient-funds skip. A loan serviced here has its next due
      *  date advanced same as LOANRUN would, so LOANRUN does not
      *  collect it again if it runs later the same day, and the
      *  payment goes on the loan sub-ledger (see LOANLEDGER) exactly
      *  as LOANRUN posts it.
      *
      *  A loan payment or standing order the account cannot cover
      *  is first offered to the account's overdraft protection
      *  (ODPROTECT), which tops the account up from a linked savings
      *  account; only if that fails is it skipped and reported.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-TRANSFERDB           VALUE "TRANSFERDB          ".
         88 PGNAME-DATEROLL             VALUE "DATEROLL            ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".
         88 PGNAME-ODPROTECT            VALUE "ODPROTECT           ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".

       01 CONSTANTS.
      *    BUSINESS-CALENDAR DATE-ROLL RULE (SEE DATEROLL.cbl).
         05 WS-LOANS-SERVICED           PIC 9(07) VALUE 0.
         05 WS-LOANS-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-LOANS-PAID-OFF           PIC 9(07) VALUE 0.
         05 WS-ODP-TRANSFERS            PIC 9(07) VALUE 0.

      *    OVERDRAFT-PROTECTION TOP-UP (F-OVERDRAFT-PROTECT).
         05 WS-ODP-ACC-ID               PIC 9(09).
         05 WS-ODP-SHORTFALL            PIC 9(10)V99.

         05 WS-BUFFER.
           10 WS-BF-SRC-ACC-ID          PIC 9(09).
           10 WS-BF-SRC-BALANCE         PIC 9(10)V99.
           10 WS-BF-SRC-CURRENCY        PIC X(03).
           10 WS-BF-DEST-ACC-ID         PIC 9(09).
           10 WS-BF-DEST-BALANCE        PIC 9(10)V99.
           10 WS-BF-DEST-CURRENCY       PIC X(03).
           10 WS-BF-NEW-BALANCE         PIC 9(10)V99.

      *    LOAN-COLLECTION WORKING FIELDS, SAME COMPUTATION AS
      *    LOANRUN.F-SERVICE-LOAN.
         05 WS-LN-BF-ACC-BALANCE        PIC 9(10)V99.
         05 WS-LN-BF-ACC-CURRENCY       PIC X(03).
         05 WS-LN-BF-NEW-BALANCE        PIC 9(10)V99.
         05 WS-LN-MONTHLY-RATE          PIC 9V9(6) VALUE 0.
         05 WS-LN-INTEREST-PORTION      PIC 9(10)V99.
         05 WS-LN-PRINCIPAL-PORTION     PIC 9(10)V99.
         05 WS-LN-PAYMENT-DUE           PIC 9(10)V99.

      *    CARRIES THE INTEREST PORTION OF A LOAN PAYMENT ALONG IN THE
      *    WITHDRAW POSTING'S MEMO, SAME LAYOUT LOANRUN BUILDS IT IN --
         05 FILLER                      PIC X(05) VALUE "LOAN ".
         05 WS-LPM-LOAN-ID              PIC 9(05).
         05 FILLER                      PIC X(05) VALUE " INT ".
         05 WS-LPM-INTEREST             PIC 9(10)V99.
         05 FILLER                      PIC X(15) VALUE SPACES.

       01 LOCK-VARS.
       COPY LOGGERINTERFACE.
       COPY FILELOCKINTERFACE.
       COPY DATEROLLINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY ODPROTECTINTERFACE.
       COPY LOANLEDGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
             " | EXECUTED: ",
             FUNCTION TRIM(WS-ORDERS-EXECUTED),
             " | SKIPPED: ",
             FUNCTION TRIM(WS-ORDERS-SKIPPED),
             " | OD PROTECTED: ",
             FUNCTION TRIM(WS-ODP-TRANSFERS)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
             END-IF
           END-IF

      *    A SHORT SOURCE ACCOUNT WITH OVERDRAFT PROTECTION IS
      *    TOPPED UP FROM ITS LINKED SAVINGS ACCOUNT BEFORE THE ORDER
      *    IS SKIPPED FOR INSUFFICIENT FUNDS.
           IF FG-ORDER-OK-Y
           AND SO-AMOUNT > WS-BF-SRC-BALANCE
             MOVE WS-BF-SRC-ACC-ID         TO WS-ODP-ACC-ID
             COMPUTE WS-ODP-SHORTFALL =
                     SO-AMOUNT - WS-BF-SRC-BALANCE
             PERFORM F-OVERDRAFT-PROTECT
             IF ODPROTECT-STATUS-OK
               MOVE O-ODP-NEW-BALANCE      TO WS-BF-SRC-BALANCE
             END-IF
           END-IF

           IF FG-ORDER-OK-Y
             IF SO-AMOUNT > WS-BF-SRC-BALANCE
               SET FG-ORDER-OK-N           TO TRUE
             MOVE LN-MONTHLY-PAYMENT       TO WS-LN-PAYMENT-DUE
           END-IF

      *    A STAGED LOAN STILL IN DRAWDOWN PAYS INTEREST ONLY ON WHAT
      *    HAS BEEN DRAWN (SEE LOANFACILITYRECORD) -- NOTHING AT ALL
      *    BEFORE ITS FIRST TRANCHE, WHEN ONLY THE DUE DATE MOVES ON.
           IF LN-DISBURSE-STAGED
             MOVE WS-LN-INTEREST-PORTION    TO WS-LN-PAYMENT-DUE
             IF WS-LN-PAYMENT-DUE = 0
               PERFORM F-ADVANCE-LOAN-DUE-DATE
               REWRITE LOAN-RECORD
               EXIT SECTION
             END-IF
           END-IF

           COMPUTE WS-LN-PRINCIPAL-PORTION =
                   WS-LN-PAYMENT-DUE - WS-LN-INTEREST-PORTION

                                            TO WS-SKIP-REASON
           END-IF

           IF FG-LOAN-OK-Y
           AND WS-LN-PAYMENT-DUE > WS-LN-BF-ACC-BALANCE
             MOVE LN-ACCOUNT-ID             TO WS-ODP-ACC-ID
             COMPUTE WS-ODP-SHORTFALL =
                     WS-LN-PAYMENT-DUE - WS-LN-BF-ACC-BALANCE
             PERFORM F-OVERDRAFT-PROTECT
             IF ODPROTECT-STATUS-OK
               MOVE O-ODP-NEW-BALANCE       TO WS-LN-BF-ACC-BALANCE
             END-IF
           END-IF

           IF FG-LOAN-OK-Y
           AND WS-LN-PAYMENT-DUE > WS-LN-BF-ACC-BALANCE
             SET FG-LOAN-OK-N               TO TRUE
               PERFORM F-ADVANCE-LOAN-DUE-DATE
             END-IF
             REWRITE LOAN-RECORD
             PERFORM F-POST-LOAN-REPAYMENT
           ELSE
             ADD 1                          TO WS-LOANS-SKIPPED
             PERFORM F-WRITE-LOAN-EXCEPTION-LINE
           .
       F-SERVICE-DUE-LOAN-END.
           EXIT.
      ******************************************************************
       F-POST-LOAN-REPAYMENT SECTION.
      *    THE COLLECTED PAYMENT GOES ON THE LOAN SUB-LEDGER SPLIT THE
      *    SAME WAY AS ABOVE; THE WITHDRAWAL IS ITS CASH SIDE (SEE
      *    LOANLEDGER).
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-REPAYMENT        TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-LN-PRINCIPAL-PORTION    TO I-LL-PRINCIPAL
           MOVE WS-LN-INTEREST-PORTION     TO I-LL-INTEREST
           COMPUTE I-LL-OPEN-BALANCE =
                   LN-REMAINING-PRINCIPAL + WS-LN-PRINCIPAL-PORTION
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           .
       F-POST-LOAN-REPAYMENT-END.
           EXIT.
      ******************************************************************
       F-COLLECT-LOAN-PAYMENT SECTION.
           COMPUTE WS-LN-BF-NEW-BALANCE =
           EXIT.
      ******************************************************************
       F-ADVANCE-LOAN-DUE-DATE SECTION.
      *    THE LOAN'S CALENDAR RULE (SEE SCHEDDATE) -- MONTHLY ON THE
      *    DAY OF ITS DUE DATE UNLESS LOANORD SET ANOTHER -- STEPPED
      *    FROM THE DATE THE RULE NAMES, THEN ROLLED OFF A WEEKEND OR
      *    HOLIDAY, SO THE DUE DATE NO LONGER WALKS THROUGH THE
      *    CALENDAR.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-ADVANCE             TO TRUE
           SET I-SD-ENTITY-LOAN            TO TRUE
           MOVE LN-ID                      TO I-SD-ENTITY-ID
           SET I-SD-RULE-MONTH-DAY         TO TRUE
           MOVE 1                          TO I-SD-INTERVAL
           MOVE LN-NEXT-DUE-DATE           TO I-SD-DATE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK
             MOVE O-SD-DATE                TO LN-NEXT-DUE-DATE
           ELSE
             COMPUTE WS-SERIAL =
                     FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE) + 30
             COMPUTE LN-NEXT-DUE-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-SERIAL)
             MOVE LN-NEXT-DUE-DATE         TO WS-ROLL-DATE
             PERFORM UT-ROLL-TO-BUSINESS-DAY
             MOVE WS-ROLL-DATE             TO LN-NEXT-DUE-DATE
           END-IF
           .
       F-ADVANCE-LOAN-DUE-DATE-END.
           EXIT.
           .
       F-WRITE-LOAN-EXCEPTION-LINE-END.
           EXIT.
      ******************************************************************
       F-OVERDRAFT-PROTECT SECTION.
      *    PULLS WS-ODP-SHORTFALL ONTO WS-ODP-ACC-ID FROM ITS LINKED
      *    SAVINGS ACCOUNT (SEE ODPROTECT). NO LINK, OR A SHORTFALL
      *    THE LINK CANNOT COVER, LEAVES THE ACCOUNT AS IT WAS AND THE
      *    CALLER SKIPS THE DEBIT THE SAME AS BEFORE.
           INITIALIZE ODPROTECT-INTERFACE
           SET I-ODP-OP-COVER              TO TRUE
           MOVE WS-ODP-ACC-ID              TO I-ODP-ACCOUNTID
           MOVE WS-ODP-SHORTFALL           TO I-ODP-AMOUNT
           MOVE PGM-ID                     TO I-ODP-REFERENCE
           SET PGNAME-ODPROTECT            TO TRUE
           CALL PROGNAME USING ODPROTECT-INTERFACE

           IF ODPROTECT-STATUS-OK
             ADD 1                         TO WS-ODP-TRANSFERS
           END-IF
           .
       F-OVERDRAFT-PROTECT-END.
           EXIT.
      ******************************************************************
       F-POST-STANDING-TRANSFER SECTION.
           INITIALIZE TRANSFERDB-INTERFACE
           EXIT.
      ******************************************************************
       F-ADVANCE-NEXT-RUN-DATE SECTION.
      *    THE ORDER'S CALENDAR RULE WHEN IT HAS ONE (SEE SCHEDDATE),
      *    ELSE ITS SO-FREQUENCY-DAYS STRIDE -- EITHER WAY ROLLED OFF A
      *    WEEKEND OR HOLIDAY.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-ADVANCE             TO TRUE
           SET I-SD-ENTITY-SO              TO TRUE
           MOVE SO-ID                      TO I-SD-ENTITY-ID
           SET I-SD-RULE-DAYS              TO TRUE
           MOVE SO-FREQUENCY-DAYS          TO I-SD-INTERVAL
           MOVE SO-NEXT-RUN-DATE           TO I-SD-DATE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK
             MOVE O-SD-DATE                TO SO-NEXT-RUN-DATE
           ELSE
             COMPUTE WS-SERIAL =
                     FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
                     + SO-FREQUENCY-DAYS
             COMPUTE SO-NEXT-RUN-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-SERIAL)
             MOVE SO-NEXT-RUN-DATE         TO WS-ROLL-DATE
             PERFORM UT-ROLL-TO-BUSINESS-DAY
             MOVE WS-ROLL-DATE             TO SO-NEXT-RUN-DATE
           END-IF
           .
       F-ADVANCE-NEXT-RUN-DATE-END.
           EXIT.
