      *  linked account (same DB-call sequence STANDRUN uses for a
      *  standing order), splits the payment into interest (on the
      *  remaining principal) and principal, reduces the remaining
      *  principal, and advances LN-NEXT-DUE-DATE one step of the
      *  loan's calendar rule (monthly on its due day unless LOANORD
      *  DUEDAY set another -- see SCHEDDATE), the same schedule step
      *  STANDRUN uses for standing orders. A loan whose
      *  remaining principal reaches zero is marked paid off; a
      *  payment that can't be covered by the account balance is
      *  left due and reported, not partially collected -- unless
      *  the account's overdraft protection (ODPROTECT) can top it up
      *  from a linked savings account first. Every payment
      *  collected is posted, split the same way, to the loan
      *  sub-ledger (see LOANLEDGER). A staged loan still in drawdown
      *  (see LOANFACILITYRECORD) is charged interest only on what it
      *  has drawn so far.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-DATEROLL             VALUE "DATEROLL            ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-ODPROTECT            VALUE "ODPROTECT           ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".

       01 CONSTANTS.
      *    BUSINESS-CALENDAR DATE-ROLL RULE (SEE DATEROLL.cbl).
         05 WS-LOANS-SERVICED           PIC 9(07) VALUE 0.
         05 WS-LOANS-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-LOANS-PAID-OFF           PIC 9(07) VALUE 0.
         05 WS-ODP-TRANSFERS            PIC 9(07) VALUE 0.

         05 WS-BF-ACC-BALANCE           PIC 9(10)V99.
         05 WS-BF-ACC-CURRENCY          PIC X(03).
         05 WS-BF-NEW-BALANCE           PIC 9(10)V99.
         05 WS-MONTHLY-RATE             PIC 9V9(6) VALUE 0.
         05 WS-INTEREST-PORTION         PIC 9(10)V99.
         05 WS-PRINCIPAL-PORTION        PIC 9(10)V99.
         05 WS-PAYMENT-DUE              PIC 9(10)V99.

      *    CARRIES THE INTEREST PORTION OF A LOAN PAYMENT ALONG IN THE
      *    WITHDRAW POSTING'S MEMO, SINCE THE POSTING ITSELF IS
         05 FILLER                      PIC X(05) VALUE "LOAN ".
         05 WS-LPM-LOAN-ID              PIC 9(05).
         05 FILLER                      PIC X(05) VALUE " INT ".
         05 WS-LPM-INTEREST             PIC 9(10)V99.
         05 FILLER                      PIC X(15) VALUE SPACES.

       01 LOCK-VARS.
       COPY FILELOCKINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY DATEROLLINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY ODPROTECTINTERFACE.
       COPY LOANLEDGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
             " | PAID OFF: ",
             FUNCTION TRIM(WS-LOANS-PAID-OFF),
             " | SKIPPED: ",
             FUNCTION TRIM(WS-LOANS-SKIPPED),
             " | OD PROTECTED: ",
             FUNCTION TRIM(WS-ODP-TRANSFERS)
             INTO LOANRUN-LINE
           END-STRING
           WRITE LOANRUN-LINE
             MOVE LN-MONTHLY-PAYMENT       TO WS-PAYMENT-DUE
           END-IF

      *    A STAGED LOAN STILL IN DRAWDOWN PAYS INTEREST ONLY ON WHAT
      *    HAS BEEN DRAWN (SEE LOANFACILITYRECORD) -- NOTHING AT ALL
      *    BEFORE ITS FIRST TRANCHE, WHEN ONLY THE DUE DATE MOVES ON.
           IF LN-DISBURSE-STAGED
             MOVE WS-INTEREST-PORTION      TO WS-PAYMENT-DUE
             IF WS-PAYMENT-DUE = 0
               PERFORM F-ADVANCE-NEXT-DUE-DATE
               REWRITE LOAN-RECORD
               EXIT SECTION
             END-IF
           END-IF

           COMPUTE WS-PRINCIPAL-PORTION =
                   WS-PAYMENT-DUE - WS-INTEREST-PORTION

             SET FG-LOAN-OK-N              TO TRUE
           END-IF

      *    A SHORT ACCOUNT WITH OVERDRAFT PROTECTION IS TOPPED UP
      *    FROM ITS LINKED SAVINGS ACCOUNT BEFORE THE PAYMENT IS LEFT
      *    DUE (SEE ODPROTECT).
           IF FG-LOAN-OK-Y
           AND WS-PAYMENT-DUE > WS-BF-ACC-BALANCE
             PERFORM F-OVERDRAFT-PROTECT
           END-IF

           IF FG-LOAN-OK-Y
           AND WS-PAYMENT-DUE > WS-BF-ACC-BALANCE
             SET FG-LOAN-OK-N              TO TRUE
               PERFORM F-ADVANCE-NEXT-DUE-DATE
             END-IF
             REWRITE LOAN-RECORD
             PERFORM F-POST-REPAYMENT
             PERFORM F-WRITE-RESULT-LINE
           ELSE
             ADD 1                         TO WS-LOANS-SKIPPED
           .
       F-SERVICE-LOAN-END.
           EXIT.
      ******************************************************************
       F-POST-REPAYMENT SECTION.
      *    THE COLLECTED PAYMENT GOES ON THE LOAN SUB-LEDGER SPLIT THE
      *    SAME WAY AS ABOVE; THE WITHDRAWAL IS ITS CASH SIDE (SEE
      *    LOANLEDGER).
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-REPAYMENT        TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-PRINCIPAL-PORTION       TO I-LL-PRINCIPAL
           MOVE WS-INTEREST-PORTION        TO I-LL-INTEREST
           COMPUTE I-LL-OPEN-BALANCE =
                   LN-REMAINING-PRINCIPAL + WS-PRINCIPAL-PORTION
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           .
       F-POST-REPAYMENT-END.
           EXIT.
      ******************************************************************
       F-COLLECT-PAYMENT SECTION.
           COMPUTE WS-BF-NEW-BALANCE =
           .
       F-COLLECT-PAYMENT-END.
           EXIT.
      ******************************************************************
       F-OVERDRAFT-PROTECT SECTION.
           INITIALIZE ODPROTECT-INTERFACE
           SET I-ODP-OP-COVER              TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ODP-ACCOUNTID
           COMPUTE I-ODP-AMOUNT =
                   WS-PAYMENT-DUE - WS-BF-ACC-BALANCE
           MOVE PGM-ID                     TO I-ODP-REFERENCE
           SET PGNAME-ODPROTECT            TO TRUE
           CALL PROGNAME USING ODPROTECT-INTERFACE

           IF ODPROTECT-STATUS-OK
             MOVE O-ODP-NEW-BALANCE        TO WS-BF-ACC-BALANCE
             ADD 1                         TO WS-ODP-TRANSFERS
           END-IF
           .
       F-OVERDRAFT-PROTECT-END.
           EXIT.
      ******************************************************************
       F-ADVANCE-NEXT-DUE-DATE SECTION.
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
       F-ADVANCE-NEXT-DUE-DATE-END.
           EXIT.
