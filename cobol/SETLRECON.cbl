         05 WS-SRC-IBAN                 PIC X(30).
         05 WS-DEST-IBAN                PIC X(30).
         05 WS-AMOUNT-TOK               PIC X(20).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-CURRENCY                 PIC X(03).
         05 WS-ORIGIN                   PIC X(02).
           88 WS-ORIGIN-STANDORD         VALUE "SO".
      *    DETAIL FILE -- THEY HAVE A SOURCE ACCOUNT, SO BOTH THE GL
      *    AND EOD LEGS ARE CHECKED EXACTLY LIKE A STANDING ORDER.
           88 WS-ORIGIN-WIRE             VALUE "WI".
      *    GARNISHMENT REMITTANCES (ACHOUT OR WIRE GARNISH) PAY OUT
      *    FUNDS ALREADY CAPTURED FROM THE DEBTOR BY GARNRUN -- THE
      *    DEBITS WERE POSTED THERE, ACCOUNT BY ACCOUNT, SO LIKE A
      *    LOAN DISBURSEMENT THE LINE HAS NO SOURCE ACCOUNT TO CHECK.
           88 WS-ORIGIN-GARNISH          VALUE "GN".
      *    MERCHANT DIRECT DEBIT COLLECTIONS ARE DEBITS ON THE DEBTOR'S
      *    BANK -- NOTHING LEAVES ANY ACCOUNT HERE WHEN THE LINE IS
      *    SENT, AND THE MERCHANT IS ONLY CREDITED ON SETTLEMENT (SEE
      *    ACHRECON), SO THERE IS NO LEG TO CHECK EITHER.
           88 WS-ORIGIN-DDEBIT           VALUE "DD".
         05 WS-ORIGIN-ID-TOK            PIC X(10).
         05 WS-ORIGIN-ID                PIC 9(09).
         05 WS-SRC-ACCOUNTID            PIC 9(09).

         05 WS-GL-DATE                  PIC X(30).
         05 WS-GL-ACCOUNTID-TOK         PIC X(10).
      *    IS NEW MONEY, NOT DRAWN FROM A CUSTOMER BALANCE, SO THERE
      *    IS NO GL/EOD LEG ON THIS SIDE TO CHECK.
           IF WS-ORIGIN-LOAN
           OR WS-ORIGIN-GARNISH
           OR WS-ORIGIN-DDEBIT
             EXIT SECTION
           END-IF

                 EXIT PERFORM
               NOT AT END
                 IF EOD-LINE(1:9) = "MISMATCH "
                 AND EOD-LINE(18:9) = WS-SRC-ACCOUNTID
                   SET FG-EOD-MISMATCHED-Y TO TRUE
                 END-IF
             END-READ
