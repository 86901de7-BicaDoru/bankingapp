      *> RECORD LAYOUT FOR THE INDEXED LOAN RISK-SCORE FILE
      *> files/loanriskscore.dat. LOANORD ADD WRITES ONE ROW PER LOAN
      *> IT BOOKS, KEEPING THE CREDIT-RISK CHECK'S RESULT AT
      *> ORIGINATION (SEE LOANORD.F-CHECK-CREDIT-RISK) SO LATER
      *> PROCESSES CAN SEE HOW MARGINAL THE BORROWER WAS WITHOUT
      *> RE-WALKING THE ACCOUNT HISTORY. A LOAN BOOKED BEFORE THIS
      *> FILE EXISTED HAS NO ROW -- READ THAT AS "NOT SCORED", NOT AS
      *> POOR. KEPT OFF LOAN-RECORD SO loans.dat KEEPS ITS LENGTH.
       01  LOAN-RISK-SCORE-RECORD.
           05 LRS-LOAN-ID              PIC 9(05).
      *    HOW MANY OF THE THREE SIGNALS SCORED POOR (0-3).
           05 LRS-POOR-COUNT           PIC 9(01).
      *    LOAN-TO-VALUE AT ORIGINATION, ZERO FOR AN UNSECURED LOAN.
           05 LRS-LTV-PCT              PIC 9(05)V99.
           05 LRS-SCORED-DATE          PIC 9(08).
