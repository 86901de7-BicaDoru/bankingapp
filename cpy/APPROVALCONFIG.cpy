      *    A SINGLE TRANSFER AT OR ABOVE THIS AMOUNT IS NOT POSTED
      *    STRAIGHT AWAY -- IT IS HELD PENDING A SECOND APPROVER (SEE
      *    TRANSFERBO.F-CREATE-APPROVAL-REQUEST AND TRANSAPPR.cbl).
         05 K-APPROVAL-AMOUNT-THRESHOLD  PIC 9(10)V99 VALUE 20000.00.

      *    A SINGLE WITHDRAWAL/FEE AT OR ABOVE THIS AMOUNT IS NOT
      *    POSTED STRAIGHT AWAY -- IT IS HELD PENDING A SECOND
      *    APPROVER (SEE ACCBO.F-CREATE-WITHDRAWAL-APPROVAL-REQUEST
      *    AND WDRAPPR.cbl).
         05 K-WITHDRAWAL-APPROVAL-THRESHOLD PIC 9(10)V99 VALUE 5000.00.

      *    A PENDING APPROVAL (TRANSFER, WITHDRAWAL, OR CUSTOMER
      *    DELETE) STILL WAITING THIS MANY HOURS AFTER IT WAS RAISED
