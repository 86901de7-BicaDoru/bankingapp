      *> RECORD LAYOUT FOR THE INDEXED STATEMENT-EXPORT REGISTER
      *> (files/stmtexport.dat), ONE ROW PER MACHINE-READABLE
      *> STATEMENT (MT940 + camt.053 PAIR) EVER DELIVERED TO A
      *> BUSINESS CUSTOMER'S OUTBOUND FOLDER. WRITTEN BY STMTEXPORT.
      *> KEYED ACCOUNT-FIRST, SAME AS THE STMTCYCLE REGISTER, SO ONE
      *> ACCOUNT'S WHOLE EXPORT HISTORY IS A SINGLE KEYED SWEEP.
       01  STMT-EXPORT-RECORD.
           05 SX-KEY.
             10 SX-ACCOUNT-ID          PIC 9(09).
             10 SX-STMT-DATE           PIC 9(08).
      *    CONTINUOUS PER ACCOUNT, NEVER REUSED FOR ANOTHER DATE -- THE
      *    CLIENT'S SOFTWARE CHECKS IT TO SPOT A MISSED FILE. CARRIED
      *    AS :28C: IN MT940 AND ElctrncSeqNb/LglSeqNb IN camt.053.
           05 SX-SEQ-NUMBER            PIC 9(05).
           05 SX-CUSTOMER-ID           PIC 9(09).
           05 SX-IBAN                  PIC X(30).
           05 SX-CURRENCY              PIC X(03).
           05 SX-OPENING-BAL           PIC S9(10)V99.
           05 SX-CLOSING-BAL           PIC S9(10)V99.
           05 SX-ENTRY-COUNT           PIC 9(05).
           05 SX-TOTAL-CREDIT          PIC 9(10)V99.
           05 SX-TOTAL-DEBIT           PIC 9(10)V99.
      *    N = NIGHTLY RUN, R = ON REQUEST (STMTEXPORT ACCOUNT).
           05 SX-ORIGIN                PIC X(01).
             88 SX-ORIGIN-NIGHTLY      VALUE "N".
             88 SX-ORIGIN-REQUEST      VALUE "R".
      *    1 ON THE FIRST DELIVERY, +1 FOR EVERY RE-DELIVERY OF THE
      *    SAME STATEMENT (SAME SEQUENCE NUMBER) ON REQUEST.
           05 SX-DELIVERY-COUNT        PIC 9(03).
           05 SX-PRODUCED-TS           PIC X(22).
           05 SX-MT940-FILE            PIC X(80).
           05 SX-CAMT-FILE             PIC X(80).
