      *> RECORD LAYOUT FOR THE INDEXED VIRTUAL IBAN COLLECTIONS
      *> LEDGER (files/vibancoll.dat), ONE ROW PER CREDIT ACHBATCH
      *> POSTED TO A PARENT ACCOUNT THROUGH ONE OF ITS VIRTUAL IBANS
      *> (SEE VIBANRECORD). THE KEY ORDER -- PARENT ACCOUNT, VIRTUAL
      *> IBAN, DATE, REFERENCE -- IS THE ORDER VIBANRPT REPORTS IN.
      *> VC-REPORTED-DATE IS ZERO UNTIL VIBANRPT HAS SENT THE ROW TO
      *> THE CLIENT.
       01  VIBAN-COLL-RECORD.
           05 VC-KEY.
             10 VC-ACCOUNT-ID          PIC 9(09).
             10 VC-VIBAN               PIC X(30).
             10 VC-POST-DATE           PIC 9(08).
             10 VC-REFERENCE           PIC X(20).
           05 VC-AMOUNT                PIC 9(10)V99.
           05 VC-CURRENCY              PIC X(03).
      *    THE VIRTUAL IBAN'S TAG AS IT STOOD WHEN THE MONEY ARRIVED.
           05 VC-TAG-TYPE              PIC X(01).
           05 VC-TAG                   PIC X(35).
           05 VC-POSTED-TS             PIC X(22).
           05 VC-REPORTED-DATE         PIC 9(08).
           05 FILLER                   PIC X(20).
