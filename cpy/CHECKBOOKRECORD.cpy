      *> RECORD LAYOUT FOR THE INDEXED CHECK-BOOK REGISTER
      *> (files/checkbooks.dat), ONE ROW PER BOOK OF CHECKS ISSUED TO
      *> AN ACCOUNT, KEYED BY THE ACCOUNT AND THE FIRST SERIAL IN THE
      *> BOOK. MAINTAINED BY CHECKBOOK; CHECKINWARD ONLY PAYS A
      *> PRESENTED CHECK WHOSE SERIAL FALLS IN AN ACTIVE BOOK OF THE
      *> DRAWER'S ACCOUNT. A CANCELLED BOOK (LOST OR STOLEN) STOPS
      *> EVERY SERIAL IN IT NOT ALREADY PAID.
      *> THE ROW WITH CB-SERIAL-FROM 0000000 IS THE ACCOUNT'S CONTROL
      *> ROW (CB-CONTROL VIEW) -- NO REAL BOOK STARTS AT SERIAL ZERO.
      *> IT CARRIES THE POSITIVE-PAY ENROLMENT: WHILE ENROLLED, A
      *> PRESENTED CHECK IS ONLY PAID WHEN THE CUSTOMER HAS LISTED IT
      *> AS ISSUED WITH THE SAME AMOUNT (SEE CHECKSERIALRECORD).
       01  CHECK-BOOK-RECORD.
           05 CB-KEY.
             10 CB-ACCOUNT-ID          PIC 9(09).
             10 CB-SERIAL-FROM         PIC 9(07).
           05 CB-DETAIL.
             10 CB-SERIAL-TO           PIC 9(07).
             10 CB-ISSUED-DATE         PIC 9(08).
             10 CB-ISSUED-BY           PIC 9(09).
             10 CB-STATUS              PIC X(01).
               88 CB-IS-ACTIVE         VALUE "A".
               88 CB-IS-CANCELLED      VALUE "C".
             10 CB-CANCELLED-DATE      PIC 9(08).
             10 CB-CANCELLED-BY        PIC 9(09).
             10 FILLER                 PIC X(10).
           05 CB-CONTROL REDEFINES CB-DETAIL.
             10 CB-POSPAY              PIC X(01).
               88 CB-POSPAY-ENROLLED   VALUE "Y".
               88 CB-POSPAY-NOT-ENROLLED VALUES "N" " ".
             10 CB-POSPAY-DATE         PIC 9(08).
             10 CB-POSPAY-BY           PIC 9(09).
             10 FILLER                 PIC X(30).
