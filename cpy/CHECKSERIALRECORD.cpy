      *> RECORD LAYOUT FOR THE INDEXED CHECK-SERIAL FILE
      *> (files/checkserials.dat), ONE ROW PER CHECK SERIAL THAT HAS
      *> HAD ANYTHING HAPPEN TO IT -- STOPPED BY THE CUSTOMER, LISTED
      *> AS ISSUED ON A POSITIVE-PAY FILE, OR PRESENTED THROUGH
      *> INWARD CLEARING. A SERIAL WITH NO ROW IS SIMPLY UNUSED.
      *> WRITTEN BY CHECKBOOK (STOP/UNSTOP) AND CHECKINWARD
      *> (POSITIVE-PAY LOAD, PRESENTMENT OUTCOME).
       01  CHECK-SERIAL-RECORD.
           05 CS-KEY.
             10 CS-ACCOUNT-ID          PIC 9(09).
             10 CS-SERIAL              PIC 9(07).
      *    POSITIVE PAY -- ZERO AMOUNT MEANS NOT LISTED AS ISSUED.
           05 CS-POSPAY-AMOUNT         PIC 9(10)V99.
           05 CS-POSPAY-PAYEE          PIC X(30).
           05 CS-POSPAY-ISSUE-DATE     PIC 9(08).
           05 CS-POSPAY-LOADED-DATE    PIC 9(08).
           05 CS-STOP                  PIC X(01).
             88 CS-IS-STOPPED          VALUE "Y".
             88 CS-NOT-STOPPED         VALUES "N" " ".
           05 CS-STOP-DATE             PIC 9(08).
      *    ZERO WHEN THE CUSTOMER VOIDED THE CHECK ON A POSITIVE-PAY
      *    FILE RATHER THAN A TELLER STOPPING IT.
           05 CS-STOP-BY               PIC 9(09).
           05 CS-STOP-REASON           PIC X(30).
      *    LAST PRESENTMENT THROUGH INWARD CLEARING. A RETURNED CHECK
      *    MAY BE PRESENTED AGAIN; A PAID ONE NEVER.
           05 CS-PRESENT-STATUS        PIC X(01).
             88 CS-NOT-PRESENTED       VALUE " ".
             88 CS-IS-PAID             VALUE "P".
             88 CS-IS-RETURNED         VALUE "R".
           05 CS-PRESENT-DATE          PIC 9(08).
           05 CS-PRESENT-AMOUNT        PIC 9(10)V99.
           05 CS-ITEM-REF              PIC X(20).
           05 CS-RETURN-CODE           PIC X(02).
