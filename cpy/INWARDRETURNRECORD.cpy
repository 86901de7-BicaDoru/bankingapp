      *> RECORD LAYOUT FOR THE FLAT INWARD-RETURN FILE WRITTEN BY
      *> CHECKINWARD FOR THE CLEARING HOUSE (files/
      *> inward_returns_<yyyymmdd>.txt). ONE LINE PER PRESENTED CHECK
      *> WE REFUSED TO PAY, CARRYING THE PRESENTMENT BACK WITH THE
      *> RETURN CODE.
       01  INWARD-RETURN-RECORD.
           05 ICR-ITEM-REF             PIC X(20).
           05 ICR-IBAN                 PIC X(30).
           05 ICR-SERIAL               PIC 9(07).
           05 ICR-AMOUNT               PIC 9(08)V99.
           05 ICR-CURRENCY             PIC X(03).
           05 ICR-PRESENTING-BANK      PIC X(11).
           05 ICR-RETURN-CODE          PIC X(02).
      *      NO SUCH ACCOUNT, OR ACCOUNT CLOSED.
             88 ICR-RC-NO-ACCOUNT      VALUE "NA".
      *      SERIAL NOT IN ANY CHECK BOOK ISSUED TO THE ACCOUNT.
             88 ICR-RC-BAD-SERIAL      VALUE "BS".
      *      SERIAL ALREADY PAID -- DUPLICATE PRESENTMENT.
             88 ICR-RC-ALREADY-PAID    VALUE "DP".
      *      STOPPED BY THE DRAWER, OR ITS BOOK CANCELLED.
             88 ICR-RC-STOPPED         VALUE "SP".
      *      POSITIVE-PAY ACCOUNT AND THE CHECK IS NOT LISTED AS
      *      ISSUED, OR IS LISTED WITH ANOTHER AMOUNT.
             88 ICR-RC-POSPAY-MISMATCH VALUE "PP".
             88 ICR-RC-CURRENCY        VALUE "CY".
      *      ACCOUNT HOLDER DECEASED -- DEBITS FROZEN.
             88 ICR-RC-DECEASED        VALUE "DC".
             88 ICR-RC-NO-FUNDS        VALUE "NF".
           05 ICR-RETURN-REASON        PIC X(30).
           05 ICR-TIMESTAMP            PIC X(22).
