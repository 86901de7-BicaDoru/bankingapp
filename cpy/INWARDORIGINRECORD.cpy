      *> RECORD LAYOUT FOR THE APPEND-ONLY FOREIGN-ORIGIN CREDIT LOG
      *> (files/inwardorigin.dat). ACHBATCH WRITES ONE LINE FOR EVERY
      *> CREDIT IT POSTS WHOSE ORIGINATOR IBAN IS FROM OUTSIDE
      *> K-TAX-HOME-COUNTRY (SEE TAXRESCONFIG); TAXINDICIA READS IT
      *> AS THE INCOMING-PAYMENT INDICIUM OF FOREIGN TAX RESIDENCE.
       01  INWARD-ORIGIN-RECORD.
           05 IO-POST-DATE             PIC 9(08).
           05 IO-CUSTOMER-ID           PIC 9(09).
           05 IO-ACCOUNT-ID            PIC 9(09).
           05 IO-COUNTRY               PIC X(02).
           05 IO-ORIG-IBAN             PIC X(30).
           05 IO-AMOUNT                PIC 9(10)V99.
           05 IO-CURRENCY              PIC X(03).
           05 IO-REFERENCE             PIC X(20).
