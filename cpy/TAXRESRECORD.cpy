      *> RECORD LAYOUT FOR THE INDEXED TAX RESIDENCY FILE
      *> (files/taxresidency.dat), ONE ROW PER CUSTOMER, KEPT BESIDE
      *> THE KYC DOCUMENT FILE AND MAINTAINED BY TAXRESMAINT. HOLDS
      *> THE CUSTOMER'S SELF-CERTIFIED COUNTRIES OF TAX RESIDENCE
      *> (WITH THE FOREIGN TAX ID FOR EACH) AND THE FATCA US-PERSON
      *> DECLARATION. TAXINDICIA ADDS A ROW OF ITS OWN FOR A CUSTOMER
      *> WHOSE ADDRESS OR INCOMING PAYMENTS POINT ABROAD WITHOUT A
      *> CERTIFICATION THAT EXPLAINS IT; CRSRPT READS THE FILE TO
      *> DECIDE WHO IS REPORTABLE, AND TO WHICH COUNTRY.
       01  TAX-RESIDENCY-RECORD.
           05 TR-CUSTOMERID            PIC 9(09).
      *    ZERO UNTIL THE CUSTOMER HAS SIGNED A SELF-CERTIFICATION.
           05 TR-SELFCERT-DATE         PIC 9(08).
           05 TR-US-PERSON             PIC X(01).
             88 TR-IS-US-PERSON        VALUE "Y".
             88 TR-NOT-US-PERSON       VALUES "N" " ".
           05 TR-COUNTRY-COUNT         PIC 9(01).
           05 TR-COUNTRY-ELEM          OCCURS 5 TIMES.
             10 TR-COUNTRY             PIC X(02).
      *      "NONE" WHEN THE COUNTRY ISSUES NO TAX ID TO THE CUSTOMER.
             10 TR-TIN                 PIC X(20).
      *    LATEST FOREIGN INDICIUM TAXINDICIA FOUND FOR THE CUSTOMER.
      *    OPEN UNTIL THE CUSTOMER SELF-CERTIFIES; A CERTIFICATION
      *    MARKS IT REVIEWED, AND THE SAME COUNTRY IS NOT RAISED
      *    AGAIN WHILE THE CERTIFICATION STANDS.
           05 TR-INDICIA-STATUS        PIC X(01).
             88 TR-INDICIA-NONE        VALUE " ".
             88 TR-INDICIA-OPEN        VALUE "O".
             88 TR-INDICIA-REVIEWED    VALUE "R".
           05 TR-INDICIA-COUNTRY       PIC X(02).
           05 TR-INDICIA-SOURCE        PIC X(01).
             88 TR-INDICIA-ADDRESS     VALUE "A".
             88 TR-INDICIA-INWARD      VALUE "W".
           05 TR-INDICIA-DATE          PIC 9(08).
           05 TR-UPDATED-DATE          PIC 9(08).
           05 FILLER                   PIC X(20).
