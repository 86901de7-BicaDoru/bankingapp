      *> RECORD LAYOUT FOR THE ANNUAL CRS AND FATCA EXCHANGE FILES
      *> CRSRPT WRITES FOR THE TAX AUTHORITY (files/reports/
      *> CRS_<year>.txt AND FATCA_<year>.txt). FIXED 300-BYTE LINES:
      *> ONE HEADER, ONE "A" RECORD PER REPORTABLE ACCOUNT AND
      *> JURISDICTION, ONE TRAILER WITH THE CONTROL TOTALS. AMOUNTS
      *> ARE UNSIGNED WITH TWO IMPLIED DECIMALS -- AN OVERDRAWN
      *> ACCOUNT IS REPORTED WITH A ZERO BALANCE, AS THE STANDARD
      *> REQUIRES.
       01  CRS-EXCHANGE-RECORD.
           05 CX-RECORD-TYPE           PIC X(01).
             88 CX-IS-HEADER           VALUE "H".
             88 CX-IS-ACCOUNT          VALUE "A".
             88 CX-IS-TRAILER          VALUE "T".
           05 CX-BODY                  PIC X(299).
           05 CX-HEADER REDEFINES CX-BODY.
             10 CX-H-REGIME            PIC X(05).
             10 CX-H-SENDER-ID         PIC X(20).
             10 CX-H-SENDER-COUNTRY    PIC X(02).
             10 CX-H-GIIN              PIC X(19).
             10 CX-H-REPORT-YEAR       PIC 9(04).
             10 CX-H-CREATED-DATE      PIC 9(08).
             10 CX-H-MESSAGE-REF       PIC X(30).
             10 FILLER                 PIC X(211).
           05 CX-ACCOUNT REDEFINES CX-BODY.
             10 CX-A-JURISDICTION      PIC X(02).
             10 CX-A-CUSTOMERID        PIC 9(09).
             10 CX-A-NAME              PIC X(50).
             10 CX-A-ADDRESS           PIC X(50).
             10 CX-A-TIN               PIC X(20).
      *      "Y" -- REPORTED ON AN OPEN INDICIUM, NO SELF-CERTIFICATION.
             10 CX-A-UNDOCUMENTED      PIC X(01).
             10 CX-A-IBAN              PIC X(30).
             10 CX-A-CURRENCY          PIC X(03).
             10 CX-A-CLOSED            PIC X(01).
             10 CX-A-BALANCE           PIC 9(10)V99.
             10 CX-A-GROSS-INTEREST    PIC 9(10)V99.
             10 FILLER                 PIC X(109).
           05 CX-TRAILER REDEFINES CX-BODY.
             10 CX-T-CUSTOMER-COUNT    PIC 9(07).
             10 CX-T-ACCOUNT-COUNT     PIC 9(07).
             10 CX-T-BALANCE-TOTAL     PIC 9(12)V99.
             10 CX-T-INTEREST-TOTAL    PIC 9(12)V99.
             10 FILLER                 PIC X(257).
