      *> Tax residency (CRS/FATCA) settings for TAXRESMAINT,
      *> TAXINDICIA and CRSRPT, the same convention as NOTICECONFIG:
      *> COPY this into a program's own 01 CONSTANTS group.
      *>
      *> THE BANK'S OWN JURISDICTION -- RESIDENCE HERE IS NEVER
      *> REPORTABLE, AND THE SAME CODE STARTS EVERY IBAN ACCBO ISSUES.
         05 K-TAX-HOME-COUNTRY         PIC X(02) VALUE "RO".
      *> UP TO THIS MANY RESIDENCE COUNTRIES PER SELF-CERTIFICATION
      *> (MUST MATCH THE OCCURS IN TAXRESRECORD).
         05 K-TAX-MAX-COUNTRIES        PIC 9(01) VALUE 5.
      *> REPORTING INSTITUTION IDENTIFIERS FOR THE EXCHANGE FILES.
         05 K-CRS-SENDER-ID            PIC X(20)
                                       VALUE "RO-BANC-0001".
         05 K-FATCA-GIIN               PIC X(19)
                                       VALUE "BANC01.00000.LE.642".
      *> COUNTRY NAMES TAXINDICIA LOOKS FOR AS WHOLE WORDS IN A
      *> CUSTOMER'S ADDRESS: ISO CODE, NAME, NAME LENGTH. A NEW
      *> COUNTRY IS A NEW ROW HERE AND A BUMP OF K-TAX-NAME-COUNT.
         05 K-TAX-NAME-COUNT           PIC 9(02) VALUE 18.
         05 K-TAX-NAME-INIT.
           10 FILLER PIC X(02) VALUE "DE".
           10 FILLER PIC X(20) VALUE "GERMANY".
           10 FILLER PIC 9(02) VALUE 07.
           10 FILLER PIC X(02) VALUE "DE".
           10 FILLER PIC X(20) VALUE "DEUTSCHLAND".
           10 FILLER PIC 9(02) VALUE 11.
           10 FILLER PIC X(02) VALUE "FR".
           10 FILLER PIC X(20) VALUE "FRANCE".
           10 FILLER PIC 9(02) VALUE 06.
           10 FILLER PIC X(02) VALUE "IT".
           10 FILLER PIC X(20) VALUE "ITALY".
           10 FILLER PIC 9(02) VALUE 05.
           10 FILLER PIC X(02) VALUE "IT".
           10 FILLER PIC X(20) VALUE "ITALIA".
           10 FILLER PIC 9(02) VALUE 06.
           10 FILLER PIC X(02) VALUE "ES".
           10 FILLER PIC X(20) VALUE "SPAIN".
           10 FILLER PIC 9(02) VALUE 05.
           10 FILLER PIC X(02) VALUE "GB".
           10 FILLER PIC X(20) VALUE "UNITED KINGDOM".
           10 FILLER PIC 9(02) VALUE 14.
           10 FILLER PIC X(02) VALUE "GB".
           10 FILLER PIC X(20) VALUE "ENGLAND".
           10 FILLER PIC 9(02) VALUE 07.
           10 FILLER PIC X(02) VALUE "US".
           10 FILLER PIC X(20) VALUE "UNITED STATES".
           10 FILLER PIC 9(02) VALUE 13.
           10 FILLER PIC X(02) VALUE "US".
           10 FILLER PIC X(20) VALUE "USA".
           10 FILLER PIC 9(02) VALUE 03.
           10 FILLER PIC X(02) VALUE "AT".
           10 FILLER PIC X(20) VALUE "AUSTRIA".
           10 FILLER PIC 9(02) VALUE 07.
           10 FILLER PIC X(02) VALUE "NL".
           10 FILLER PIC X(20) VALUE "NETHERLANDS".
           10 FILLER PIC 9(02) VALUE 11.
           10 FILLER PIC X(02) VALUE "BE".
           10 FILLER PIC X(20) VALUE "BELGIUM".
           10 FILLER PIC 9(02) VALUE 07.
           10 FILLER PIC X(02) VALUE "CH".
           10 FILLER PIC X(20) VALUE "SWITZERLAND".
           10 FILLER PIC 9(02) VALUE 11.
           10 FILLER PIC X(02) VALUE "HU".
           10 FILLER PIC X(20) VALUE "HUNGARY".
           10 FILLER PIC 9(02) VALUE 07.
           10 FILLER PIC X(02) VALUE "BG".
           10 FILLER PIC X(20) VALUE "BULGARIA".
           10 FILLER PIC 9(02) VALUE 08.
           10 FILLER PIC X(02) VALUE "MD".
           10 FILLER PIC X(20) VALUE "MOLDOVA".
           10 FILLER PIC 9(02) VALUE 07.
           10 FILLER PIC X(02) VALUE "CA".
           10 FILLER PIC X(20) VALUE "CANADA".
           10 FILLER PIC 9(02) VALUE 06.
         05 K-TAX-NAME-TABLE REDEFINES K-TAX-NAME-INIT.
           10 K-TAX-NAME-ELEM          OCCURS 18 TIMES.
             15 K-TAX-NAME-COUNTRY     PIC X(02).
             15 K-TAX-NAME             PIC X(20).
             15 K-TAX-NAME-LEN         PIC 9(02).
