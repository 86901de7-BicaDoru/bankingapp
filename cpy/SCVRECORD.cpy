      *> RECORD LAYOUT FOR THE DEPOSIT GUARANTEE FUND'S SINGLE
      *> CUSTOMER VIEW FILE (files/reports/DGS_SCV_<yyyymmdd>.txt)
      *> WRITTEN BY DEPINSRPT. FIXED 250-BYTE LINES: ONE HEADER, ONE
      *> "D" RECORD PER DEPOSITOR HOLDING ELIGIBLE DEPOSITS, ONE
      *> TRAILER WITH THE CONTROL TOTALS. AMOUNTS ARE IN THE
      *> REPORTING CURRENCY WITH TWO IMPLIED DECIMALS; A JOINT
      *> ACCOUNT IS SPLIT EQUALLY BETWEEN ITS OWNERS BEFORE IT
      *> REACHES SV-D-JOINT.
       01  SCV-RECORD.
           05 SV-RECORD-TYPE           PIC X(01).
             88 SV-IS-HEADER           VALUE "H".
             88 SV-IS-DEPOSITOR        VALUE "D".
             88 SV-IS-TRAILER          VALUE "T".
           05 SV-BODY                  PIC X(249).
           05 SV-HEADER REDEFINES SV-BODY.
             10 SV-H-INSTITUTION-ID    PIC X(10).
             10 SV-H-AS-OF-DATE        PIC 9(08).
             10 SV-H-CURRENCY          PIC X(03).
             10 SV-H-COVER-LIMIT       PIC 9(10)V99.
             10 FILLER                 PIC X(216).
           05 SV-DEPOSITOR REDEFINES SV-BODY.
             10 SV-D-CUSTOMERID        PIC 9(09).
             10 SV-D-NAME              PIC X(50).
             10 SV-D-ADDRESS           PIC X(50).
             10 SV-D-BRANCH-ID         PIC 9(03).
             10 SV-D-ACCOUNT-COUNT     PIC 9(04).
             10 SV-D-SOLE              PIC 9(12)V99.
             10 SV-D-JOINT             PIC 9(12)V99.
             10 SV-D-TERM              PIC 9(12)V99.
             10 SV-D-ELIGIBLE          PIC 9(12)V99.
             10 SV-D-COVERED           PIC 9(12)V99.
             10 SV-D-UNCOVERED         PIC 9(12)V99.
             10 FILLER                 PIC X(49).
           05 SV-TRAILER REDEFINES SV-BODY.
             10 SV-T-DEPOSITOR-COUNT   PIC 9(07).
             10 SV-T-ELIGIBLE-TOTAL    PIC 9(14)V99.
             10 SV-T-COVERED-TOTAL     PIC 9(14)V99.
             10 SV-T-UNCOVERED-TOTAL   PIC 9(14)V99.
             10 FILLER                 PIC X(194).
