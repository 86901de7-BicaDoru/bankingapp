      *> SUCCEEDS.
       01  COLLATERAL-RECORD.
           05 CL-ID                    PIC 9(05).
           05 CL-CUSTOMER-ID           PIC 9(09).
           05 CL-LOAN-ID               PIC 9(05).
           05 CL-TYPE                  PIC X(10).
           05 CL-DESCRIPTION           PIC X(40).
           05 CL-APPRAISED-VALUE       PIC 9(10)V99.
           05 CL-APPRAISAL-DATE        PIC 9(08).
           05 CL-STATUS                PIC X(01).
             88 CL-IS-ACTIVE           VALUE "A".
