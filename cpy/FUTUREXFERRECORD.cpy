           05 FT-ID                    PIC 9(05).
           05 FT-SRC-IBAN              PIC X(30).
           05 FT-DEST-IBAN             PIC X(30).
           05 FT-AMOUNT                PIC 9(10)V99.
           05 FT-VALUE-DATE            PIC 9(08).
           05 FT-STATUS                PIC X(01).
             88 FT-IS-PENDING          VALUE "P".
             88 FT-IS-EXECUTED         VALUE "X".
             88 FT-IS-CANCELLED        VALUE "C".
             88 FT-IS-FAILED           VALUE "F".
           05 FT-REQUESTED-BY          PIC 9(09).
           05 FT-CAPTURED-TS           PIC X(22).
           05 FT-EXECUTED-TS           PIC X(22).
