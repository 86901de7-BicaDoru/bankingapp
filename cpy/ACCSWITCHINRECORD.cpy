      *> RECORD LAYOUT FOR THE FLAT LIST THE OLD BANK SENDS FOR AN
      *> ACCOUNT SWITCH (files/switch_in_<switchid>.txt), READ BY
      *> ACCSWITCH IMPORT. ONE LINE PER STANDING ORDER THE OLD
      *> ACCOUNT PAYS OUT ("SO") OR PER RECURRING PAYER INTO IT
      *> ("PY"). THE FREQUENCY IS WRITTEN THE WAY STANDORD TAKES IT:
      *> A NUMBER OF DAYS OR A CALENDAR RULE (Mdd, Qdd, Hdd, Add, L).
       01  SWITCH-IN-RECORD.
           05 SWI-TYPE                 PIC X(02).
             88 SWI-IS-STANDING-ORDER  VALUE "SO".
             88 SWI-IS-PAYER           VALUE "PY".
           05 SWI-DATA                 PIC X(120).
           05 SWI-SO-DATA REDEFINES SWI-DATA.
             10 SWI-SO-DEST-IBAN       PIC X(30).
             10 SWI-SO-AMOUNT          PIC 9(08)V99.
             10 SWI-SO-CURRENCY        PIC X(03).
             10 SWI-SO-FREQUENCY       PIC X(05).
             10 SWI-SO-NEXT-DATE       PIC 9(08).
             10 SWI-SO-PAYEE           PIC X(35).
             10 FILLER                 PIC X(29).
           05 SWI-PY-DATA REDEFINES SWI-DATA.
             10 SWI-PY-NAME            PIC X(35).
             10 SWI-PY-IBAN            PIC X(30).
             10 SWI-PY-AMOUNT          PIC 9(08)V99.
             10 SWI-PY-REFERENCE       PIC X(20).
             10 FILLER                 PIC X(25).
