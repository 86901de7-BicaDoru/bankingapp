           05 SO-ID                    PIC 9(05).
           05 SO-SRC-IBAN              PIC X(30).
           05 SO-DEST-IBAN             PIC X(30).
           05 SO-AMOUNT                PIC 9(10)V99.
           05 SO-CURRENCY              PIC X(03).
           05 SO-FREQUENCY-DAYS        PIC 9(05).
           05 SO-NEXT-RUN-DATE         PIC 9(08).
           05 SO-STATUS                PIC X(01).
             88 SO-IS-ACTIVE           VALUE "Y".
             88 SO-IS-CANCELLED        VALUE "N".
      *>     STAGED FROM ANOTHER BANK'S LIST ON AN ACCOUNT SWITCH
      *>     (SEE ACCSWITCH) -- NOT RUN UNTIL THE CUSTOMER CONFIRMS.
             88 SO-IS-PENDING          VALUE "P".
