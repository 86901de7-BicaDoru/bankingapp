       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE              PIC X(08).
           05 FILE-FS-EFF-DATE          PIC X(10).
           05 FILE-FS-AMOUNT            PIC 9(10)V99.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         05 WS-ENTRY-COUNT              PIC 9(05) VALUE 0.
         05 IND-1                       PIC 9(05).
         05 WS-FOUND-INDEX              PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 FG-CODE-FOUND               PIC X VALUE 'N'.
           88 FG-CODE-FOUND-Y           VALUE 'Y'.
           88 FG-CODE-FOUND-N           VALUE 'N'.
                                         INDEXED BY IND-2.
           10 FS-T-CODE                 PIC X(08).
           10 FS-T-EFF-DATE             PIC X(10).
           10 FS-T-AMOUNT               PIC 9(10)V99.

      ******************************************************************
      *                        COPYLIB IMPORTS
