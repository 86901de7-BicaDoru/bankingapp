           10 T-L5                    PIC X(01) VALUE ":".
           10 T-SEC                   PIC X(02).

       01 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
