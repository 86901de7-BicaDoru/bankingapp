
       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-CUSTOMERID               PIC 9(09).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
