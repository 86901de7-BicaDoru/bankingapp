
       01 INTERNAL-VARS.
         05 WS-TILLFX-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-FX-EUR-IN                PIC 9(10)V99 VALUE 0.
         05 WS-FX-EUR-OUT               PIC 9(10)V99 VALUE 0.
         05 FG-MORE-FX-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-FX-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-FX-ROWS-N         VALUE 'N'.
         05 IND-1                       PIC 9(03).

         05 WS-CUR-ACC-BRANCHID         PIC 9(03).
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-VARIANCE-EDITED          PIC -ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-OK                       PIC X VALUE 'Y'.
