           05 SQ-ID                    PIC 9(05).
           05 SQ-REFERENCE             PIC X(20).
           05 SQ-IBAN                  PIC X(30).
           05 SQ-AMOUNT                PIC 9(10)V99.
           05 SQ-CURRENCY              PIC X(03).
           05 SQ-RECEIVED-DATE         PIC 9(08).
           05 SQ-STATUS                PIC X(01).
             88 SQ-IN-SUSPENSE         VALUE "S".
             88 SQ-REDIRECTED          VALUE "R".
             88 SQ-RETURNED            VALUE "X".
           05 SQ-RESOLVED-ACCID        PIC 9(09).
           05 SQ-RESOLVED-TS           PIC X(22).
      *>   AN INBOUND WIRE IN ANOTHER CURRENCY THAN THE SUSPENSE
      *>   ACCOUNT'S IS CONVERTED ON THE WAY IN (SEE WIREIN): SQ-AMOUNT
      *>   AND SQ-CURRENCY ARE WHAT WAS POSTED TO SUSPENSE AND WHAT A
      *>   REPAIR MOVES, THESE ARE THE WIRE AS IT ARRIVED AND THE RATE
      *>   APPLIED. SPACES/ZERO WHEN THE ITEM POSTED AS IT ARRIVED.
           05 SQ-ORIG-AMOUNT           PIC 9(10)V99.
           05 SQ-ORIG-CURRENCY         PIC X(03).
           05 SQ-FX-RATE               PIC 9(03)V9999.
