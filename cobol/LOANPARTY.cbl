      *    ADD: TOK2=LOAN-ID TOK3=CUSTOMER-ID TOK4=ROLE (C/G).
      *    REMOVE: TOK2=LOAN-ID TOK3=CUSTOMER-ID. LIST: TOK2=LOAN-ID.
         05 ARG-TOK2                    PIC X(05).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(01).

       01 INTERNAL-VARS.
             EXIT SECTION
           END-IF
           IF LN-IS-CANCELLED OR LN-IS-PAID-OFF
           OR LN-IS-CHARGED-OFF
             DISPLAY "LOAN " LN-ID " IS CLOSED -- NO PARTY ADDED"
             EXIT SECTION
           END-IF
