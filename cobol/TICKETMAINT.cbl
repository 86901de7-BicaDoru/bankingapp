      *    OPEN:    TOK2=CUSTID    TOK3=ENTITY  TOK4=ENTITY ID
      *    ASSIGN:  TOK2=TICKETID  TOK3=BUSR ID
      *    RESOLVE: TOK2=TICKETID  TOK3=BUSR ID
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(10).
         05 ARG-TOK4                    PIC X(09).
         05 ARG-REMAINDER               PIC X(60).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-NEXT-TICKET-ID           PIC 9(07).
         05 WS-BUSR-ID                  PIC 9(09).
         05 WS-BUSR-ROLE                PIC X(04).

         05 WS-TIME-RAW                 PIC 9(08).
      *        ALREADY REVERSED EARLIER (E.G. A RETRIED COMMAND) --
      *        THE MONEY IS BACK, SO THE TICKET STILL RESOLVES.
               DISPLAY "ROW ALREADY REVERSED, ID " O-REV-POSTED-ID
             WHEN REVERSAL-STATUS-STAFF-CONFLICT
               DISPLAY "BANK USER " WS-BUSR-ID
                       " IS LINKED TO THE ACCOUNT -- ANOTHER USER MUST"
                       " ORDER THE REVERSAL"
               EXIT SECTION
             WHEN OTHER
               DISPLAY "REVERSAL FAILED, STATUS " REVERSAL-STATUS
               EXIT SECTION
