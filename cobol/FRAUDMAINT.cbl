      *    TOK5=OPTIONAL TRANSDB/TRANSFERDB ROW ID TO REVERSE ON A
      *    CONFIRMED CLOSE (SPACES = CLOSE ONLY, NO REVERSAL)
         05 ARG-TOK2                    PIC X(07).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(08).
           88 ARG-TOK4-CONFIRMED         VALUE "CONFIRMED".
           88 ARG-TOK4-FALSEPOS          VALUE "FALSEPOS".
         05 ARG-TOK5                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ANALYST-ID               PIC 9(09).
         05 WS-ANALYST-ROLE             PIC X(04).

         05 WS-TIME-RAW                 PIC 9(08).
               END-STRING
             WHEN REVERSAL-STATUS-DUPLICATE
               DISPLAY "ROW ALREADY REVERSED, ID " O-REV-POSTED-ID
             WHEN REVERSAL-STATUS-STAFF-CONFLICT
               DISPLAY "ANALYST " WS-ANALYST-ID
                       " IS LINKED TO THE ACCOUNT -- ANOTHER USER MUST"
                       " ORDER THE REVERSAL"
             WHEN OTHER
               DISPLAY "REVERSAL FAILED, STATUS " REVERSAL-STATUS
           END-EVALUATE
