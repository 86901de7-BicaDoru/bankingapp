      *    TOK4=PERMISSION TIER (ADD ONLY, DEFAULTS TO FULL)
      *    MANDATE: TOK3=ANY|ALL|NOFM, THEN FOR NOFM TOK4=OWNER COUNT
      *    AND TOK5=THRESHOLD, FOR ANY/ALL TOK4=THRESHOLD.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(12).
