      *> RECORD LAYOUT FOR THE INDEXED REFERENCE-INDEX RATE HISTORY
      *> (files/indexrates.dat) THAT VARIABLE-RATE LOANS RESET
      *> AGAINST (SEE LOANVARRATERECORD). KEYED BY INDEX CODE PLUS
      *> EFFECTIVE DATE, SAME SHAPE AS FXHISTRECORD -- EVERY
      *> PUBLISHED FIXING IS KEPT, SO "WHAT WAS THE INDEX ON THE
      *> RESET DATE" IS A KEYED QUESTION (SEE INDEXRATE).
      *> MAINTAINED BY INDEXMAINT.
       01  INDEX-RATE-RECORD.
           05 IR-KEY.
             10 IR-INDEX-CODE          PIC X(08).
             10 IR-EFFECTIVE-DATE      PIC 9(08).
      *    ANNUAL PERCENT. SIGNED -- A REFERENCE INDEX CAN FIX BELOW
      *    ZERO; THE LOAN'S FLOOR KEEPS THE LOAN RATE SENSIBLE.
           05 IR-RATE-PCT              PIC S9(03)V99.
           05 IR-LOADED-TS             PIC X(22).
