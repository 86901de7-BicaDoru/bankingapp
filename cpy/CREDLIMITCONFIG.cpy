      *> Customer-level umbrella credit limit terms for CREDLIMIT,
      *> LIMITMAINT and LIMITRPT. COPY into a program's own 01
      *> CONSTANTS group, the same convention as LOANRISKCONFIG.
      *>
      *> LIMITS AND EXPOSURE ARE HELD IN ONE CURRENCY; LOANS, OVERDRAFT
      *> LIMITS AND CARD LINES IN ANY OTHER CURRENCY ARE CONVERTED AT
      *> THE FXRATEHIST RATE IN FORCE TODAY.
         05 K-CLM-CURRENCY              PIC X(03) VALUE "EUR".

      *    SCORED LIMIT BY THE NUMBER OF POOR CREDIT-RISK SIGNALS
      *    (0-3, THE SAME THREE SIGNALS AND THRESHOLDS LOANORD SCORES
      *    A NEW LOAN ON -- SEE LOANRISKCONFIG). ENTRY 1 IS NO POOR
      *    SIGNAL, ENTRY 4 ALL THREE.
         05 K-CLM-SCORE-LIMIT-ELEM.
           10 FILLER                    PIC 9(10)V99 VALUE 50000.00.
           10 FILLER                    PIC 9(10)V99 VALUE 20000.00.
           10 FILLER                    PIC 9(10)V99 VALUE 5000.00.
           10 FILLER                    PIC 9(10)V99 VALUE 0.
         05 K-CLM-SCORE-LIMIT-TABLE REDEFINES K-CLM-SCORE-LIMIT-ELEM
                                        OCCURS 4 TIMES.
           10 K-CLM-SCORE-LIMIT         PIC 9(10)V99.

      *    LIMIT FOR A CUSTOMER NOT YET SCORED (NO ROW ON
      *    files/creditlimits.dat).
         05 K-CLM-UNSCORED-LIMIT        PIC 9(10)V99 VALUE 10000.00.

      *    LIMITRPT LISTS A CUSTOMER AT OR ABOVE THIS PERCENT OF THEIR
      *    LIMIT AS NEAR IT; ABOVE 100 PERCENT IS OVER.
         05 K-CLM-NEAR-PCT              PIC 9(03)V99 VALUE 090.00.
