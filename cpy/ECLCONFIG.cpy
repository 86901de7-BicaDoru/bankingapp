      *> Expected-credit-loss staging rules and loss rates for the
      *> LOANPROV provisioning batch. COPY into a program's own 01
      *> CONSTANTS group, the same convention as LOANRISKCONFIG/
      *> INTERESTCONFIG.
      *>
      *> EVERY ACTIVE LOAN IS PUT IN ONE OF THREE STAGES:
      *>   STAGE 1 -- PERFORMING.
      *>   STAGE 2 -- SIGNIFICANT INCREASE IN CREDIT RISK: MORE THAN
      *>              K-ECL-STAGE2-DPD DAYS PAST DUE, OR RESTRUCTURED
      *>              AT LEAST K-ECL-STAGE2-RESTRUCTURES TIMES (SEE
      *>              LOANORD RESTRUCT), OR SCORED AT LEAST
      *>              K-RISK-HOLD-POOR-COUNT POOR SIGNALS AT
      *>              ORIGINATION (SEE LOANRISKCONFIG).
      *>   STAGE 3 -- CREDIT-IMPAIRED: MORE THAN K-ECL-STAGE3-DPD DAYS
      *>              PAST DUE.
      *> THE PROVISION IS THE STAGE'S LOSS RATE (PERCENT) APPLIED TO
      *> THE REMAINING PRINCIPAL LESS THE APPRAISED VALUE OF THE
      *> COLLATERAL ATTACHED TO THE LOAN, FLOORED AT ZERO.
         05 K-ECL-STAGE2-DPD            PIC 9(05) VALUE 30.
         05 K-ECL-STAGE3-DPD            PIC 9(05) VALUE 90.
         05 K-ECL-STAGE2-RESTRUCTURES   PIC 9(03) VALUE 1.
         05 K-ECL-LOSS-RATE-STAGE1      PIC 9(03)V99 VALUE 1.00.
         05 K-ECL-LOSS-RATE-STAGE2      PIC 9(03)V99 VALUE 5.00.
         05 K-ECL-LOSS-RATE-STAGE3      PIC 9(03)V99 VALUE 40.00.
