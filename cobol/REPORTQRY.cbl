         05 FILLER                      PIC X(20) VALUE "CHECKCLR".
         05 FILLER                      PIC X(20) VALUE "CARDHOLDEXP".
         05 FILLER                      PIC X(20) VALUE "FXEXPOSURE".
         05 FILLER                      PIC X(20) VALUE "CARDBILL".
         05 FILLER                      PIC X(20) VALUE "LOANRESET".
         05 FILLER                      PIC X(20) VALUE "LOANACCRUE".
         05 FILLER                      PIC X(20) VALUE "LOANDRAWRUN".
         05 FILLER                      PIC X(20) VALUE "GARNRUN".
         05 FILLER                      PIC X(20) VALUE "MINORRUN".
         05 FILLER                      PIC X(20) VALUE "CHECKINWARD".
         05 FILLER                      PIC X(20) VALUE "SDBRENT".
         05 FILLER                      PIC X(20) VALUE "ATMSETL".
         05 FILLER                      PIC X(20) VALUE "VIBANRPT".
         05 FILLER                      PIC X(20) VALUE "TAXINDICIA".
         05 FILLER                      PIC X(20) VALUE "WIREIN".
         05 FILLER                      PIC X(20) VALUE "INSTRECON".
         05 FILLER                      PIC X(20) VALUE "PAYREQEXP".
         05 FILLER                      PIC X(20) VALUE "STMTEXPORT".
         05 FILLER                      PIC X(20) VALUE "DDCOLLECT".
         05 FILLER                      PIC X(20) VALUE "SWITCHRUN".
         05 FILLER                      PIC X(20) VALUE "YEAREND".
         05 FILLER                      PIC X(20) VALUE "DUPREQRPT".
         05 FILLER                      PIC X(20) VALUE "PRODCONVRUN".
         05 FILLER                      PIC X(20) VALUE "LOYALTYRUN".
       01 X-EXPECTED-TABLE REDEFINES X-EXPECTED-INIT.
         05 X-EXPECTED-JOB              PIC X(20) OCCURS 35 TIMES.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(60).
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 35
             PERFORM F-CHECK-ONE-EXPECTED
           END-PERFORM
           .
