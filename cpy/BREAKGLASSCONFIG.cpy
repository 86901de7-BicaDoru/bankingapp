      *> Break-glass emergency access terms (BRKGLASS, BGREVIEW).
      *> Same convention as RECERTCONFIG: COPY this into a program's
      *> own 01 CONSTANTS group instead of declaring the terms locally.
      *>
      *> A GRANT RUNS FOR THE HOURS THE TELLER ASKS FOR, NEVER MORE
      *> THAN K-BG-MAX-HOURS, AND K-BG-DEFAULT-HOURS WHEN NOT SAID.
         05 K-BG-DEFAULT-HOURS        PIC 9(02) VALUE 04.
         05 K-BG-MAX-HOURS            PIC 9(02) VALUE 08.
      *> THE STATED REASON MUST SAY SOMETHING.
         05 K-BG-MIN-REASON-LEN       PIC 9(02) VALUE 10.
      *> A GRANT OVER THIS MANY DAYS PAST ITS END AND STILL NOT
      *> SIGNED OFF IS SHOWN AS OVERDUE ON THE REVIEW REPORT.
         05 K-BG-REVIEW-DAYS          PIC 9(03) VALUE 003.
