      *> YEAR-END CLOSE PARAMETERS, SAME CONVENTION AS PAGINGCONFIG:
      *> COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP. SEE YEAREND.cbl.
      *>
      *> THE MONTH-END JOBS WHOSE DECEMBER RUN MUST HAVE REACHED
      *> SUCCESS ON THE RUN LOG BEFORE A YEAR MAY BE CLOSED. A RUN
      *> COUNTS AS DECEMBER'S WHEN IT WAS LOGGED ON OR AFTER DAY
      *> K-YEAREND-MONTHEND-FROM-DD OF DECEMBER -- OPERATIONS RUN
      *> THEM AFTER THE LAST POSTING DAY, WHICH MAY ALREADY BE IN
      *> JANUARY. LOANPROV IS ON THE LIST BECAUSE DECEMBER IS ALSO A
      *> QUARTER-END. A NEW MONTH-END JOB IS A NEW ROW HERE AND A
      *> BUMP OF K-YEAREND-MONTHEND-COUNT.
         05 K-YEAREND-MONTHEND-FROM-DD PIC X(02) VALUE "25".
         05 K-YEAREND-MONTHEND-COUNT   PIC 9(02) VALUE 4.
         05 K-YEAREND-MONTHEND-INIT.
           10 FILLER PIC X(20) VALUE "INTBATCH".
           10 FILLER PIC X(20) VALUE "STMTCYCLE".
           10 FILLER PIC X(20) VALUE "FXREVAL".
           10 FILLER PIC X(20) VALUE "LOANPROV".
         05 K-YEAREND-MONTHEND-TABLE REDEFINES K-YEAREND-MONTHEND-INIT.
           10 K-YEAREND-MONTHEND-JOB   PIC X(20) OCCURS 4 TIMES.
