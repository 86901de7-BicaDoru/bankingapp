      *> Large exposure and credit concentration limits for LARGEEXP.
      *> COPY into a program's own 01 CONSTANTS group, the same
      *> convention as LOANRISKCONFIG.
      *>
      *> EXPOSURE TO A GROUP OF CONNECTED BORROWERS IS MEASURED
      *> AGAINST THE BANK'S ELIGIBLE CAPITAL, IN THE REPORTING
      *> CURRENCY. FOREIGN-CURRENCY LOANS AND ACCOUNTS ARE CONVERTED
      *> AT THE FXRATEHIST RATE IN EFFECT ON THE REPORT DATE.
         05 K-LE-CURRENCY              PIC X(03) VALUE "EUR".
         05 K-LE-CAPITAL               PIC 9(12)V99 VALUE 5000000.00.
      *> A GROUP AT OR ABOVE THIS PERCENT OF CAPITAL IS A LARGE
      *> EXPOSURE AND IS FLAGGED FOR THE CREDIT COMMITTEE.
         05 K-LE-LARGE-PCT             PIC 9(03)V99 VALUE 10.00.
      *> ABOVE THIS PERCENT OF CAPITAL THE GROUP BREACHES THE LIMIT.
         05 K-LE-LIMIT-PCT             PIC 9(03)V99 VALUE 25.00.
      *> HOW MANY GROUPS THE RANKED LISTING SHOWS.
         05 K-LE-TOP-COUNT             PIC 9(03) VALUE 20.
      *> TABLE SIZES FOR ONE RUN.
         05 K-LE-MAX-CUSTOMERS         PIC 9(04) VALUE 1000.
