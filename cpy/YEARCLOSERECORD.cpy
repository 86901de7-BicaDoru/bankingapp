      *> PHYSICAL RECORD LAYOUT FOR THE CLOSED-YEAR CONTROL FILE,
      *> files/yearclose.dat (INDEXED, KEY YC-YEAR). YEAREND.cbl IS
      *> THE ONLY WRITER: ONE ROW PER FINANCIAL YEAR, WRITTEN LAST,
      *> ONCE THE BALANCE SNAPSHOT, THE CLOSING GL LINES AND THE
      *> AUDITOR PACK ARE ALL ON DISK -- A YEAR WITH NO ROW HERE IS
      *> STILL OPEN. ACCBO READS IT TO REFUSE A BACK-VALUED POSTING
      *> INTO A CLOSED YEAR (O-DISP-ERR-VALDATE-CLOSED). SHARED
      *> HERE FOR THE SAME REASON AS RUNLOGRECORD.cpy.
       01  YEAR-CLOSE-RECORD.
           05 YC-YEAR                   PIC 9(04).
      *    BUSINESS DATE THE CLOSE RAN UNDER.
           05 YC-CLOSED-ON              PIC 9(08).
           05 YC-ACCOUNTS               PIC 9(07).
      *    NET OF THE CLOSING LINES -- THE YEAR'S PROFIT (POSITIVE) OR
      *    LOSS TAKEN TO RETAINED EARNINGS, ALL CURRENCIES TOGETHER.
           05 YC-RESULT                 PIC S9(12)V99.
           05 YC-PACK-PATH              PIC X(60).
