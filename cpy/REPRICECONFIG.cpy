      *> Interest-rate repricing gap settings for REPRICEGAP, the same
      *> convention as LIQUIDITYCONFIG: COPY into a program's own 01
      *> CONSTANTS group.
      *>
      *> TIME BUCKETS, NEAREST FIRST. A BALANCE REPRICING THIS MANY
      *> DAYS OR FEWER AFTER THE BUSINESS DATE FALLS IN THE BUCKET
      *> (THE LAST BUCKET'S LIMIT MEANS "AND LATER"). THE NII WEIGHT
      *> IS THE SHARE OF THE COMING YEAR LEFT AFTER THE BUCKET'S
      *> MIDPOINT -- HOW MUCH OF A RATE CHANGE THE BUCKET'S GAP EARNS
      *> OR PAYS WITHIN TWELVE MONTHS. BEYOND A YEAR IT IS ZERO.
         05 K-RG-BUCKET-COUNT          PIC 9(01) VALUE 7.
         05 K-RG-BUCKET-ELEM.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 00030.
             15 FILLER  PIC X(10)  VALUE "0-1M".
             15 FILLER  PIC 9V9(4) VALUE 0.9583.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 00091.
             15 FILLER  PIC X(10)  VALUE "1-3M".
             15 FILLER  PIC 9V9(4) VALUE 0.8333.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 00182.
             15 FILLER  PIC X(10)  VALUE "3-6M".
             15 FILLER  PIC 9V9(4) VALUE 0.6250.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 00365.
             15 FILLER  PIC X(10)  VALUE "6-12M".
             15 FILLER  PIC 9V9(4) VALUE 0.2500.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 00730.
             15 FILLER  PIC X(10)  VALUE "1-2Y".
             15 FILLER  PIC 9V9(4) VALUE 0.0000.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 01826.
             15 FILLER  PIC X(10)  VALUE "2-5Y".
             15 FILLER  PIC 9V9(4) VALUE 0.0000.
           10 FILLER.
             15 FILLER  PIC 9(05)  VALUE 99999.
             15 FILLER  PIC X(10)  VALUE "OVER 5Y".
             15 FILLER  PIC 9V9(4) VALUE 0.0000.
         05 K-RG-BUCKET-TABLE REDEFINES K-RG-BUCKET-ELEM
                                        OCCURS 7 TIMES.
           10 K-RG-BUCKET-MAX-DAYS     PIC 9(05).
           10 K-RG-BUCKET-LABEL        PIC X(10).
           10 K-RG-BUCKET-NII-WEIGHT   PIC 9V9(4).

      *> BEHAVIORAL ASSUMPTIONS FOR NON-MATURITY DEPOSITS: THE PERCENT
      *> OF A PRODUCT'S BALANCES TREATED AS REPRICING IN EACH BUCKET
      *> ABOVE (EACH ROW ADDS UP TO 100). CURRENT ACCOUNTS ("CUR"),
      *> SAVINGS ("SAV" AND UNTYPED ROWS) AND NOTICE SAVINGS ("N32" /
      *> "N95"). AN OVERDRAWN BALANCE IS LENDING AT A RATE THE BANK
      *> CAN CHANGE AT ONCE AND ALWAYS GOES TO THE FIRST BUCKET.
         05 K-RG-PROFILE-COUNT         PIC 9(01) VALUE 3.
         05 K-RG-PROFILE-ELEM.
           10 FILLER.
             15 FILLER  PIC X(03)  VALUE "CUR".
             15 FILLER  PIC 9(03)  VALUE 030.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 015.
             15 FILLER  PIC 9(03)  VALUE 025.
             15 FILLER  PIC 9(03)  VALUE 000.
           10 FILLER.
             15 FILLER  PIC X(03)  VALUE "SAV".
             15 FILLER  PIC 9(03)  VALUE 020.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 015.
             15 FILLER  PIC 9(03)  VALUE 015.
             15 FILLER  PIC 9(03)  VALUE 030.
             15 FILLER  PIC 9(03)  VALUE 000.
           10 FILLER.
             15 FILLER  PIC X(03)  VALUE "NTC".
             15 FILLER  PIC 9(03)  VALUE 040.
             15 FILLER  PIC 9(03)  VALUE 030.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 010.
             15 FILLER  PIC 9(03)  VALUE 000.
             15 FILLER  PIC 9(03)  VALUE 000.
         05 K-RG-PROFILE-TABLE REDEFINES K-RG-PROFILE-ELEM
                                        OCCURS 3 TIMES.
           10 K-RG-PROFILE-PRODUCT     PIC X(03).
           10 K-RG-PROFILE-PCT         PIC 9(03) OCCURS 7 TIMES.

      *> PARALLEL RATE SHOCK APPLIED TO EVERY BUCKET, IN BASIS POINTS.
      *> A SIGNED NUMBER ON THE COMMAND LINE OVERRIDES IT FOR ONE RUN.
         05 K-RG-SHOCK-BP              PIC S9(04) VALUE +200.

      *> ALL CURRENCIES ARE ALSO SUMMED IN THIS ONE, AT THE
      *> FXRATEHIST RATE IN EFFECT ON THE BUSINESS DATE.
         05 K-RG-REPORT-CURRENCY       PIC X(03) VALUE "EUR".
