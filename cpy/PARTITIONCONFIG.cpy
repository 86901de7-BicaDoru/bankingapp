      *> ACCOUNT-ID PARTITIONS FOR THE HEAVY NIGHTLY ACCOUNT WALKS,
      *> SAME CONVENTION AS PAGINGCONFIG: COPY INTO A PROGRAM'S OWN
      *> 01 CONSTANTS GROUP.
      *>
      *> A JOB RUN AS "<JOB> PART <n>" WALKS ONLY THE ACCOUNTS WITH
      *> K-PART-FROM-ID(n) <= ACCOUNTID <= K-PART-TO-ID(n), UNDER ITS
      *> OWN RUNLOG NAME "<JOB>-P<n>" AND ITS OWN CHECKPOINT (SEE
      *> PARTCTL); "<JOB> MERGE" THEN FOLDS THE PARTITIONS BACK INTO
      *> THE ONE REPORT/FEED AND RUNLOG ROW THE JOB ALWAYS PRODUCED.
      *> PARTITIONING IS BY ACCOUNT-ID RANGE BECAUSE ACCDB GETLIST
      *> PAGES IN ACCOUNT-ID ORDER -- A PARTITION STARTS ITS KEYSET
      *> WALK AT ITS FIRST ID AND STOPS AT ITS LAST, WITHOUT READING
      *> ANY OTHER PARTITION'S ACCOUNTS.
      *> THE RANGES MUST BE CONTIGUOUS, ASCENDING AND COVER THE WHOLE
      *> ID SPACE SO EVERY ACCOUNT FALLS IN EXACTLY ONE PARTITION; THE
      *> LAST ONE RUNS TO THE TOP OF THE ID. THE BANK'S INTERNAL
      *> ACCOUNTS (INTACCCONFIG) ARE NEVER PARTITIONED -- A JOB THAT
      *> WALKS THEM DOES SO ONCE, IN ITS MERGE STEP.
      *> RE-BALANCE BY MOVING THE BOUNDARIES; A DIFFERENT NUMBER OF
      *> PARTITIONS IS A CHANGE OF K-PART-COUNT AND THE OCCURS BELOW.
      *> NEVER CHANGE EITHER WHILE A PARTITIONED RUN IS IN FLIGHT.
         05 K-PART-COUNT               PIC 9(02) VALUE 4.
         05 K-PART-INIT.
           10 FILLER PIC 9(09) VALUE 1.
           10 FILLER PIC 9(09) VALUE 24999.
           10 FILLER PIC 9(09) VALUE 25000.
           10 FILLER PIC 9(09) VALUE 49999.
           10 FILLER PIC 9(09) VALUE 50000.
           10 FILLER PIC 9(09) VALUE 74999.
           10 FILLER PIC 9(09) VALUE 75000.
           10 FILLER PIC 9(09) VALUE 999999999.
         05 K-PART-TABLE REDEFINES K-PART-INIT.
           10 K-PART-ELEM              OCCURS 4 TIMES.
             15 K-PART-FROM-ID         PIC 9(09).
             15 K-PART-TO-ID           PIC 9(09).
