       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE               PIC X(08).
           05 FILE-FS-EFF-DATE           PIC X(10).
           05 FILE-FS-AMOUNT             PIC 9(10)V99.
      ******************************************************************
       WORKING-STORAGE             SECTION.

      *    BUILT-IN FEE DEFAULTS -- SAME VALUES AS ACCBO'S OWN K-*
      *    CONSTANTS, USED ONLY WHEN THE FEE SCHEDULE FILE HAS NO
      *    APPLICABLE ROW, EXACTLY AS ACCBO.F-LOAD-FEE-SCHEDULE DOES.
         05 K-MIN-BALANCE-THRESHOLD     PIC 9(10)V99 VALUE 100.00.
         05 K-LOW-BALANCE-FEE           PIC 9(10)V99 VALUE 25.00.
         05 K-OVERDRAFT-FEE             PIC 9(10)V99 VALUE 35.00.
         05 K-MAX-FORECAST-MONTHS       PIC 9(03) VALUE 120.

       01 ARGUMENT-VARS.
         05 ARG-MONTHS                  PIC X(05).

       01 CURRENT-FEE-AMOUNTS.
         05 WS-CUR-MIN-BALANCE-THRESHOLD PIC 9(10)V99.
         05 WS-CUR-LOW-BALANCE-FEE      PIC 9(10)V99.
         05 WS-CUR-OVERDRAFT-FEE        PIC 9(10)V99.
       01 FEE-SCHED-BEST-DATES.
         05 WS-BEST-MINBALTH-DATE       PIC X(10) VALUE SPACES.
         05 WS-BEST-LOWBALFE-DATE       PIC X(10) VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-MONTHS                   PIC 9(03).
         05 WS-BALANCE                  PIC 9(10)V99.
         05 WS-START-BALANCE            PIC 9(10)V99.
         05 WS-MONTH-INTEREST           PIC 9(10)V99.
         05 WS-TOTAL-INTEREST           PIC 9(10)V99.
         05 WS-TIER-LOW-CEILING         PIC 9(10)V99.
         05 WS-TIER-BAND-AMOUNT         PIC 9(10)V99.
         05 WS-TIER-INTEREST            PIC 9(10)V99.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-2          PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-FEE-SCHED-ROWS      PIC X.
                   FUNCTION TRIM(WS-AMOUNT-EDITED)
           DISPLAY "Months held      : " WS-MONTHS
           DISPLAY " "
           DISPLAY "MONTH       INTEREST        BALANCE"

           PERFORM VARYING IND-MONTH FROM 1 BY 1
                   UNTIL IND-MONTH > WS-MONTHS
