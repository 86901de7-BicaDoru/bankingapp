      *> PHYSICAL RECORD LAYOUT FOR THE YEAR-END BALANCE SNAPSHOT,
      *> files/yearendbal.dat (INDEXED, KEY YB-KEY). WRITTEN BY
      *> YEAREND.cbl, ONE ROW PER ACCOUNT (CUSTOMER AND INTERNAL) PER
      *> CLOSED YEAR. YB-BALANCE IS THE BALANCE AS AT 31 DECEMBER --
      *> THE STORED BALANCE WHEN THE CLOSE RAN, LESS EVERYTHING VALUE-
      *> DATED INTO THE NEW YEAR BY THEN -- AND THE FOUR YEAR TOTALS
      *> ARE THE YEAR'S POSTINGS BY TYPE, SO A YEAR-TO-DATE FIGURE
      *> FOR A CLOSED YEAR IS READ HERE INSTEAD OF BEING RECOMPUTED
      *> FROM HISTORY.
       01  YEAR-END-BAL-RECORD.
           05 YB-KEY.
             10 YB-YEAR                 PIC 9(04).
             10 YB-ACCOUNTID            PIC 9(09).
           05 YB-CUSTOMERID             PIC 9(09).
           05 YB-IBAN                   PIC X(30).
           05 YB-CURRENCY               PIC X(03).
           05 YB-BRANCHID               PIC 9(03).
           05 YB-PRODUCT-TYPE           PIC X(03).
           05 YB-STATUS                 PIC X(01).
           05 YB-BALANCE                PIC S9(10)V99.
           05 YB-INTEREST               PIC 9(10)V99.
           05 YB-DEBITINT               PIC 9(10)V99.
           05 YB-FEES                   PIC 9(10)V99.
           05 YB-TAX                    PIC 9(10)V99.
