      *> RECORD LAYOUT FOR THE INDEXED MANUAL BORROWER-GROUP FILE
      *> (files/borrowergroups.dat), ONE ROW PER CUSTOMER PLACED IN A
      *> CONNECTED-BORROWER GROUP BY THE CREDIT DEPARTMENT -- THE
      *> LINKS NO FILE RECORDS (COMMON OWNERSHIP, ONE FAMILY, ONE
      *> ECONOMIC RISK). MAINTAINED BY BORRGROUP, READ BY LARGEEXP
      *> ALONGSIDE THE LOANPARTY AND JOINTACC LINKS. KEY ORDER
      *> (GROUP, CUSTOMER) LETS A START/READ NEXT WALK ONE GROUP.
       01  BORR-GROUP-RECORD.
           05 BG-KEY.
             10 BG-GROUP-CODE          PIC X(08).
             10 BG-CUSTOMER-ID         PIC 9(09).
           05 BG-GROUP-NAME            PIC X(30).
           05 BG-STATUS                PIC X(01).
             88 BG-IS-ACTIVE           VALUE "A".
             88 BG-IS-REMOVED          VALUE "R".
           05 BG-ADDED-DATE            PIC 9(08).
           05 BG-REMOVED-DATE          PIC 9(08).
