       01 CUSTDB-INTERFACE.
         05 CUSTDB-IN.
           10 I-CUST-CUSTID                    PIC 9(09).
           10 I-CUST-USERNAME                  PIC X(50).
           10 I-CUST-ADDRESS                   PIC X(50).
           10 I-CUST-BANKUSERID                PIC 9(09).
           10 I-CUST-PAGE-NUMBER               PIC 9(05).
      *      OPTIONAL PARTIAL/FULL-TEXT MATCH AGAINST USERNAME OR
      *      ADDRESS ON GETLIST. SPACES = NO FILTER.
         05 CUSTDB-OUT.
           10 O-CUST-COUNT                     PIC 9(02).
           10 O-CUST-ELEM                      OCCURS 20 TIMES.         
             15 O-CUST-ID                      PIC 9(09).
             15 O-CUST-USERNAME                PIC X(50).
             15 O-CUST-ADDRESS                 PIC X(50).
             15 O-CUST-BANKUSERID              PIC 9(09).
