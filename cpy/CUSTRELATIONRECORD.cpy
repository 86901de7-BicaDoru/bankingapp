      *> RECORD LAYOUT FOR THE INDEXED ENTITY-RELATION FILE
      *> (files/custrelation.dat), ONE ROW PER NATURAL-PERSON
      *> CUSTOMER LINKED TO A LEGAL-ENTITY CUSTOMER (SEE
      *> CUSTENTITYRECORD) IN A GIVEN ROLE -- THE SAME PERSON MAY BE
      *> BOTH A REPRESENTATIVE AND A BENEFICIAL OWNER, ON TWO ROWS.
      *> MAINTAINED BY ENTITYMAINT. AN AUTHORIZED REPRESENTATIVE
      *> LOGS IN AS THEMSELVES AND ACTS ON THE ENTITY'S ACCOUNTS
      *> WITHIN THEIR SIGNING POWER AND LIMIT (ACCBO/TRANSFERBO/
      *> CARDBO). A BENEFICIAL OWNER HAS NO AUTHORITY BY BEING ONE.
      *> KEY ORDER (ENTITY, ROLE, PERSON) LETS A START/READ NEXT
      *> WALK ONE ENTITY'S REPRESENTATIVES OR OWNERS IN ONE PASS.
       01  CUST-RELATION-RECORD.
           05 CR-KEY.
             10 CR-ENTITY-CUSTID       PIC 9(09).
             10 CR-ROLE                PIC X(01).
               88 CR-ROLE-REPRESENTATIVE VALUE "R".
               88 CR-ROLE-BENEFIC-OWNER VALUE "B".
             10 CR-PERSON-CUSTID       PIC 9(09).
      *    REPRESENTATIVES ONLY.
           05 CR-SIGNING-POWER         PIC X(01).
      *      MAY DEBIT THE ENTITY'S ACCOUNTS ALONE, UP TO THE LIMIT.
             88 CR-SIGN-SOLE           VALUE "S".
      *      MAY VIEW AND DEPOSIT ONLY -- NO DEBIT AUTHORITY.
             88 CR-SIGN-VIEW           VALUE "V".
      *    LARGEST SINGLE DEBIT THE REPRESENTATIVE MAY SIGN FOR;
      *    ZERO MEANS NO LIMIT.
           05 CR-SIGNING-LIMIT         PIC 9(10)V99.
      *    BENEFICIAL OWNERS ONLY -- SHARE OF OWNERSHIP OR CONTROL.
           05 CR-OWNERSHIP-PCT         PIC 9(03)V99.
           05 CR-STATUS                PIC X(01).
             88 CR-IS-ACTIVE           VALUE "A".
             88 CR-IS-REMOVED          VALUE "R".
           05 CR-ADDED-BY              PIC 9(09).
           05 CR-ADDED-DATE            PIC 9(08).
           05 CR-REMOVED-DATE          PIC 9(08).
