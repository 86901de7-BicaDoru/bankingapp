      *> RECORD LAYOUT FOR THE INDEXED STAFF ACCOUNT LINK FILE
      *> (files/stafflink.dat). A CUSTOMER IS LINKED TO A BANK USER
      *> (BaTe/BaTS/BaAd) EITHER AS THAT EMPLOYEE'S OWN CUSTOMER
      *> RECORD ("S" -- EVERY ACCOUNT OF THE CUSTOMER IS A STAFF
      *> ACCOUNT) OR AS A RELATIVE THE EMPLOYEE HAS DECLARED ("R").
      *> STAFFCHK READS IT TO STOP A USER POSTING, RELEASING A HOLD OR
      *> ORDERING A REVERSAL ON AN ACCOUNT THEY ARE LINKED TO;
      *> MAINTAINED BY STAFFACCT AND READ BY STAFFEXC FOR THE
      *> MONTHLY STAFF-ACCOUNT EXCEPTION REPORT. THE KEY LEADS WITH
      *> THE CUSTOMER SO ONE START FINDS EVERY USER LINKED TO IT.
      *> A LINK IS NEVER DELETED -- ENDING IT KEEPS THE HISTORY THE
      *> EXCEPTION REPORT LOOKS BACK OVER.
       01  STAFF-LINK-RECORD.
           05 SK-KEY.
             10 SK-CUSTOMERID          PIC 9(09).
             10 SK-BUSR-ID             PIC 9(09).
           05 SK-LINK-TYPE             PIC X(01).
             88 SK-TYPE-STAFF          VALUE "S".
             88 SK-TYPE-RELATIVE       VALUE "R".
      *    FREE TEXT ON A RELATIVE LINK (SPOUSE, PARENT, CHILD, ...),
      *    SPACES ON THE EMPLOYEE'S OWN RECORD.
           05 SK-RELATIONSHIP          PIC X(12).
           05 SK-STATUS                PIC X(01).
             88 SK-IS-ACTIVE           VALUE "A".
             88 SK-IS-ENDED            VALUE "E".
           05 SK-FROM-DATE             PIC 9(08).
      *    ZERO WHILE THE LINK IS ACTIVE.
           05 SK-TO-DATE               PIC 9(08).
           05 SK-ADDED-BY              PIC 9(09).
           05 SK-ENDED-BY              PIC 9(09).
           05 FILLER                   PIC X(20).
