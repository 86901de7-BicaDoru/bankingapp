      *> RECORD LAYOUT FOR THE INDEXED LEGAL-ENTITY FILE
      *> (files/custentity.dat), ONE ROW PER CUSTOMER THAT IS A
      *> COMPANY, PARTNERSHIP OR ASSOCIATION RATHER THAN A NATURAL
      *> PERSON -- CUSTDB'S OWN ROW CARRIES NO CUSTOMER TYPE. THE
      *> CUSTOMER NAME ON CUSTDB IS THE REGISTERED NAME. MAINTAINED
      *> BY ENTITYMAINT. THE NATURAL-PERSON CUSTOMERS WHO ACT FOR IT
      *> OR OWN IT ARE ON CUSTRELATIONRECORD. NO ROW MEANS A NATURAL
      *> PERSON, AS EVERY CUSTOMER WAS BEFORE THIS FILE.
       01  CUST-ENTITY-RECORD.
           05 CE-CUSTOMERID            PIC 9(09).
      *    COMPANY-REGISTER / ASSOCIATION-REGISTER NUMBER.
           05 CE-REG-NUMBER            PIC X(20).
           05 CE-LEGAL-FORM            PIC X(04).
             88 CE-FORM-COMPANY        VALUE "COMP".
             88 CE-FORM-PARTNERSHIP    VALUE "PART".
             88 CE-FORM-ASSOCIATION    VALUE "ASSN".
             88 CE-FORM-FOUNDATION     VALUE "FOUN".
             88 CE-FORM-OTHER          VALUE "OTHR".
             88 CE-FORM-VALID          VALUES "COMP" "PART" "ASSN"
                                              "FOUN" "OTHR".
           05 CE-INCORP-DATE           PIC 9(08).
           05 CE-STATUS                PIC X(01).
             88 CE-IS-ACTIVE           VALUE "A".
      *      DISSOLVED / STRUCK OFF -- KEPT FOR THE RECORD, ITS
      *      REPRESENTATIVES HAVE NO AUTHORITY ANY MORE.
             88 CE-IS-DISSOLVED        VALUE "D".
           05 CE-UPDATED-BY            PIC 9(09).
           05 CE-UPDATED-DATE          PIC 9(08).
