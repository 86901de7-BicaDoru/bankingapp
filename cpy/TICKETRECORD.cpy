       01  TICKET-RECORD.
           05 TK-KEY.
             10 TK-TICKET-ID           PIC 9(07).
           05 TK-CUSTOMERID            PIC 9(09).
      *    OPTIONAL LINK TO THE TRANSDB/TRANSFERDB ROW THE COMPLAINT
      *    IS ABOUT -- SPACES/ZERO WHEN THE TICKET DOES NOT DISPUTE A
      *    SPECIFIC TRANSACTION, SAME "NOT EVERY TICKET HAS ONE"
             88 TK-ENTITY-TRANSACTION   VALUE "TRANSACTION".
             88 TK-ENTITY-TRANSFER      VALUE "TRANSFER".
             88 TK-ENTITY-NONE          VALUE SPACES.
           05 TK-ENTITY-ID              PIC 9(09).
           05 TK-SUBJECT                PIC X(40).
           05 TK-OPENED-BY-BUSR-ID      PIC 9(09).
           05 TK-OPENED-TIMESTAMP       PIC X(22).
           05 TK-STATUS                 PIC X(01).
             88 TK-STATUS-OPEN           VALUE "O".
             88 TK-STATUS-RESOLVED       VALUE "R".
      *    ANALYST/TELLER WORKING THE TICKET, ZERO MEANS UNASSIGNED --
      *    SAME "ZERO MEANS UNSET" CONVENTION AS I-ACC-BRANCHID.
           05 TK-ASSIGNED-TO            PIC 9(09).
           05 TK-RESOLVED-BY            PIC 9(09).
           05 TK-RESOLVED-TIMESTAMP     PIC X(22).
           05 TK-RESOLUTION-NOTES       PIC X(60).
