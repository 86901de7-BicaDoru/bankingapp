      *> RECORD LAYOUT FOR THE INDEXED WALK-IN (OCCASIONAL CUSTOMER)
      *> REGISTER files/walkin.dat MAINTAINED BY WALKIN.CBL. ONE ROW
      *> PER PERSON WHO HANDED CASH OVER THE COUNTER FOR A DRAFT, AN
      *> FX CASH DEAL OR A DEPOSIT INTO SOMEONE ELSE'S ACCOUNT WITHOUT
      *> BEING OUR CUSTOMER -- THE "CONDUCTOR" THE REGULATORY REPORT
      *> HAS TO NAME (SEE LARGETXN). THE SAME PERSON COMING BACK IS
      *> FOUND BY DOCUMENT AND REUSED, NEVER REGISTERED TWICE.
       01  WALKIN-RECORD.
           05 WI-ID                    PIC 9(07).
           05 WI-NAME                  PIC X(50).
           05 WI-BIRTH-DATE            PIC 9(08).
      *    ISO 3166 ALPHA-2, AS ON THE DOCUMENT.
           05 WI-NATIONALITY           PIC X(02).
           05 WI-DOC-TYPE              PIC X(02).
             88 WI-DOC-PASSPORT        VALUE "PP".
             88 WI-DOC-NATIONAL-ID     VALUE "ID".
             88 WI-DOC-RESIDENCE       VALUE "RP".
             88 WI-DOC-VALID-TYPE      VALUES "PP" "ID" "RP".
           05 WI-DOC-NUMBER            PIC X(20).
           05 WI-DOC-EXPIRY            PIC 9(08).
           05 WI-ADDRESS               PIC X(80).
           05 WI-STATUS                PIC X(01).
             88 WI-IS-ACTIVE           VALUE "A".
      *      SCREENING LIST HIT (SEE SCREENCHK) -- NO FURTHER
      *      TRANSACTION IS LINKED TO THEM UNTIL AN ADMIN CLEARS IT
      *      AFTER THE FRAUD CASE IS RESOLVED.
             88 WI-IS-HELD             VALUE "H".
           05 WI-SCREEN-DATE           PIC 9(08).
           05 WI-SCREEN-MATCH-ID       PIC 9(05).
           05 WI-CREATED-BY            PIC 9(09).
           05 WI-CREATED-DATE          PIC 9(08).
           05 WI-LAST-TXN-DATE         PIC 9(08).
           05 WI-TXN-COUNT             PIC 9(05).
           05 FILLER                   PIC X(20).
