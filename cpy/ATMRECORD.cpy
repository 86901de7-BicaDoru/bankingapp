      *> RECORD LAYOUT FOR THE INDEXED ATM TERMINAL REGISTER
      *> (files/atms.dat), ONE ROW PER CASH MACHINE. AT-ATM-ID IS THE
      *> TERMINAL ID THE CARD SWITCH STAMPS ON EVERY JOURNAL LINE (SEE
      *> ATMJOURNALRECORD); AT-BRANCH-ID POINTS AT BR-ID ON
      *> BRANCHRECORD -- THE BRANCH WHOSE VAULT FEEDS THE CASSETTES.
      *> MAINTAINED BY ATMMAINT. AT-CASSETTE-CASH IS THE BOOK CASH
      *> IN THE CASSETTES: RAISED BY VAULTMAINT ATMLOAD, CLEARED BY
      *> VAULTMAINT ATMUNLOAD AND RUN DOWN BY THE NIGHTLY ATMSETL
      *> SETTLEMENT BY WHAT THE TERMINAL JOURNAL SAYS WAS DISPENSED.
       01  ATM-RECORD.
           05 AT-ATM-ID                PIC 9(05).
           05 AT-BRANCH-ID             PIC 9(03).
           05 AT-LOCATION              PIC X(30).
           05 AT-STATUS                PIC X(01).
             88 AT-IS-ACTIVE           VALUE "A".
      *      TAKEN OUT OF SERVICE FOR REPAIR -- STILL LOADED AND
      *      UNLOADED, STILL SETTLED FOR ANYTHING IT DISPENSED.
             88 AT-IS-SUSPENDED        VALUE "S".
      *      DECOMMISSIONED -- ONLY ONCE THE CASSETTES ARE EMPTY.
             88 AT-IS-CLOSED           VALUE "C".
           05 AT-CASSETTE-CASH         PIC S9(10)V99.
           05 AT-LAST-LOAD-DATE        PIC 9(08).
           05 AT-LAST-UNLOAD-DATE      PIC 9(08).
      *    LATEST BUSINESS DATE ATMSETL HAS SETTLED THROUGH -- JOURNAL
      *    LINES DATED ON OR BEFORE IT ARE NEVER SETTLED TWICE.
           05 AT-LAST-SETTLED-DATE     PIC 9(08).
           05 AT-ADDED-DATE            PIC 9(08).
           05 AT-ADDED-BY              PIC 9(09).
           05 AT-UPDATED-DATE          PIC 9(08).
           05 AT-UPDATED-BY            PIC 9(09).
           05 FILLER                   PIC X(10).
