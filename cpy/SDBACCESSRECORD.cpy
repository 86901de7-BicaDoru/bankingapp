      *> RECORD LAYOUT FOR THE INDEXED SAFE DEPOSIT BOX ACCESS LOG
      *> (files/sdbaccess.dat), ONE ROW PER VISIT TO A BOX -- REFUSED
      *> VISITS ARE LOGGED TOO, WITH THE REASON. WRITTEN BY SDBOX
      *> ACCESS; NEVER CHANGED AFTERWARDS.
       01  SDB-ACCESS-RECORD.
           05 SA-KEY.
             10 SA-BRANCH-ID           PIC 9(03).
             10 SA-BOX-NO              PIC 9(05).
             10 SA-SEQ                 PIC 9(05).
           05 SA-RENTAL-SEQ            PIC 9(03).
           05 SA-CUSTOMERID            PIC 9(09).
           05 SA-DATE                  PIC 9(08).
           05 SA-TIME                  PIC 9(06).
      *    TELLER WHO CHECKED THE VISITOR IN.
           05 SA-TELLER-BUSR           PIC 9(09).
           05 SA-OUTCOME               PIC X(01).
             88 SA-ADMITTED            VALUE "Y".
             88 SA-REFUSED             VALUE "N".
           05 SA-REFUSE-REASON         PIC X(30).
