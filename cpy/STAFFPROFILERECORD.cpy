      *> RECORD LAYOUT FOR THE INDEXED STAFF PROFILE FILE
      *> (files/staffprofile.dat), ONE ROW PER NON-CLIENT BANK USER
      *> (BaAd/BaTS/BaTe). BUSRDB'S BANKUSER ROW CARRIES NO BRANCH
      *> AND NO WAY TO SWITCH A USER OFF SHORT OF DELETING THEM, SO
      *> THIS FILE HOLDS BOTH: THE BRANCH THE USER WORKS AT AND THE
      *> MANAGER WHO MUST CERTIFY THEIR ACCESS, AND THE ACTIVE /
      *> DISABLED STATUS BUSRBO ENFORCES AT LOGIN AND ON EVERY
      *> SESSION CHECK. MAINTAINED BY RECERTMAINT (ASSIGN / CERTIFY /
      *> REVOKE / ENABLE) AND BY USERRECERT, WHICH ADDS A ROW FOR ANY
      *> STAFF USER STILL WITHOUT ONE AND DISABLES TELLERS WHO HAVE
      *> NOT LOGGED IN FOR K-RECERT-INACTIVE-DAYS (SEE RECERTCONFIG).
      *> NO ROW MEANS AN ACTIVE USER, AS EVERY USER WAS BEFORE THIS
      *> FILE.
       01  STAFF-PROFILE-RECORD.
           05 SF-BUSR-ID               PIC 9(09).
      *    BRANCH MASTER ID (SEE BRANCHRECORD), ZERO WHILE UNASSIGNED.
           05 SF-BRANCHID              PIC 9(03).
      *    BANK USER WHO CERTIFIES THIS USER'S ACCESS -- AN ADMIN OR
      *    SENIOR TELLER, NEVER THE USER THEMSELVES. ZERO WHILE
      *    UNASSIGNED (THE USER THEN LISTS UNDER "NO MANAGER").
           05 SF-MANAGER-BUSR-ID       PIC 9(09).
           05 SF-STATUS                PIC X(01).
             88 SF-IS-ACTIVE           VALUE "A".
             88 SF-IS-DISABLED         VALUE "D".
      *    DATE THE ROW WAS CREATED OR LAST ENABLED/DISABLED -- THE
      *    INACTIVITY CLOCK NEVER RUNS FROM BEFORE IT, SO A NEW OR
      *    RE-ENABLED USER GETS THE FULL PERIOD TO LOG IN.
           05 SF-STATUS-DATE           PIC 9(08).
           05 SF-DISABLED-REASON       PIC X(08).
             88 SF-DISABLED-INACTIVE   VALUE "INACTIVE".
             88 SF-DISABLED-REVOKED    VALUE "REVOKED ".
      *    ZERO WHEN DISABLED BY THE RECERTIFICATION RUN ITSELF.
           05 SF-DISABLED-BY           PIC 9(09).
      *    LAST RECERTIFICATION DECISION ON THE USER.
           05 SF-LAST-CERT-DATE        PIC 9(08).
           05 SF-LAST-CERT-BY          PIC 9(09).
           05 SF-LAST-CERT-DECISION    PIC X(01).
             88 SF-CERT-CERTIFIED      VALUE "C".
             88 SF-CERT-REVOKED        VALUE "R".
             88 SF-CERT-NONE           VALUE " ".
           05 SF-UPDATED-BY            PIC 9(09).
           05 SF-UPDATED-DATE          PIC 9(08).
           05 FILLER                   PIC X(20).
