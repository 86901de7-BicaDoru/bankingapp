      *> RECORD LAYOUT FOR THE INDEXED CARD NUMBER VAULT
      *> (files/cardvault.dat), ONE ROW PER CARD NUMBER EVER ISSUED,
      *> KEYED ON THE TOKEN CARD-RECORD CARRIES IN PLACE OF THE
      *> NUMBER (SEE CARD-TOKEN IN CARDRECORD). THE ONLY FILE THAT
      *> HOLDS A FULL CARD NUMBER -- READ AND WRITTEN BY CARDVAULT
      *> ALONE, AND KEPT OUT OF BACKUPRUN/ARCHIVERUN/DSAR; ITS
      *> OPERATING-SYSTEM ACCESS IS RESTRICTED SEPARATELY FROM THE
      *> REST OF files/.
       01  CARDVAULT-RECORD.
           05 PV-TOKEN                 PIC X(12).
           05 PV-PAN                   PIC X(16).
           05 PV-CARD-ID               PIC 9(05).
           05 PV-CREATED-DATE          PIC 9(08).
      *    PROGRAM THAT ASKED FOR THE TOKEN (ISSUE OR CONVERSION).
           05 PV-CREATED-BY-PGM        PIC X(20).
           05 FILLER                   PIC X(20).
