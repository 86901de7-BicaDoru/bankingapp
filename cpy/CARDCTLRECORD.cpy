      *> RECORD LAYOUT FOR THE INDEXED CARD CONTROL FILE
      *> (files/cardcontrols.dat), AT MOST ONE ROW PER CARD, KEYED ON
      *> CARD-ID (SEE CARDRECORD). KEPT BESIDE card.dat RATHER THAN ON
      *> IT SO THE CARD RECORD KEEPS ITS LENGTH. A CARD WITHOUT A ROW
      *> HAS NO CONTROLS -- EVERY MERCHANT, COUNTRY AND CHANNEL IS
      *> ALLOWED. MAINTAINED THROUGH CARDCTL PUT (CARDBO PUT CARD,
      *> ACTION C); CHECKED BY CARDCTL CHECK AT AUTHORIZATION
      *> (CARDMAINT AUTH) AND AT CLEARING (CARDCLEAR).
       01  CARDCTL-RECORD.
           05 CTL-CARD-ID              PIC 9(05).
           05 CTL-SETTINGS.
      *      MERCHANT CATEGORY CODES (ISO 18245, E.G. 7995 GAMBLING)
      *      THE CARD MAY NOT BE USED AT. SPACES = UNUSED SLOT.
             10 CTL-BLOCKED-MCC        PIC X(04) OCCURS 5.
      *      ISO 3166 ALPHA-2 COUNTRIES THE CARD MAY BE USED IN. ALL
      *      FIVE SPACES = NO COUNTRY RESTRICTION.
             10 CTL-ALLOWED-COUNTRY    PIC X(02) OCCURS 5.
      *      CARD-NOT-PRESENT (ONLINE / MAIL ORDER) USE.
             10 CTL-ECOM               PIC X(01).
               88 CTL-ECOM-ALLOWED     VALUES "Y" " ".
               88 CTL-ECOM-BLOCKED     VALUE "N".
      *      TRAVEL NOTICES -- WHILE THE DATE FALLS INSIDE FROM..TO
      *      (BOTH yyyymmdd, INCLUSIVE) THE TRAVEL COUNTRY IS ALLOWED
      *      ON TOP OF CTL-ALLOWED-COUNTRY. FROM = 0 = UNUSED SLOT.
             10 CTL-TRAVEL             OCCURS 2.
               15 CTL-TRAVEL-FROM      PIC 9(08).
               15 CTL-TRAVEL-TO        PIC 9(08).
               15 CTL-TRAVEL-COUNTRY   PIC X(02).
           05 CTL-UPDATED-DATE         PIC 9(08).
           05 CTL-UPDATED-BY           PIC 9(09).
           05 FILLER                   PIC X(20).
