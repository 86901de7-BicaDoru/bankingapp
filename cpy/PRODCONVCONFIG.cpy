      *> PRODUCT CONVERSION TERMS (PRODCONV, PRODCONVRUN), SAME
      *> CONVENTION AS ACCSWITCHCONFIG: COPY INTO A PROGRAM'S OWN 01
      *> CONSTANTS GROUP.
      *>
      *> FURTHEST AHEAD, IN CALENDAR DAYS, A CONVERSION MAY BE
      *> SCHEDULED. THE EFFECTIVE DATE MAY BE TODAY'S BUSINESS DATE --
      *> TONIGHT'S RUN CARRIES IT OUT.
         05 K-PV-MAX-LEAD-DAYS         PIC 9(03) VALUE 365.
      *> CONVERSIONS ONE NIGHTLY REPORT GROUPS BY BRANCH -- ANY MORE
      *> ARE STILL CARRIED OUT AND COUNTED, JUST NOT LISTED.
         05 K-PV-REPORT-MAX            PIC 9(04) VALUE 2000.
