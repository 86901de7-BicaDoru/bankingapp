      *> NETWORK SETTLES -- MATCHED TO THE OUTSTANDING CARD-HOLD-ID
      *> ON THE CARD. THE CLEARED AMOUNT MAY BE BELOW THE AUTHORIZED
      *> HOLD AMOUNT (TIP ADJUSTMENTS, PARTIAL SHIPMENTS); IT MAY
      *> NEVER EXCEED IT. THE TRAILING MERCHANT FIELDS ARE CHECKED
      *> AGAINST THE CARD'S CONTROLS (CARDCTL); A NETWORK THAT DOES NOT
      *> SEND THEM LEAVES THEM BLANK AND THEY ARE NOT CHECKED.
       01  CARD-CLEARING-RECORD.
           05 CC-CARD-ID               PIC 9(05).
           05 CC-AMOUNT                PIC 9(08)V99.
           05 CC-REFERENCE             PIC X(20).
      *    ISO 18245 MERCHANT CATEGORY CODE.
           05 CC-MCC                   PIC X(04).
      *    ISO 3166 ALPHA-2 COUNTRY OF THE MERCHANT.
           05 CC-COUNTRY               PIC X(02).
      *    E = E-COMMERCE / CARD NOT PRESENT, P = CARD PRESENT.
           05 CC-CHANNEL               PIC X(01).
      *    yyyymmdd OF THE PURCHASE -- ZERO = TAKEN AS TODAY.
           05 CC-TXN-DATE              PIC 9(08).
      *    THE CARD NUMBER AS THE NETWORK KNOWS IT, FOR AN ITEM THAT
      *    COMES WITHOUT OUR CC-CARD-ID (ZERO) -- RESOLVED THROUGH THE
      *    CARD NUMBER VAULT (CARDVAULT FINDPAN). NEVER WRITTEN TO THE
      *    RESULTS FILE.
           05 CC-PAN                   PIC X(16).
