      *> RECORD LAYOUT FOR THE INDEXED CREDITOR MANDATE REGISTER
      *> (files/ddmandates.dat), ONE ROW PER DIRECT DEBIT MANDATE A
      *> MERCHANT CUSTOMER HOLDS FROM ONE OF ITS OWN CLIENTS --
      *> THE DEBTOR'S SIGNED AUTHORITY TO COLLECT FROM THE DEBTOR'S
      *> ACCOUNT AT ANOTHER BANK. KEYED BY THE MERCHANT'S COLLECTING
      *> ACCOUNT AND THE MERCHANT'S OWN MANDATE REFERENCE, WHICH IS
      *> UNIQUE ONLY PER CREDITOR. REGISTERED AND CANCELLED BY
      *> DDMANDATE, CONSULTED AND ADVANCED BY DDCOLLECT AS THE
      *> MERCHANT'S COLLECTIONS ARE TAKEN IN.
       01  DD-MANDATE-RECORD.
           05 DM-KEY.
             10 DM-CREDITOR-ACC       PIC 9(09).
             10 DM-MANDATE-ID         PIC X(35).
           05 DM-CUSTOMER-ID          PIC 9(09).
           05 DM-DEBTOR-IBAN          PIC X(30).
           05 DM-DEBTOR-NAME          PIC X(35).
           05 DM-SIGNATURE-DATE       PIC 9(08).
      *    SEQUENCE TYPE THE NEXT COLLECTION UNDER THE MANDATE GOES
      *    OUT WITH. A RECURRENT MANDATE STARTS AT FRST AND MOVES TO
      *    RCUR ONCE ITS FIRST COLLECTION IS TAKEN IN; ONE ALREADY
      *    COLLECTED ON ELSEWHERE IS REGISTERED STRAIGHT AT RCUR. A
      *    ONE-OFF OR A FINAL COLLECTION USES THE MANDATE UP.
           05 DM-SEQ-TYPE             PIC X(04).
             88 DM-SEQ-FIRST           VALUE "FRST".
             88 DM-SEQ-RECURRENT       VALUE "RCUR".
             88 DM-SEQ-ONE-OFF         VALUE "OOFF".
             88 DM-SEQ-FINAL           VALUE "FNAL".
             88 DM-SEQ-REGISTRABLE     VALUES "FRST" "RCUR" "OOFF".
           05 DM-STATUS               PIC X(01).
             88 DM-IS-ACTIVE           VALUE "A".
      *      WITHDRAWN BY THE DEBTOR OR THE MERCHANT.
             88 DM-IS-CANCELLED        VALUE "C".
      *      ONE-OFF OR FINAL COLLECTION TAKEN -- NO FURTHER USE.
             88 DM-IS-USED             VALUE "U".
           05 DM-COLLECTION-COUNT     PIC 9(05).
           05 DM-LAST-DUE-DATE        PIC 9(08).
           05 DM-CREATED-DATE         PIC 9(08).
           05 DM-CREATED-BY           PIC 9(09).
           05 DM-CLOSED-DATE          PIC 9(08).
