      *> RECORD LAYOUT FOR THE INDEXED CUSTOMER-CONTACT FILE
      *> (files/custcontact.dat). CUSTDB CARRIES ONE 50-CHARACTER
      *> ADDRESS THAT A PUT OVERWRITES; THIS FILE KEEPS EVERY
      *> ADDRESS, PHONE AND EMAIL A CUSTOMER HAS GIVEN US, EACH WITH
      *> THE DATES IT WAS VALID, SO THE FILE IS ITS OWN HISTORY.
      *> MAINTAINED BY CONTACT (AND CUSTBO, WHICH RECORDS EVERY
      *> ADDRESS CHANGE MADE THROUGH A CUSTOMER PUT AS A NEW POSTAL
      *> ROW). A NEW CURRENT ROW OF A TYPE CLOSES THE PREVIOUS ONE.
      *> ONE CUSTOMER-LEVEL CONTROL ROW IS KEYED BY CN-SEQ 00000 (NO
      *> CONTACT ROW HAS SEQUENCE ZERO, SAME DEVICE AS THE JOINTACC
      *> MANDATE RULE ROW) AND CARRIES THE LAST SEQUENCE ISSUED AND
      *> THE RETURNED-MAIL FLAG -- WHILE IT IS SET, STATEMENTS AND
      *> LETTERS FOR THE CUSTOMER ARE HELD (SEE MAILHOLD).
       01  CUST-CONTACT-RECORD.
           05 CN-KEY.
             10 CN-CUSTOMERID          PIC 9(09).
             10 CN-SEQ                 PIC 9(05).
           05 CN-DETAIL.
             10 CN-TYPE                PIC X(01).
               88 CN-TYPE-POSTAL       VALUE "P".
               88 CN-TYPE-RESIDENTIAL  VALUE "R".
               88 CN-TYPE-PHONE        VALUE "T".
               88 CN-TYPE-EMAIL        VALUE "E".
               88 CN-TYPE-VALID        VALUES "P" "R" "T" "E".
               88 CN-TYPE-ADDRESS      VALUES "P" "R".
             10 CN-VALUE               PIC X(60).
             10 CN-VALID-FROM          PIC 9(08).
      *      ZERO WHILE THE ROW IS THE CURRENT ONE OF ITS TYPE.
             10 CN-VALID-TO            PIC 9(08).
             10 CN-ADDED-BY            PIC 9(09).
             10 CN-ADDED-DATE          PIC 9(08).
             10 CN-ENDED-BY            PIC 9(09).
             10 FILLER                 PIC X(20).
      *    CONTROL ROW (CN-SEQ 00000) ONLY.
           05 CN-CONTROL REDEFINES CN-DETAIL.
             10 CN-LAST-SEQ            PIC 9(05).
             10 CN-MAIL-STATUS         PIC X(01).
      *        POST CAME BACK UNDELIVERABLE -- HOLD PRINTED OUTPUT.
               88 CN-MAIL-RETURNED     VALUE "R".
               88 CN-MAIL-DELIVERABLE  VALUES "V" " ".
             10 CN-RETURNED-DATE       PIC 9(08).
             10 CN-RETURNED-BY         PIC 9(09).
             10 CN-VERIFIED-DATE       PIC 9(08).
             10 CN-VERIFIED-BY         PIC 9(09).
             10 FILLER                 PIC X(83).
