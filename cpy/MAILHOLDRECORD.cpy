      *> RECORD LAYOUT FOR THE INDEXED HELD-MAIL REGISTER
      *> (files/mailhold.dat), ONE ROW PER STATEMENT OR LETTER
      *> PRODUCED FOR A CUSTOMER WHOSE POST HAS COME BACK (SEE
      *> CONTACTRECORD). THE DOCUMENT IS WRITTEN UNDER A HELD_ NAME
      *> SO THE PRINT RUN DOES NOT PICK IT UP; RE-VERIFYING THE
      *> ADDRESS RENAMES IT TO ITS ORDINARY NAME AND MARKS THE ROW
      *> RELEASED. WRITTEN AND RELEASED BY MAILHOLD ONLY.
       01  MAIL-HOLD-RECORD.
           05 MH-KEY.
             10 MH-CUSTOMERID          PIC 9(09).
             10 MH-SEQ                 PIC 9(05).
      *    PROGRAM THAT PRODUCED THE DOCUMENT.
           05 MH-PROGRAM               PIC X(20).
           05 MH-HELD-PATH             PIC X(60).
           05 MH-RELEASE-PATH          PIC X(60).
           05 MH-HELD-DATE             PIC 9(08).
           05 MH-STATUS                PIC X(01).
             88 MH-IS-HELD             VALUE "H".
             88 MH-IS-RELEASED         VALUE "R".
           05 MH-RELEASED-DATE         PIC 9(08).
           05 MH-RELEASED-BY           PIC 9(09).
