      *> RECORD LAYOUT FOR THE INDEXED CUSTOMER LETTER LOG
      *> files/custletters.dat, WRITTEN BY LETTERRUN AND SHOWN TO
      *> TELLERS BY LETTERMAINT HISTORY. ONE ROW PER LETTER SENT,
      *> KEYED BY CUSTOMER FIRST SO A CUSTOMER'S LETTERS READ
      *> TOGETHER. THE SAME TEMPLATE GOES TO A CUSTOMER AT MOST ONCE
      *> A DAY -- A RERUN OF THE SAME LETTER SKIPS THOSE ALREADY SENT.
       01  LETTER-LOG-RECORD.
           05 LG-KEY.
             10 LG-CUSTOMERID          PIC 9(09).
             10 LG-SENT-DATE           PIC 9(08).
             10 LG-TEMPLATE            PIC X(08).
      *    TITLE OF THE TEMPLATE AS IT WAS WHEN THE LETTER WENT OUT.
           05 LG-TITLE                 PIC X(60).
      *    ACCOUNT WHOSE FIELDS WERE MERGED (ZERO IF NONE).
           05 LG-ACCOUNTID             PIC 9(09).
      *    THE LETTER AS WRITTEN (SEE MAILHOLD -- NEVER A HELD_ NAME,
      *    RETURNED-MAIL CUSTOMERS ARE NOT WRITTEN TO AT ALL).
           05 LG-PATH                  PIC X(60).
           05 LG-RUN-BY                PIC 9(09).
           05 FILLER                   PIC X(20).
