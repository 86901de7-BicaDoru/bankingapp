      *> RECORD LAYOUT FOR THE INDEXED LETTER TEMPLATE FILE
      *> files/lettertmpl.dat, MAINTAINED BY LETTERMAINT AND MERGED BY
      *> LETTERRUN. A TEMPLATE IS ITS LINES IN LINE-NUMBER ORDER UNDER
      *> ONE CODE; LINE 000 IS NOT PRINTED -- IT CARRIES THE
      *> TEMPLATE'S TITLE, WHICH IS WHAT A TELLER SEES AGAINST THE
      *> CUSTOMER WHEN THE LETTER HAS GONE OUT. A LINE MAY CARRY MERGE
      *> FIELDS WRITTEN AS &NAME& -- SEE LETTERRUN FOR THE LIST.
       01  LETTER-TEMPLATE-RECORD.
           05 LT-KEY.
             10 LT-CODE                PIC X(08).
             10 LT-LINE-NO             PIC 9(03).
           05 LT-TEXT                  PIC X(100).
           05 LT-CHANGED-BY            PIC 9(09).
           05 LT-CHANGED-DATE          PIC 9(08).
           05 FILLER                   PIC X(20).
