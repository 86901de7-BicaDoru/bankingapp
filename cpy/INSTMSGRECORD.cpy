      *> RECORD LAYOUT FOR THE FLAT OUTBOUND MESSAGE FILE THE INSTANT
      *> PAYMENT SCHEME GATEWAY PICKS UP (files/instant_outbound.txt,
      *> APPENDED). A SUBMISSION IS WRITTEN BY TRANSFERBO, A STATUS
      *> INQUIRY BY INSTRESP.
       01  INSTANT-MSG-RECORD.
           05 IM-MSG-TYPE              PIC X(04).
             88 IM-MSG-SUBMIT          VALUE "SUBM".
             88 IM-MSG-INQUIRY         VALUE "INQY".
           05 IM-REFERENCE             PIC X(20).
           05 IM-SRC-IBAN              PIC X(30).
           05 IM-DEST-IBAN             PIC X(30).
           05 IM-AMOUNT                PIC 9(08)V99.
           05 IM-CURRENCY              PIC X(03).
           05 IM-TIMESTAMP             PIC X(22).
