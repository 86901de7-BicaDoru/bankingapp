      *> RUN.
       01  CARD-RECORD.
           05 CARD-ID                  PIC 9(05).
           05 CARD-ACCOUNT-ID          PIC 9(09).
      *    NO FULL CARD NUMBER IS KEPT HERE -- THE 16 BYTES HOLD THE
      *    VAULT TOKEN AND THE LAST FOUR DIGITS (SEE CARDVAULT). A ROW
      *    WRITTEN BEFORE TOKENIZATION STILL HAS THE NUMBER ITSELF IN
      *    THE SAME 16 BYTES UNTIL FILECONV CARDTOK HAS RUN.
           05 CARD-NUMBER.
             10 CARD-TOKEN.
               15 CARD-TOKEN-PREFIX    PIC X(02).
                 88 CARD-IS-TOKENIZED  VALUE "TK".
               15 CARD-TOKEN-SEQ       PIC X(10).
             10 CARD-LAST4             PIC X(04).
           05 CARD-TYPE                PIC X(01).
             88 CARD-TYPE-DEBIT         VALUE "D".
             88 CARD-TYPE-CREDIT        VALUE "C".
