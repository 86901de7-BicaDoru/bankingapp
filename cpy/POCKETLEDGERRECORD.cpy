      *> RECORD LAYOUT FOR THE INDEXED CURRENCY POCKET LEDGER
      *> (files/pocketledger.dat), ONE ROW PER MOVEMENT ON A POCKET
      *> OF files/ccypockets.dat (SEE POCKETRECORD). KEYED ON ACCOUNT
      *> + CURRENCY + RUNNING SEQUENCE, SO A START/READ NEXT WALKS
      *> ONE POCKET'S MOVEMENTS IN POSTING ORDER -- WHAT ACCSTMT
      *> PRINTS AND EODRECON REPLAYS AGAINST PK-BALANCE. THE BASE
      *> LEG OF AN AUTOMATIC CONVERSION IS AN ORDINARY TRANSDB
      *> WITHDRAW ON THE ACCOUNT ITSELF; ITS FOREIGN LEG IS THE
      *> "FXIN" ROW HERE.
       01  POCKET-LEDGER-RECORD.
           05 PL-KEY.
             10 PL-ACCOUNT-ID          PIC 9(09).
             10 PL-CURRENCY            PIC X(03).
             10 PL-SEQ                 PIC 9(07).
           05 PL-TYPE                  PIC X(06).
             88 PL-TYPE-CREDIT         VALUE "CREDIT".
             88 PL-TYPE-DEBIT          VALUE "DEBIT ".
             88 PL-TYPE-FX-IN          VALUE "FXIN  ".
           05 PL-AMOUNT                PIC 9(10)V99.
           05 PL-BALANCE-AFTER         PIC S9(10)V99.
           05 PL-POST-DATE             PIC 9(08).
           05 PL-TIMESTAMP             PIC X(22).
           05 PL-REFERENCE             PIC X(20).
           05 PL-MEMO                  PIC X(40).
      *    FXIN ONLY -- THE BASE-CURRENCY AMOUNT DEBITED FOR IT AND
      *    THE BASE->POCKET RATE APPLIED.
           05 PL-BASE-AMOUNT           PIC 9(10)V99.
           05 PL-FX-RATE               PIC 9(03)V9999.
           05 FILLER                   PIC X(20).
