         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 CONSTANTS.
      *    ACHO-AMOUNT IS FIXED AT EIGHT INTEGER DIGITS BY THE NETWORK
      *    FORMAT -- A LARGER BALANCE GOES OUT AS SEVERAL ENTRIES.
         05 K-ACH-MAX-AMOUNT            PIC 9(10)V99 VALUE 99999999.99.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(60).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-REQUEST             VALUE "REQUEST".
           88 ARG-OP-APPROVE             VALUE "APPROVE".
           88 ARG-OP-LIST                VALUE "LIST".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(30).
         05 ARG-TOK4                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-DEC-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-PAYOUT-ACC-ID            PIC 9(09).
         05 WS-PAYOUT-BALANCE           PIC S9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-DRAIN-ACC-ID             PIC 9(09).
         05 WS-DRAIN-IBAN               PIC X(30).
         05 WS-DRAIN-AMOUNT             PIC 9(10)V99.
         05 WS-OUT-REMAINING            PIC 9(10)V99.
         05 WS-DRAIN-CURRENCY           PIC X(03).
      *  CROSS-CURRENCY PAYOUT LEG -- A DRAINED ACCOUNT IN ANOTHER
      *  CURRENCY IS CONVERTED AT THE DAY'S fxrates.dat RATE, THE
         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-PAYOUT-CURRENCY          PIC X(03).
         05 WS-ESTATE-FX-RATE           PIC 9(03)V9999.
         05 WS-CREDIT-AMOUNT            PIC 9(10)V99.
         05 FG-ESTATE-RATE-OK           PIC X(01).
           88 FG-ESTATE-RATE-OK-Y       VALUE "Y".
           88 FG-ESTATE-RATE-OK-N       VALUE "N".
         05 WS-TOTAL-RELEASED           PIC 9(12)V99 VALUE 0.
         05 WS-ACCOUNTS-DRAINED         PIC 9(03) VALUE 0.

         05 WS-TIME-RAW                 PIC 9(08).
      ******************************************************************
       F-WRITE-OUTBOUND-INSTRUCTION SECTION.
      *    THE NOMINATED IBAN IS AT ANOTHER BANK -- ONE ACH-OUT
      *    INSTRUCTION PER DRAINED ACCOUNT FOR THE NETWORK DESK, OR
      *    SEVERAL WHEN THE BALANCE IS TOO LARGE FOR ONE ENTRY.
           OPEN EXTEND ESTATE-OUT-FILE
           MOVE WS-DRAIN-AMOUNT            TO WS-OUT-REMAINING
           PERFORM UNTIL WS-OUT-REMAINING = 0
             INITIALIZE ACH-OUT-RECORD
             MOVE WS-DRAIN-IBAN            TO ACHO-SRC-IBAN
             MOVE DC-NOMINATED-IBAN        TO ACHO-DEST-IBAN
             IF WS-OUT-REMAINING > K-ACH-MAX-AMOUNT
               MOVE K-ACH-MAX-AMOUNT       TO ACHO-AMOUNT
               SUBTRACT K-ACH-MAX-AMOUNT   FROM WS-OUT-REMAINING
             ELSE
               MOVE WS-OUT-REMAINING       TO ACHO-AMOUNT
               MOVE 0                      TO WS-OUT-REMAINING
             END-IF
             MOVE WS-DRAIN-CURRENCY        TO ACHO-CURRENCY
             SET ACHO-ORIGIN-ESTATE        TO TRUE
             MOVE DC-CUSTOMERID            TO ACHO-ORIGIN-ID
             MOVE "ESTATE RELEASE"         TO ACHO-REFERENCE
             MOVE WS-TIMESTAMP             TO ACHO-TIMESTAMP
             WRITE ACH-OUT-RECORD
           END-PERFORM
           CLOSE ESTATE-OUT-FILE
           .
       F-WRITE-OUTBOUND-INSTRUCTION-END.
