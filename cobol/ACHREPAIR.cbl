       PROGRAM-ID.                      ACHREPAIR.
      ******************************************************************
      *  ACH suspense repair tool -- the operator side of the queue
      *  ACHBATCH fills when an incoming credit cannot be placed
      *  (WIREIN parks unplaceable inbound wires on the same queue,
      *  converted into the suspense account's currency -- LIST
      *  shows the wire as it arrived beside what was posted).
      *  Run standalone, e.g.:
      *     ACHREPAIR LIST
      *     ACHREPAIR REDIRECT 00003 00042
      *     ACHREPAIR RETURN   00003
      *     ACHREPAIR AGING
      *  REDIRECT moves the parked funds out of the suspense account
      *  into the correct account with a full TRANSDB trail -- one
      *  credit whose balancing debit TRANSDB posts to the suspense
      *  account in the same unit of work. The credit carries the
      *  ORIGINAL intake reference in the dedicated payment-reference
      *  field so ACHRECON still matches the settlement
      *  confirmation. RETURN
      *  sends the funds back deliberately: the suspense account is
      *  debited and one instruction in ACH-OUT-RECORD layout is
      *  appended to files/ach_returns_out.txt for the network desk.
           88 ARG-OP-RETURN              VALUE "RETURN".
           88 ARG-OP-AGING               VALUE "AGING".
         05 ARG-TOK2                    PIC X(05).
         05 ARG-TOK3                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-SUSPENSE-FILE-STATUS     PIC XX VALUE SPACES.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TARGET-ACCID             PIC 9(09).
         05 WS-TARGET-BALANCE           PIC S9(10)V99.
         05 WS-TARGET-IBAN              PIC X(30).
         05 WS-SUSP-BALANCE             PIC S9(10)V99.
         05 WS-SUSP-IBAN                PIC X(30).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-RECEIVED-SERIAL          PIC S9(08).
         05 WS-AGE-DAYS                 PIC S9(05).
                 DISPLAY "ITEM " SQ-ID
                         " REF=" SQ-REFERENCE
                         " IBAN=" SQ-IBAN(1:22)
                         " AMT=" SQ-AMOUNT " " SQ-CURRENCY
                         " RECEIVED=" SQ-RECEIVED-DATE
                         " STATUS=" SQ-STATUS
                 IF SQ-ORIG-CURRENCY NOT = SPACES
                   DISPLAY "     ARRIVED AS " SQ-ORIG-AMOUNT
                           " " SQ-ORIG-CURRENCY
                           " RATE " SQ-FX-RATE
                 END-IF
             END-READ
           END-PERFORM
           .
             DISPLAY "NO SUCH ACCOUNT: " ARG-TOK3
             EXIT SECTION
           END-IF
      *    ACHBATCH REJECTS CURRENCY MISMATCHES AT INTAKE AND WIREIN
      *    CONVERTS INTO THE SUSPENSE CURRENCY -- THE REPAIR PATH MUST
      *    NOT REINTRODUCE A MISMATCH WITH A 1:1 CREDIT.
           IF O-ACC-CURRENCY(1) NOT = SQ-CURRENCY
             DISPLAY "CURRENCY MISMATCH -- ITEM IS " SQ-CURRENCY
                     ", ACCOUNT " WS-TARGET-ACCID " IS "
           END-IF
           MOVE O-ACC-BALANCE(1)           TO WS-TARGET-BALANCE

      *    THE CREDIT CARRIES THE ORIGINAL INTAKE REFERENCE IN THE
      *    DEDICATED PAYMENT-REFERENCE FIELD SO ACHRECON STILL
      *    MATCHES THE CONFIRMATION.
           MOVE WS-NEW-BALANCE             TO I-TRANS-ACCBALANCE
           MOVE SQ-REFERENCE               TO I-TRANS-PAYMENT-REF
           MOVE "SUSPENSE REDIRECT"        TO I-TRANS-MEMO
           MOVE K-ACH-SUSPENSE-ACCID       TO I-TRANS-CONTRA-ACCID
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             DISPLAY "CREDIT POST FAILED FOR ITEM " SQ-ID
                     " -- NOTHING MOVED, ITEM STAYS IN SUSPENSE"
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE K-ACH-SUSPENSE-ACCID       TO I-ACC-ACCOUNTID
           SET I-ACC-PROD-INTERNAL         TO TRUE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
