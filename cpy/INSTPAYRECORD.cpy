      *> RECORD LAYOUT FOR THE INDEXED INSTANT PAYMENT SUBMISSION FILE
      *> (files/instantpay.dat). ONE ROW PER OUTGOING TRANSFER SENT
      *> THROUGH THE INSTANT PAYMENT SCHEME (SEE TRANSFERBO). THE
      *> FUNDS SIT UNDER IP-HOLD-ID ON HOLDDB UNTIL THE SCHEME ANSWERS
      *> -- INSTRESP POSTS OR RELEASES, INSTRECON TICKS IT OFF THE
      *> SCHEME'S SETTLEMENT REPORT.
       01  INSTANT-PAY-RECORD.
           05 IP-ID                    PIC 9(05).
      *> "INS" + IP-ID + yymmddhhmmss -- WHAT THE SCHEME ECHOES BACK.
           05 IP-REFERENCE             PIC X(20).
           05 IP-SRC-ACCID             PIC 9(09).
           05 IP-SRC-IBAN              PIC X(30).
           05 IP-DEST-IBAN             PIC X(30).
           05 IP-AMOUNT                PIC 9(10)V99.
           05 IP-CURRENCY              PIC X(03).
           05 IP-CUSTOMERID            PIC 9(09).
           05 IP-HOLD-ID               PIC 9(05).
           05 IP-REQUESTED-BY          PIC 9(09).
      *> BUSINESS-DATE STAMPED, SAME AS EVERY TRANSFER TIMESTAMP.
           05 IP-SUBMIT-TS             PIC X(22).
      *> WALL-CLOCK DATE AND SECOND-OF-DAY THE SCHEME TIMEOUT RUNS
      *> FROM -- AND THE SAME FOR THE STATUS INQUIRY, ONCE SENT.
           05 IP-SUBMIT-DATE           PIC 9(08).
           05 IP-SUBMIT-SECS           PIC 9(05).
           05 IP-INQUIRY-DATE          PIC 9(08).
           05 IP-INQUIRY-SECS          PIC 9(05).
           05 IP-STATUS                PIC X(01).
             88 IP-SUBMITTED           VALUE "S".
             88 IP-INQUIRED            VALUE "I".
             88 IP-ACCEPTED            VALUE "A".
             88 IP-REJECTED            VALUE "R".
             88 IP-TIMED-OUT           VALUE "T".
             88 IP-IS-OPEN             VALUES "S" "I".
      *> SCHEME REASON CODE ON A REJECT.
           05 IP-REASON                PIC X(04).
           05 IP-RESOLVED-TS           PIC X(22).
      *> BUSINESS DATE THE ACCEPTANCE POSTED ON, AND THE TRANSFERDB
      *> ROW IT POSTED AS.
           05 IP-POSTED-DATE           PIC 9(08).
           05 IP-TRANSFER-ID           PIC 9(05).
      *> SETTLEMENT REPORT DATE INSTRECON MATCHED IT ON -- ZERO UNTIL
      *> THEN.
           05 IP-SETTLED-DATE          PIC 9(08).
