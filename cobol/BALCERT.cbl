      *  active loans with LN-REMAINING-PRINCIPAL. The letter is
      *  stamped with a unique certificate number recorded on
      *  files/certificates.dat, and written to
      *  files/reports/BALANCE_CERT_<certno>.txt -- or under a HELD_
      *  name, kept back until the address is re-verified, when the
      *  customer's post is marked returned (see MAILHOLD); the
      *  register always names the ordinary file.
      *  VERIFY looks a certificate number up in the register so a
      *  document presented to us later can be confirmed as genuinely
      *  ours -- or exposed as not.
      *    ONE OF THESE NUMBERS REALLY CAME FROM US.
       01  CERTIFICATE-RECORD.
           05 CE-ID                    PIC 9(07).
           05 CE-CUSTOMERID            PIC 9(09).
           05 CE-AS-OF-DATE            PIC 9(08).
           05 CE-ISSUED-TS             PIC X(22).
           05 CE-FILENAME              PIC X(60).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-MAILHOLD             VALUE "MAILHOLD            ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ISSUE               VALUE "ISSUE".
           88 ARG-OP-VERIFY              VALUE "VERIFY".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(08).

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
      *    THE ORDINARY CERTIFICATE NAME, WHETHER OR NOT IT IS HELD.
         05 WS-CERT-FILENAME            PIC X(60).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-CERT-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-AS-OF-DATE               PIC 9(08).
         05 WS-AS-OF-ISO                PIC X(10).
         05 WS-NEXT-ID                  PIC 9(07) VALUE 0.
         05 WS-CUST-NAME                PIC X(50).
         05 WS-TRANS-PAGE-NUMBER       PIC 9(05).
         05 WS-BEST-TS                  PIC X(25).
         05 WS-AS-OF-BALANCE            PIC S9(10)V99.
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).
         05 WS-CUR-CURRENCY             PIC X(05).
         05 WS-ACCOUNTS-LISTED          PIC 9(03) VALUE 0.
         05 WS-LOANS-LISTED             PIC 9(03) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC +ZZZZZZZZZ9.99.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
       COPY TRANSINTERFACE.
       COPY CUSTINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY MAILHOLDINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
                  ".txt"                       DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING
           MOVE WS-FILENAME                TO WS-CERT-FILENAME

      *    A CUSTOMER WHOSE POST HAS COME BACK GETS THE LETTER
      *    WRITTEN UNDER A HELD_ NAME (SEE MAILHOLD).
           INITIALIZE MAILHOLD-INTERFACE
           SET I-MH-OP-ROUTE               TO TRUE
           MOVE WS-CUSTOMERID              TO I-MH-CUSTID
           MOVE PGM-ID                     TO I-MH-PROGRAM
           MOVE WS-FILENAME                TO I-MH-PATH
           SET PGNAME-MAILHOLD             TO TRUE
           CALL PROGNAME USING MAILHOLD-INTERFACE
           MOVE O-MH-PATH                  TO WS-FILENAME
           IF NOT MAILHOLD-STATUS-OK
             DISPLAY "CUSTOMER POST RETURNED -- CERTIFICATE HELD"
           END-IF
           OPEN OUTPUT CERT-OUTPUT

           PERFORM F-WRITE-LETTER-HEADER
           MOVE WS-CUSTOMERID              TO CE-CUSTOMERID
           MOVE WS-AS-OF-DATE              TO CE-AS-OF-DATE
           MOVE WS-TIMESTAMP               TO CE-ISSUED-TS
           MOVE WS-CERT-FILENAME           TO CE-FILENAME
           WRITE CERTIFICATE-RECORD
           .
       F-WRITE-REGISTER-ROW-END.
