       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE              PIC X(08).
           05 FILE-FS-EFF-DATE          PIC X(10).
           05 FILE-FS-AMOUNT            PIC 9(10)V99.

       FD  STALE-OUTPUT.
       01  STALE-LINE                   PIC X(120).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".
         88 PGNAME-FEEWAIVER            VALUE "FEEWAIVER           ".

       01 CONSTANTS.
         COPY DRAFTCONFIG.
           88 ARG-OP-STOP                VALUE "STOP".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-STALE               VALUE "STALE".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(09).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-FEE-SCHED-STATUS         PIC XX VALUE SPACES.
         05 WS-STALE-FILE-STATUS        PIC XX VALUE SPACES.

         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-CUR-DRAFT-FEE            PIC 9(10)V99.
         05 WS-BEST-FEE-DATE            PIC X(10).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-PAYEE                    PIC X(40).
         05 WS-SERIAL                   PIC 9(07).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-AGE-DAYS                 PIC S9(05).
         05 WS-OUT-COUNT                PIC 9(05).
         05 WS-OUT-TOTAL                PIC S9(12)V99.
         05 WS-STALE-COUNT              PIC 9(05).
         05 WS-AMOUNT-EDITED            PIC -ZZZZZZZZZZZ9.99.
         05 WS-TRANS-MEMO               PIC X(40).
         05 WS-TRANS-TYPE               PIC X(10).

       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY AUDITINTERFACE.
       COPY FEEWAIVERINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
      ******************************************************************
       F-ISSUE-DRAFT SECTION.
           SET FG-DRAFT-OK-Y               TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "USAGE: DRAFT ISSUE <accid> <amount> "
                     "<busr-id> <payee...>"
             EXIT SECTION
             DISPLAY "INSUFFICIENT FUNDS FOR DRAFT PLUS FEE"
             EXIT SECTION
           END-IF
           PERFORM F-APPLY-FEE-WAIVER

           PERFORM F-FIND-NEXT-SERIAL
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           .
       F-LOAD-DRAFT-FEE-END.
           EXIT.
      ******************************************************************
       F-APPLY-FEE-WAIVER SECTION.
      *    THE OWNING CUSTOMER'S RELATIONSHIP MAY WAIVE OR DISCOUNT
      *    THE DRAFT FEE (SEE FEEWAIVER). THE FUNDS CHECK ABOVE WAS
      *    MADE AGAINST THE FULL FEE, SO A SMALLER ONE STILL FITS.
      *    ACCDB-INTERFACE STILL HOLDS THE ACCOUNT JUST READ.
           INITIALIZE FEEWAIVER-INTERFACE
           SET I-FWV-OP-APPLY              TO TRUE
           MOVE O-ACC-CUSTOMERID(1)        TO I-FWV-CUSTOMERID
           MOVE WS-ACCOUNT-ID              TO I-FWV-ACCOUNTID
           MOVE "DRAFTFEE"                 TO I-FWV-FEE-CODE
           MOVE WS-CUR-DRAFT-FEE           TO I-FWV-FEE-AMOUNT
           SET PGNAME-FEEWAIVER            TO TRUE
           CALL PROGNAME USING FEEWAIVER-INTERFACE
           IF FEEWAIVER-STATUS-OK
             MOVE O-FWV-CHARGE-AMOUNT      TO WS-CUR-DRAFT-FEE
           END-IF
           .
       F-APPLY-FEE-WAIVER-END.
           EXIT.
      ******************************************************************
       F-POST-ONE-TRANSACTION SECTION.
      *    CALLER LEAVES WS-TRANS-TYPE, WS-TRANS-MEMO, WS-AMOUNT AND
           EXIT.
      ******************************************************************
       F-PRESENT-DRAFT SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "USAGE: DRAFT PRESENT <serial>"
             EXIT SECTION
           END-IF
      ******************************************************************
       F-STOP-DRAFT SECTION.
           SET FG-DRAFT-OK-Y               TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USAGE: DRAFT STOP <serial> <busr-id>"
             EXIT SECTION
           END-IF
