      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ODPROTECT.
      ******************************************************************
      *  Overdraft protection -- called subprogram (same shape as
      *  PARAMSTORE/CARDCREDIT). A current account may be linked in
      *  files/odprotect.dat to a savings account of the same
      *  customer and currency. Every debit path that finds the
      *  current account short -- ACCBO withdrawals and fees, CARDMAINT
      *  and CARDCLEAR captures, STANDRUN standing orders and loan
      *  collections, LOANRUN collections -- calls COVER with the
      *  shortfall BEFORE it declines the debit or lets it overdraw
      *  the account.
      *     COVER      pulls the shortfall plus K-ODP-TRANSFER-FEE from
      *                the savings account as an ordinary TRANSFERDB
      *                transfer (same DB-call sequence STANDRUN uses
      *                for a standing order), then charges the fee on
      *                the current account as a FEE posting. All or
      *                nothing -- a shortfall over the link's limits
      *                (see ODPROTECTCONFIG) or more than the savings
      *                balance is not covered, and the caller carries
      *                on exactly as it would have without a link.
      *     LINK       creates or replaces the link, validating both
      *                accounts (see ODPMAINT)
      *     UNLINK     marks the link removed
      *     GETITEM    returns the link
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE ASSIGN TO "files/odprotect.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODP-ACCOUNT-ID
           FILE STATUS IS WS-LINK-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LINK-FILE.
       COPY ODPROTECTRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ODPROTECT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-TRANSFERDB           VALUE "TRANSFERDB          ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY ODPROTECTCONFIG.

       01 INTERNAL-VARS.
         05 WS-LINK-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-FEE                      PIC 9(10)V99.
         05 WS-XFER-AMOUNT              PIC 9(10)V99.
         05 WS-MAX-TRANSFER             PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-PAYMENT-REF              PIC X(20).
         05 WS-PUT-ACC-ID               PIC 9(09).

      *    THE TWO ACCOUNTS OF THE LINK, AS ACCDB RETURNS THEM.
         05 WS-ACC-BUFFER.
           10 WS-PROT-ACC-ID            PIC 9(09).
           10 WS-PROT-IBAN              PIC X(30).
           10 WS-PROT-BALANCE           PIC S9(10)V99.
           10 WS-PROT-CURRENCY          PIC X(03).
           10 WS-PROT-CUSTID            PIC 9(09).
           10 WS-PROT-STATUS            PIC X(01).
           10 WS-PROT-PRODTYPE          PIC X(03).
           10 WS-BKUP-ACC-ID            PIC 9(09).
           10 WS-BKUP-IBAN              PIC X(30).
           10 WS-BKUP-BALANCE           PIC S9(10)V99.
           10 WS-BKUP-CURRENCY          PIC X(03).
           10 WS-BKUP-CUSTID            PIC 9(09).
           10 WS-BKUP-STATUS            PIC X(01).
           10 WS-BKUP-PRODTYPE          PIC X(03).
             88 WS-BKUP-PROD-SAVINGS    VALUES "SAV" "   ".

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY              PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).
             15 T-ZONE                  PIC X(03) VALUE "+00".

       01 FLAGS.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.
         05 FG-LINK-FOUND               PIC X VALUE 'N'.
           88 FG-LINK-FOUND-Y           VALUE 'Y'.
           88 FG-LINK-FOUND-N           VALUE 'N'.
         05 FG-ACC-FOUND                PIC X VALUE 'N'.
           88 FG-ACC-FOUND-Y            VALUE 'Y'.
           88 FG-ACC-FOUND-N            VALUE 'N'.
         05 FG-XFER-OK                  PIC X VALUE 'Y'.
           88 FG-XFER-OK-Y              VALUE 'Y'.
           88 FG-XFER-OK-N              VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY TRANSFERINTERFACE.
       COPY BUSDATEINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY ODPROTECTINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING ODPROTECT-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE ODPROTECT-OUT
           SET ODPROTECT-STATUS-OK        TO TRUE

           IF NOT I-ODP-OP-COVER AND NOT I-ODP-OP-LINK
           AND NOT I-ODP-OP-UNLINK AND NOT I-ODP-OP-GETITEM
             SET ODPROTECT-STATUS-BAD-OP  TO TRUE
             GO TO MAIN-END
           END-IF

      *    THE BUSINESS DATE, NOT THE WALL CLOCK -- A CATCH-UP OR
      *    RE-RUN NIGHT DATES THE TRANSFER, THE DAY COUNT AND THE LINK
      *    THE SAME WAY THE CALLER DATES ITS OWN POSTINGS.
           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF

           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET ODPROTECT-STATUS-IO-ERR  TO TRUE
             GO TO MAIN-END
           END-IF

           EVALUATE TRUE
             WHEN I-ODP-OP-COVER
               PERFORM F-COVER
             WHEN I-ODP-OP-LINK
               PERFORM F-LINK
             WHEN I-ODP-OP-UNLINK
               PERFORM F-UNLINK
             WHEN I-ODP-OP-GETITEM
               PERFORM F-READ-LINK
           END-EVALUATE

           IF FG-LINK-FOUND-Y
             PERFORM F-RETURN-LINK
           END-IF

           CLOSE LINK-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-OPEN-FILE SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILE -- CREATE IT EMPTY
      *    (SAME BOOTSTRAP AS LOANRUN'S F-OPEN-FILE).
           SET FG-FILE-OPEN-N             TO TRUE
           SET FG-LINK-FOUND-N            TO TRUE

           OPEN I-O LINK-FILE
           IF WS-LINK-FILE-STATUS = "35"
             OPEN OUTPUT LINK-FILE
             CLOSE LINK-FILE
             OPEN I-O LINK-FILE
           END-IF
           IF WS-LINK-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-FILE-OPEN-Y             TO TRUE
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-LINK SECTION.
           MOVE I-ODP-ACCOUNTID           TO ODP-ACCOUNT-ID
           READ LINK-FILE
             INVALID KEY
               SET ODPROTECT-STATUS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               SET FG-LINK-FOUND-Y        TO TRUE
           END-READ
           .
       F-READ-LINK-END.
           EXIT.
      ******************************************************************
       F-COVER SECTION.
           PERFORM F-READ-LINK
           IF FG-LINK-FOUND-N
             EXIT SECTION
           END-IF
           IF NOT ODP-IS-ACTIVE
             SET ODPROTECT-STATUS-NOT-FOUND TO TRUE
             EXIT SECTION
           END-IF
           IF I-ODP-AMOUNT = 0
             EXIT SECTION
           END-IF

      *    FIRST PROTECTION TRANSFER OF THE DAY STARTS THE DAILY
      *    LIMITS AFRESH.
           IF ODP-LAST-XFER-DATE NOT = WS-TODAY-RAW
             MOVE 0                       TO ODP-DAY-COUNT
             MOVE 0                       TO ODP-DAY-AMOUNT
           END-IF

           MOVE K-ODP-TRANSFER-FEE        TO WS-FEE
           COMPUTE WS-XFER-AMOUNT = I-ODP-AMOUNT + WS-FEE

           IF ODP-MAX-TRANSFER = 0
             MOVE K-ODP-MAX-TRANSFER      TO WS-MAX-TRANSFER
           ELSE
             MOVE ODP-MAX-TRANSFER        TO WS-MAX-TRANSFER
           END-IF

           IF WS-XFER-AMOUNT > WS-MAX-TRANSFER
           OR ODP-DAY-COUNT NOT < K-ODP-MAX-PER-DAY
           OR ODP-DAY-AMOUNT + WS-XFER-AMOUNT > K-ODP-MAX-DAY-AMOUNT
             SET ODPROTECT-STATUS-OVER-LIMIT TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-GET-ACCOUNTS
           IF FG-ACC-FOUND-N
             SET ODPROTECT-STATUS-NSF     TO TRUE
             EXIT SECTION
           END-IF

      *    THE BACKUP NEVER GOES OVERDRAWN ITSELF TO COVER ANOTHER
      *    ACCOUNT.
           IF WS-BKUP-STATUS = "C" OR WS-PROT-STATUS = "C"
           OR WS-BKUP-CURRENCY NOT = WS-PROT-CURRENCY
           OR WS-BKUP-BALANCE < WS-XFER-AMOUNT
             SET ODPROTECT-STATUS-NSF     TO TRUE
             EXIT SECTION
           END-IF

      *    SAME ORDERED STEPS AS STANDRUN.F-POST-STANDING-TRANSFER --
      *    THE TRANSFER ROW FIRST, THEN EACH BALANCE -- AND THE FEE
      *    POSTED BEFORE THE CURRENT ACCOUNT'S BALANCE IS WRITTEN, SO
      *    THAT BALANCE IS ONLY WRITTEN ONCE, ALREADY NET OF THE FEE.
           SET FG-XFER-OK-Y               TO TRUE
           PERFORM UT-GET-TIMESTAMP
           PERFORM F-POST-TRANSFER
           IF FG-XFER-OK-N
             SET ODPROTECT-STATUS-IO-ERR  TO TRUE
             EXIT SECTION
           END-IF

           COMPUTE WS-NEW-BALANCE = WS-BKUP-BALANCE - WS-XFER-AMOUNT
           MOVE WS-BKUP-ACC-ID            TO WS-PUT-ACC-ID
           PERFORM F-UPDATE-BALANCE

           COMPUTE WS-NEW-BALANCE =
                   WS-PROT-BALANCE + WS-XFER-AMOUNT - WS-FEE
           IF WS-FEE > 0
             PERFORM F-POST-FEE
           END-IF
           MOVE WS-PROT-ACC-ID            TO WS-PUT-ACC-ID
           PERFORM F-UPDATE-BALANCE

           IF FG-XFER-OK-N
             SET ODPROTECT-STATUS-IO-ERR  TO TRUE
           END-IF

           MOVE WS-TODAY-RAW              TO ODP-LAST-XFER-DATE
           ADD 1                          TO ODP-DAY-COUNT
           ADD WS-XFER-AMOUNT             TO ODP-DAY-AMOUNT
           ADD 1                          TO ODP-TOTAL-COUNT
           ADD WS-FEE                     TO ODP-TOTAL-FEES
           REWRITE OD-PROTECT-RECORD

           MOVE WS-XFER-AMOUNT            TO O-ODP-TRANSFER-AMOUNT
           MOVE WS-FEE                    TO O-ODP-FEE
           MOVE WS-NEW-BALANCE            TO O-ODP-NEW-BALANCE
           .
       F-COVER-END.
           EXIT.
      ******************************************************************
       F-GET-ACCOUNTS SECTION.
      *    BOTH SIDES OF THE LINK -- THE PROTECTED ACCOUNT FROM
      *    I-ODP-ACCOUNTID, THE BACKUP FROM THE LINK ROW (COVER) OR
      *    I-ODP-BACKUP-ID (LINK).
           SET FG-ACC-FOUND-N             TO TRUE

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE I-ODP-ACCOUNTID           TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-ACC-ACCOUNTID(1)        TO WS-PROT-ACC-ID
           MOVE O-ACC-IBAN(1)             TO WS-PROT-IBAN
           MOVE O-ACC-BALANCE(1)          TO WS-PROT-BALANCE
           MOVE O-ACC-CURRENCY(1)         TO WS-PROT-CURRENCY
           MOVE O-ACC-CUSTOMERID(1)       TO WS-PROT-CUSTID
           MOVE O-ACC-STATUS(1)           TO WS-PROT-STATUS
           MOVE O-ACC-PRODUCT-TYPE(1)     TO WS-PROT-PRODTYPE

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           IF I-ODP-OP-LINK
             MOVE I-ODP-BACKUP-ID         TO I-ACC-ACCOUNTID
           ELSE
             MOVE ODP-BACKUP-ACCOUNT-ID   TO I-ACC-ACCOUNTID
           END-IF
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-ACC-ACCOUNTID(1)        TO WS-BKUP-ACC-ID
           MOVE O-ACC-IBAN(1)             TO WS-BKUP-IBAN
           MOVE O-ACC-BALANCE(1)          TO WS-BKUP-BALANCE
           MOVE O-ACC-CURRENCY(1)         TO WS-BKUP-CURRENCY
           MOVE O-ACC-CUSTOMERID(1)       TO WS-BKUP-CUSTID
           MOVE O-ACC-STATUS(1)           TO WS-BKUP-STATUS
           MOVE O-ACC-PRODUCT-TYPE(1)     TO WS-BKUP-PRODTYPE

           SET FG-ACC-FOUND-Y             TO TRUE
           .
       F-GET-ACCOUNTS-END.
           EXIT.
      ******************************************************************
       F-POST-TRANSFER SECTION.
           INITIALIZE TRANSFERDB-INTERFACE
           SET I-TRANSFER-OP-POST         TO TRUE

           MOVE SPACES                    TO WS-PAYMENT-REF
           STRING "ODP" T-YEAR T-MONTH T-DAY
                  T-HOUR T-MIN T-SEC WS-PROT-ACC-ID(3:3)
             DELIMITED BY SIZE
             INTO WS-PAYMENT-REF
           END-STRING

           MOVE WS-BKUP-IBAN              TO I-TRANSFER-SRCIBAN
           MOVE WS-PROT-IBAN              TO I-TRANSFER-DESTIBAN
           MOVE WS-XFER-AMOUNT            TO I-TRANSFER-AMOUNT
           MOVE WS-PROT-CURRENCY          TO I-TRANSFER-CURRENCY
           MOVE WS-XFER-AMOUNT            TO I-TRANSFER-DESTAMOUNT
           MOVE WS-PROT-CURRENCY          TO I-TRANSFER-DESTCURRENCY
           MOVE WS-TIMESTAMP              TO I-TRANSFER-TIMESTAMP
           MOVE WS-PAYMENT-REF            TO I-TRANSFER-PAYMENT-REF
           MOVE WS-TODAY-RAW              TO I-TRANSFER-VALUE-DATE

           SET PGNAME-TRANSFERDB          TO TRUE
           CALL PROGNAME USING TRANSFERDB-INTERFACE

           IF NOT TRANSFERDB-STATUS-OK
             SET FG-XFER-OK-N             TO TRUE
           END-IF
           .
       F-POST-TRANSFER-END.
           EXIT.
      ******************************************************************
       F-POST-FEE SECTION.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST            TO TRUE
           MOVE WS-PROT-ACC-ID            TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-FEE           TO TRUE
           MOVE WS-FEE                    TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           STRING "OD PROTECTION FEE " WS-PAYMENT-REF
             DELIMITED BY SIZE
             INTO I-TRANS-MEMO
           END-STRING
           SET PGNAME-TRANSDB             TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-XFER-OK-N             TO TRUE
           END-IF
           .
       F-POST-FEE-END.
           EXIT.
      ******************************************************************
       F-UPDATE-BALANCE SECTION.
      *    CALLER LEAVES THE ACCOUNT ID IN WS-PUT-ACC-ID.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT               TO TRUE
           MOVE WS-PUT-ACC-ID             TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE            TO I-ACC-BALANCE
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-XFER-OK-N             TO TRUE
           END-IF
           .
       F-UPDATE-BALANCE-END.
           EXIT.
      ******************************************************************
       F-LINK SECTION.
           PERFORM F-GET-ACCOUNTS
           IF FG-ACC-FOUND-N
             SET ODPROTECT-STATUS-BAD-LINK TO TRUE
             EXIT SECTION
           END-IF

      *    A CURRENT ACCOUNT PROTECTED FROM A SAVINGS ACCOUNT OF THE
      *    SAME OWNER IN THE SAME CURRENCY -- NOTHING ELSE.
           IF WS-PROT-ACC-ID = WS-BKUP-ACC-ID
           OR WS-PROT-STATUS = "C" OR WS-BKUP-STATUS = "C"
           OR WS-PROT-PRODTYPE NOT = "CUR"
           OR NOT WS-BKUP-PROD-SAVINGS
           OR WS-PROT-CUSTID NOT = WS-BKUP-CUSTID
           OR WS-PROT-CURRENCY NOT = WS-BKUP-CURRENCY
             SET ODPROTECT-STATUS-BAD-LINK TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-READ-LINK
           SET ODPROTECT-STATUS-OK        TO TRUE
           IF FG-LINK-FOUND-N
             INITIALIZE OD-PROTECT-RECORD
             MOVE I-ODP-ACCOUNTID         TO ODP-ACCOUNT-ID
           END-IF

           MOVE I-ODP-BACKUP-ID           TO ODP-BACKUP-ACCOUNT-ID
           MOVE I-ODP-AMOUNT              TO ODP-MAX-TRANSFER
           MOVE WS-TODAY-RAW              TO ODP-LINKED-DATE
           SET ODP-IS-ACTIVE              TO TRUE

           IF FG-LINK-FOUND-Y
             REWRITE OD-PROTECT-RECORD
               INVALID KEY
                 SET ODPROTECT-STATUS-IO-ERR TO TRUE
             END-REWRITE
           ELSE
             WRITE OD-PROTECT-RECORD
               INVALID KEY
                 SET ODPROTECT-STATUS-IO-ERR TO TRUE
             END-WRITE
           END-IF
           IF ODPROTECT-STATUS-OK
             SET FG-LINK-FOUND-Y          TO TRUE
           END-IF
           .
       F-LINK-END.
           EXIT.
      ******************************************************************
       F-UNLINK SECTION.
           PERFORM F-READ-LINK
           IF FG-LINK-FOUND-N
             EXIT SECTION
           END-IF

           SET ODP-IS-REMOVED             TO TRUE
           REWRITE OD-PROTECT-RECORD
           .
       F-UNLINK-END.
           EXIT.
      ******************************************************************
       F-RETURN-LINK SECTION.
           MOVE ODP-BACKUP-ACCOUNT-ID     TO O-ODP-BACKUP-ID
           MOVE ODP-STATUS                TO O-ODP-STATUS
           MOVE ODP-MAX-TRANSFER          TO O-ODP-MAX-TRANSFER
           MOVE ODP-LINKED-DATE           TO O-ODP-LINKED-DATE
           MOVE ODP-DAY-COUNT             TO O-ODP-DAY-COUNT
           MOVE ODP-TOTAL-COUNT           TO O-ODP-TOTAL-COUNT
           MOVE ODP-TOTAL-FEES            TO O-ODP-TOTAL-FEES
           .
       F-RETURN-LINK-END.
           EXIT.
      ******************************************************************
       UT-GET-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TODAY-RAW              TO WS-DATE-RAW
           MOVE WS-DATE-YYYY              TO T-YEAR
           MOVE WS-DATE-MM                TO T-MONTH
           MOVE WS-DATE-TT                TO T-DAY
           MOVE WS-TIME-HH                TO T-HOUR
           MOVE WS-TIME-MM                TO T-MIN
           MOVE WS-TIME-SS                TO T-SEC
           .
       UT-GET-TIMESTAMP-END.
           EXIT.
