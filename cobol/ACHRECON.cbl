      *      is un-posted on the spot through the shared REVERSAL
      *      engine (offsetting entry, linked back to the confirmation
      *      reference, never the same row twice, so a re-run is safe)
      *  A reference starting "DD" is a merchant direct debit
      *  collection ACHOUT sent (see DDCOLLRECORD) rather than one of
      *  our own postings: a confirmation settles it and credits the
      *  merchant's account under the confirmation reference; a
      *  rejection before settlement marks it refused by the debtor's
      *  bank; a rejection after settlement is a return, and the
      *  merchant's credit is reversed through REVERSAL. The merchant
      *  is notified of either, and DDCOLLECT reports every outcome
      *  back on the merchant's collection report.
      *  Results are written to
      *  files/reports/ACH_RECON_<yyyymmdd>.txt along with a summary.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT DD-COLL-FILE ASSIGN TO "files/ddcollections.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-ID
           FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT ACH-CONFIRM-FILE ASSIGN TO
           "files/ach_confirmations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  DD-COLL-FILE.
       COPY DDCOLLRECORD.

       FD  ACH-CONFIRM-FILE.
       COPY ACHCONFIRMRECORD.

       01 PROGNAME                      PIC X(20).
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-REVERSAL             VALUE "REVERSAL            ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-CONFIRMS-MATCHED         PIC 9(07) VALUE 0.
         05 WS-CONFIRMS-EXCEPTIONS      PIC 9(07) VALUE 0.

         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED2           PIC ZZZZZZZZZ9.99.
         05 WS-EXCEPTION-REASON         PIC X(50).
         05 WS-REVERSALS-POSTED         PIC 9(07) VALUE 0.

         05 WS-DC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).
         05 WS-DD-SETTLED               PIC 9(07) VALUE 0.
         05 WS-DD-REJECTED              PIC 9(07) VALUE 0.
         05 WS-DD-RETURNED              PIC 9(07) VALUE 0.
         05 WS-DD-OUTCOME               PIC X(50).
         05 WS-BF-NEW-BALANCE           PIC S9(10)V99.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
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
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
         05 FG-EXCEPTION                PIC X VALUE 'N'.
           88 FG-EXCEPTION-Y            VALUE 'Y'.
           88 FG-EXCEPTION-N            VALUE 'N'.
         05 FG-DD-OPEN                  PIC X VALUE 'N'.
           88 FG-DD-OPEN-Y              VALUE 'Y'.
           88 FG-DD-OPEN-N              VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY REVERSALINTERFACE.
       COPY ACCINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY NOTIFYINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE

      *    A MERCHANT'S SETTLEMENT CREDIT IS VALUE-DATED TO THE
      *    BANK-WIDE BUSINESS DATE, LIKE EVERY OTHER BATCH POSTING.
           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-BUSDATE-RAW
           ELSE
             ACCEPT WS-BUSDATE-RAW FROM DATE YYYYMMDD
           END-IF

      *    NO REGISTER -- NO MERCHANT COLLECTION HAS EVER GONE OUT.
           OPEN I-O DD-COLL-FILE
           IF WS-DC-FILE-STATUS = "00"
             SET FG-DD-OPEN-Y             TO TRUE
           ELSE
             SET FG-DD-OPEN-N             TO TRUE
           END-IF

           OPEN INPUT ACH-CONFIRM-FILE
           IF WS-CONFIRM-FILE-STATUS = "35"
             SET FG-MORE-RECORDS-N        TO TRUE
           IF FG-CONFIRM-OPEN-Y
             CLOSE ACH-CONFIRM-FILE
           END-IF
           IF FG-DD-OPEN-Y
             CLOSE DD-COLL-FILE
           END-IF

           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE
           END-STRING
           WRITE RECON-LINE

           STRING "Direct debits settled   : "
                  FUNCTION TRIM(WS-DD-SETTLED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           STRING "Direct debits refused   : "
                  FUNCTION TRIM(WS-DD-REJECTED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           STRING "Direct debits returned  : "
                  FUNCTION TRIM(WS-DD-RETURNED)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           CLOSE RECON-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
           SET FG-EXCEPTION-N               TO TRUE
           MOVE SPACES                      TO WS-EXCEPTION-REASON

      *    A MERCHANT COLLECTION HAS NO POSTING OF OURS TO MATCH UNTIL
      *    IT SETTLES -- IT IS FOUND ON ITS OWN REGISTER INSTEAD.
           IF ACHCONF-REFERENCE(1:2) = "DD"
             PERFORM F-RECONCILE-DD-COLLECTION
             EXIT SECTION
           END-IF

      *    LOOK UP OUR OWN POSTING DIRECTLY BY ITS PAYMENT
      *    REFERENCE -- AN INDEXED EXACT MATCH, NOT A MEMO HUNT.
           INITIALIZE TRANSDB-INTERFACE
           .
       F-REVERSE-REJECTED-POSTING-END.
           EXIT.
      ******************************************************************
       F-RECONCILE-DD-COLLECTION SECTION.
           MOVE SPACES                      TO WS-DD-OUTCOME

           IF FG-DD-OPEN-N
           OR ACHCONF-REFERENCE(3:5) NOT NUMERIC
             MOVE "UNKNOWN DIRECT DEBIT COLLECTION"
                                             TO WS-DD-OUTCOME
             PERFORM F-WRITE-DD-EXCEPTION
             EXIT SECTION
           END-IF

           MOVE ACHCONF-REFERENCE(3:5)      TO DC-ID
           READ DD-COLL-FILE
             INVALID KEY
               MOVE "UNKNOWN DIRECT DEBIT COLLECTION"
                                             TO WS-DD-OUTCOME
               PERFORM F-WRITE-DD-EXCEPTION
               EXIT SECTION
           END-READ
           IF DC-ACH-REF NOT = ACHCONF-REFERENCE
             MOVE "NOT THE REFERENCE THE COLLECTION WENT OUT UNDER"
                                             TO WS-DD-OUTCOME
             PERFORM F-WRITE-DD-EXCEPTION
             EXIT SECTION
           END-IF

      *    A ROW ALREADY AT THE STATUS THIS CONFIRMATION LEADS TO WAS
      *    HANDLED ON AN EARLIER RUN OVER THE SAME FILE.
           EVALUATE TRUE
             WHEN ACHCONF-STATUS-CONFIRMED AND DC-IS-SENT
               IF ACHCONF-AMOUNT NOT = DC-AMOUNT
                 MOVE "CONFIRMED AMOUNT DOES NOT MATCH THE COLLECTION"
                                             TO WS-DD-OUTCOME
                 PERFORM F-WRITE-DD-EXCEPTION
               ELSE
                 PERFORM F-CREDIT-MERCHANT
               END-IF
             WHEN ACHCONF-STATUS-CONFIRMED AND DC-IS-SETTLED
               MOVE "ALREADY SETTLED"       TO WS-DD-OUTCOME
               PERFORM F-WRITE-DD-LINE
             WHEN ACHCONF-STATUS-REJECTED AND DC-IS-SENT
               SET DC-IS-REJECTED           TO TRUE
               MOVE "REFUSED BY THE DEBTOR'S BANK"
                                             TO DC-REASON
               MOVE WS-BUSDATE-RAW          TO DC-RETURNED-DATE
               REWRITE DD-COLL-RECORD
               ADD 1                        TO WS-DD-REJECTED
               MOVE "DDREFUSE"              TO I-NOTIFY-EVENT
               PERFORM F-NOTIFY-MERCHANT
               MOVE "REFUSED BY THE DEBTOR'S BANK, NOTHING CREDITED"
                                             TO WS-DD-OUTCOME
               PERFORM F-WRITE-DD-LINE
             WHEN ACHCONF-STATUS-REJECTED AND DC-IS-SETTLED
               PERFORM F-RETURN-MERCHANT-CREDIT
             WHEN ACHCONF-STATUS-REJECTED
             AND (DC-IS-REJECTED OR DC-IS-RETURNED)
               MOVE "ALREADY REFUSED OR RETURNED"
                                             TO WS-DD-OUTCOME
               PERFORM F-WRITE-DD-LINE
             WHEN OTHER
               MOVE "CONFIRMATION DOES NOT FIT COLLECTION STATUS"
                                             TO WS-DD-OUTCOME
               PERFORM F-WRITE-DD-EXCEPTION
           END-EVALUATE
           .
       F-RECONCILE-DD-COLLECTION-END.
           EXIT.
      ******************************************************************
       F-CREDIT-MERCHANT SECTION.
      *    SETTLED -- THE COLLECTED AMOUNT IS NOW OURS TO PASS ON.
      *    POSTED UNDER THE CONFIRMATION REFERENCE SO A LATER RETURN
      *    CAN BE TRACED BACK TO IT.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM             TO TRUE
           MOVE DC-CREDITOR-ACC             TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                 TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             MOVE "SETTLED, MERCHANT ACCOUNT NOT FOUND -- INVESTIGATE"
                                             TO WS-DD-OUTCOME
             PERFORM F-WRITE-DD-EXCEPTION
             EXIT SECTION
           END-IF
           COMPUTE WS-BF-NEW-BALANCE = O-ACC-BALANCE(1) + DC-AMOUNT

           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-BUSDATE-RAW(1:4)         TO T-YEAR
           MOVE WS-BUSDATE-RAW(5:2)         TO T-MONTH
           MOVE WS-BUSDATE-RAW(7:2)         TO T-DAY
           MOVE WS-TIME-HH                  TO T-HOUR
           MOVE WS-TIME-MM                  TO T-MIN
           MOVE WS-TIME-SS                  TO T-SEC

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST              TO TRUE
           MOVE DC-CREDITOR-ACC             TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-DEPOSIT         TO TRUE
           MOVE DC-AMOUNT                   TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP                TO I-TRANS-TIMESTAMP
           MOVE WS-BF-NEW-BALANCE           TO I-TRANS-ACCBALANCE
           MOVE SPACES                      TO I-TRANS-MEMO
           STRING "DIRECT DEBIT " DC-MERCHANT-REF
             DELIMITED BY SIZE INTO I-TRANS-MEMO
           END-STRING
           MOVE ACHCONF-REFERENCE           TO I-TRANS-PAYMENT-REF
           MOVE WS-BUSDATE-RAW              TO I-TRANS-VALUE-DATE
           SET PGNAME-TRANSDB               TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             MOVE "SETTLED BUT MERCHANT CREDIT FAILED -- INVESTIGATE"
                                             TO WS-DD-OUTCOME
             PERFORM F-WRITE-DD-EXCEPTION
             EXIT SECTION
           END-IF
           MOVE O-TRANS-ID(1)               TO DC-CREDIT-TRANS-ID

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                 TO TRUE
           MOVE DC-CREDITOR-ACC             TO I-ACC-ACCOUNTID
           MOVE WS-BF-NEW-BALANCE           TO I-ACC-BALANCE
           SET PGNAME-ACCDB                 TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           SET DC-IS-SETTLED                TO TRUE
           MOVE WS-BUSDATE-RAW              TO DC-SETTLED-DATE
           REWRITE DD-COLL-RECORD
           ADD 1                            TO WS-DD-SETTLED
           MOVE "SETTLED, MERCHANT CREDITED" TO WS-DD-OUTCOME
           PERFORM F-WRITE-DD-LINE
           .
       F-CREDIT-MERCHANT-END.
           EXIT.
      ******************************************************************
       F-RETURN-MERCHANT-CREDIT SECTION.
      *    THE DEBTOR'S BANK SENT THE MONEY BACK AFTER SETTLEMENT --
      *    THE MERCHANT'S CREDIT IS UNDONE THROUGH THE SHARED REVERSAL
      *    ENGINE, LIKE ANY OTHER REJECTED POSTING ABOVE. A DUPLICATE
      *    MEANS AN EARLIER RUN ALREADY REVERSED IT.
           INITIALIZE REVERSAL-INTERFACE
           SET I-REV-ENTITY-TRANSACTION     TO TRUE
           MOVE DC-CREDIT-TRANS-ID          TO I-REV-ENTITY-ID
           SET I-REV-ORIGIN-ACHCONF         TO TRUE
           MOVE ACHCONF-REFERENCE           TO I-REV-ORIGIN-REF
           MOVE 0                           TO I-REV-ACTOR-BUSR-ID
           SET PGNAME-REVERSAL              TO TRUE
           CALL PROGNAME USING REVERSAL-INTERFACE

           IF NOT REVERSAL-STATUS-OK
           AND NOT REVERSAL-STATUS-DUPLICATE
             MOVE "RETURNED, REVERSAL OF CREDIT FAILED -- INVESTIGATE"
                                             TO WS-DD-OUTCOME
             PERFORM F-WRITE-DD-EXCEPTION
             EXIT SECTION
           END-IF
           IF REVERSAL-STATUS-OK
             ADD 1                          TO WS-REVERSALS-POSTED
           END-IF

           SET DC-IS-RETURNED               TO TRUE
           MOVE "RETURNED AFTER SETTLEMENT" TO DC-REASON
           MOVE WS-BUSDATE-RAW              TO DC-RETURNED-DATE
           REWRITE DD-COLL-RECORD
           ADD 1                            TO WS-DD-RETURNED
           MOVE "DDRETURN"                  TO I-NOTIFY-EVENT
           PERFORM F-NOTIFY-MERCHANT
           MOVE "RETURNED AFTER SETTLEMENT, CREDIT REVERSED"
                                             TO WS-DD-OUTCOME
           PERFORM F-WRITE-DD-LINE
           .
       F-RETURN-MERCHANT-CREDIT-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-MERCHANT SECTION.
      *    CALLER LEAVES THE EVENT IN I-NOTIFY-EVENT -- THE REST OF
      *    THE INTERFACE IS FILLED FROM THE COLLECTION HERE.
           MOVE DC-CUSTOMER-ID              TO I-NOTIFY-CUSTID
           MOVE "DDCOLL"                    TO I-NOTIFY-ENTITY
           MOVE DC-ID                       TO I-NOTIFY-ENTITY-ID
           MOVE DC-AMOUNT                   TO I-NOTIFY-AMOUNT
           MOVE DC-MERCHANT-REF             TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY                TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-NOTIFY-MERCHANT-END.
           EXIT.
      ******************************************************************
       F-WRITE-DD-LINE SECTION.
           ADD 1                            TO WS-CONFIRMS-MATCHED
           MOVE ACHCONF-AMOUNT              TO WS-AMOUNT-EDITED
           STRING
             "DDEBIT    REF=", ACHCONF-REFERENCE,
             " STATUS=", ACHCONF-STATUS,
             " AMT=", WS-AMOUNT-EDITED,
             " MERCHANT=", DC-CREDITOR-ACC,
             " ", WS-DD-OUTCOME
             INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           .
       F-WRITE-DD-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-DD-EXCEPTION SECTION.
           ADD 1                            TO WS-CONFIRMS-EXCEPTIONS
           MOVE ACHCONF-AMOUNT              TO WS-AMOUNT-EDITED
           STRING
             "EXCEPTION REF=", ACHCONF-REFERENCE,
             " STATUS=", ACHCONF-STATUS,
             " CONF-AMT=", WS-AMOUNT-EDITED,
             " REASON=", WS-DD-OUTCOME
             INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           .
       F-WRITE-DD-EXCEPTION-END.
           EXIT.
      ******************************************************************
       F-WRITE-RESULT-LINE SECTION.
           MOVE ACHCONF-AMOUNT              TO WS-AMOUNT-EDITED
