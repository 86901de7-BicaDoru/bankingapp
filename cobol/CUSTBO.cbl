           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS WS-SO-FILE-STATUS.

      *    ADDRESS HISTORY -- A PUT THAT CHANGES THE ADDRESS RECORDS
      *    THE NEW ONE AS A POSTAL CONTACT ROW (SEE CONTACT).
           SELECT CUST-CONTACT-FILE ASSIGN TO "files/custcontact.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CN-FILE-STATUS.

      *    REQUEST-TO-PAY -- READ ONLY HERE, FOR THE PAYER'S PENDING
      *    REQUESTS IN THE INQUIRY SNAPSHOT (OWNED BY TRANSFERBO).
           SELECT PAY-REQUEST-FILE ASSIGN TO "files/payrequests.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-ID
           FILE STATUS IS WS-PR-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************

       FD  STANDING-ORDERS-FILE.
       COPY STANDORDRECORD.

       FD  CUST-CONTACT-FILE.
       COPY CONTACTRECORD.

       FD  PAY-REQUEST-FILE.
       COPY PAYREQRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *
      *    WALK NEVER FIRES AND ONLY THE FIRST PAGE IS SUSPENDED.
         COPY PAGINGCONFIG.

      *    PENDING REQUEST-TO-PAY SLOTS IN THE INQUIRY SNAPSHOT.
         COPY PAYREQCONFIG.

       01 INTERNAL-VARS.
         05 WS-ERROR-SOURCE            PIC X(20).
         05 WS-PAGE-NUMBER             PIC 9(05).
         05 WS-PARTY-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-DEC-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-SO-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-CN-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-PR-FILE-STATUS          PIC XX VALUE SPACES.
      *  ADDRESS HISTORY WORK AREA (SEE F-RECORD-ADDRESS-HISTORY).
         05 WS-OLD-ADDRESS             PIC X(50).
         05 WS-CN-TODAY                PIC 9(08).
         05 WS-CN-CUR-SEQ              PIC 9(05).
         05 WS-CN-NEW-SEQ              PIC 9(05).
         05 WS-CN-CONTROL-ROW          PIC X(125).
         05 FG-CN-CONTROL-EXISTS       PIC X VALUE 'N'.
           88 FG-CN-CONTROL-EXISTS-Y   VALUE 'Y'.
           88 FG-CN-CONTROL-EXISTS-N   VALUE 'N'.
         05 FG-CN-POSTAL-FOUND         PIC X VALUE 'N'.
           88 FG-CN-POSTAL-FOUND-Y     VALUE 'Y'.
           88 FG-CN-POSTAL-FOUND-N     VALUE 'N'.
      *  DECEASED MARKING WORK AREA -- THE CUSTOMER'S OWN ACCOUNTS,
      *  COLLECTED ONCE SO ORDERS AND CARDS CAN BE MATCHED.
         05 WS-DEC-ACC-COUNT           PIC 9(03) VALUE 0.
         05 WS-DEC-ACC-ELEM            OCCURS 50 TIMES.
           10 WS-DEC-ACC-ID            PIC 9(09).
           10 WS-DEC-ACC-IBAN          PIC X(30).
         05 WS-DEC-ORDERS-STOPPED      PIC 9(03) VALUE 0.
         05 WS-DEC-CARDS-BLOCKED       PIC 9(03) VALUE 0.
             15 T-ZONE                 PIC X(03) VALUE "+00".

       01 WS-BUFFER.
         05 WS-BF-BUSR-ID              PIC 9(09).
         05 WS-BF-CUST-ID              PIC 9(09).
         05 WS-BF-ROLE                 PIC X(04).

       01 WS-TARGET-USER.
         05 WS-TG-BUSR-ID              PIC 9(09).
         05 WS-TG-CUST-ID              PIC 9(09).
         05 WS-TG-ROLE                 PIC X(04).
           88 WS-TG-ROLE-TELLER        VALUES "BaTe" "BaTS".
           88 WS-TG-ROLE-CLIENT        VALUE "BaCl".
             MOVE O-ACC-BALANCE(IND-1)     TO O-INQ-ACC-BALANCE(IND-1)
             PERFORM F-READ-INQUIRY-ACC-TRANS
           END-PERFORM

           PERFORM F-READ-INQUIRY-PAY-REQUESTS
           .
       F-READ-INQUIRY-END.
           EXIT.
      ******************************************************************
       F-READ-INQUIRY-PAY-REQUESTS SECTION.
      *    REQUESTS OTHER CUSTOMERS HAVE SENT THIS ONE AND THAT ARE
      *    STILL WAITING FOR AN ANSWER. NO FILE YET MEANS NONE.
           MOVE 0                               TO O-INQ-PR-COUNT
           OPEN INPUT PAY-REQUEST-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                      TO PR-ID
           START PAY-REQUEST-FILE KEY IS NOT LESS THAN PR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N            TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y            TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
                      OR O-INQ-PR-COUNT >= K-PR-MAX-PENDING
             READ PAY-REQUEST-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N          TO TRUE
               NOT AT END
                 IF PR-IS-PENDING
                   AND PR-PAYER-CUSTID = I-GET-INQUIRY-CUSTID
                   ADD 1                        TO O-INQ-PR-COUNT
                   MOVE PR-ID
                     TO O-INQ-PR-ID(O-INQ-PR-COUNT)
                   MOVE PR-REQ-IBAN
                     TO O-INQ-PR-REQ-IBAN(O-INQ-PR-COUNT)
                   MOVE PR-AMOUNT
                     TO O-INQ-PR-AMOUNT(O-INQ-PR-COUNT)
                   MOVE PR-CURRENCY
                     TO O-INQ-PR-CURRENCY(O-INQ-PR-COUNT)
                   MOVE PR-REFERENCE
                     TO O-INQ-PR-REFERENCE(O-INQ-PR-COUNT)
                   MOVE PR-EXPIRY-DATE
                     TO O-INQ-PR-EXPIRY-DATE(O-INQ-PR-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PAY-REQUEST-FILE
           .
       F-READ-INQUIRY-PAY-REQUESTS-END.
           EXIT.
      ******************************************************************
       F-READ-INQUIRY-ACC-TRANS SECTION.
      *    THE MOST RECENT PAGE OF THIS ACCOUNT'S TRANSACTIONS,
                    TO O-REL-CARD-ID(O-REL-CARD-COUNT)
               MOVE CARD-ACCOUNT-ID
                    TO O-REL-CARD-ACCOUNTID(O-REL-CARD-COUNT)
               MOVE CARD-LAST4
                    TO O-REL-CARD-LAST4(O-REL-CARD-COUNT)
               MOVE CARD-TYPE
                    TO O-REL-CARD-TYPE(O-REL-CARD-COUNT)
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
      *    THE GET ABOVE LEFT THE ADDRESS BEING REPLACED.
           MOVE O-CUST-ADDRESS (1)         TO WS-OLD-ADDRESS

           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-PUT               TO TRUE
               MOVE U-DISP-LOGIN-ID        TO I-AUDIT-ACTOR-BUSR-ID
               SET PGNAME-AUDITLOG         TO TRUE
               CALL PROGNAME USING AUDIT-INTERFACE
               IF I-PUT-CUST-ITEM-ADDRESS NOT = WS-OLD-ADDRESS
                 PERFORM F-RECORD-ADDRESS-HISTORY
               END-IF
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL       TO TRUE
           END-EVALUATE
           .
       F-UPDATE-CUSTOMER-ITEM-END.
           EXIT.
      ******************************************************************
       F-RECORD-ADDRESS-HISTORY SECTION.
      *    THE CUSTOMER'S CURRENT POSTAL CONTACT ROW IS CLOSED AS OF
      *    TODAY AND THE NEW ADDRESS BECOMES THE CURRENT ONE, SAME AS
      *    CONTACT ADD P. WITH NO POSTAL ROW ON FILE YET, THE ADDRESS
      *    BEING REPLACED IS KEPT AS HISTORY FIRST.
           ACCEPT WS-CN-TODAY FROM DATE YYYYMMDD
           OPEN I-O CUST-CONTACT-FILE
           IF WS-CN-FILE-STATUS = "35"
             OPEN OUTPUT CUST-CONTACT-FILE
             CLOSE CUST-CONTACT-FILE
             OPEN I-O CUST-CONTACT-FILE
           END-IF
           IF WS-CN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-CN-POSTAL-FOUND-N        TO TRUE
           MOVE 0                          TO WS-CN-CUR-SEQ
           MOVE I-PUT-CUST-ITEM-CUSTID     TO CN-CUSTOMERID
           MOVE 1                          TO CN-SEQ
           START CUST-CONTACT-FILE KEY IS NOT LESS THAN CN-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CUST-CONTACT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CN-CUSTOMERID NOT = I-PUT-CUST-ITEM-CUSTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF CN-TYPE-POSTAL
                     SET FG-CN-POSTAL-FOUND-Y TO TRUE
                     IF CN-VALID-TO = 0
                       MOVE CN-SEQ         TO WS-CN-CUR-SEQ
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-CN-CUR-SEQ NOT = 0
             MOVE I-PUT-CUST-ITEM-CUSTID   TO CN-CUSTOMERID
             MOVE WS-CN-CUR-SEQ            TO CN-SEQ
             READ CUST-CONTACT-FILE
               NOT INVALID KEY
                 MOVE WS-CN-TODAY          TO CN-VALID-TO
                 MOVE U-DISP-LOGIN-ID      TO CN-ENDED-BY
                 REWRITE CUST-CONTACT-RECORD
             END-READ
           END-IF

           MOVE I-PUT-CUST-ITEM-CUSTID     TO CN-CUSTOMERID
           MOVE 0                          TO CN-SEQ
           SET FG-CN-CONTROL-EXISTS-Y      TO TRUE
           READ CUST-CONTACT-FILE
             INVALID KEY
               SET FG-CN-CONTROL-EXISTS-N  TO TRUE
               INITIALIZE CUST-CONTACT-RECORD
               MOVE I-PUT-CUST-ITEM-CUSTID TO CN-CUSTOMERID
               MOVE 0                      TO CN-SEQ
               MOVE SPACES                 TO CN-MAIL-STATUS
           END-READ

           IF FG-CN-POSTAL-FOUND-N AND WS-OLD-ADDRESS NOT = SPACES
             ADD 1                         TO CN-LAST-SEQ
             MOVE CN-LAST-SEQ              TO WS-CN-NEW-SEQ
             MOVE CUST-CONTACT-RECORD      TO WS-CN-CONTROL-ROW
             INITIALIZE CUST-CONTACT-RECORD
             MOVE I-PUT-CUST-ITEM-CUSTID   TO CN-CUSTOMERID
             MOVE WS-CN-NEW-SEQ            TO CN-SEQ
             MOVE "P"                      TO CN-TYPE
             MOVE WS-OLD-ADDRESS           TO CN-VALUE
             MOVE 0                        TO CN-VALID-FROM
             MOVE WS-CN-TODAY              TO CN-VALID-TO
             MOVE U-DISP-LOGIN-ID          TO CN-ADDED-BY
             MOVE WS-CN-TODAY              TO CN-ADDED-DATE
             MOVE U-DISP-LOGIN-ID          TO CN-ENDED-BY
             WRITE CUST-CONTACT-RECORD
             MOVE WS-CN-CONTROL-ROW        TO CUST-CONTACT-RECORD
           END-IF

           ADD 1                           TO CN-LAST-SEQ
           MOVE CN-LAST-SEQ                TO WS-CN-NEW-SEQ
           IF FG-CN-CONTROL-EXISTS-Y
             REWRITE CUST-CONTACT-RECORD
           ELSE
             WRITE CUST-CONTACT-RECORD
           END-IF

           INITIALIZE CUST-CONTACT-RECORD
           MOVE I-PUT-CUST-ITEM-CUSTID     TO CN-CUSTOMERID
           MOVE WS-CN-NEW-SEQ              TO CN-SEQ
           MOVE "P"                        TO CN-TYPE
           MOVE I-PUT-CUST-ITEM-ADDRESS    TO CN-VALUE
           MOVE WS-CN-TODAY                TO CN-VALID-FROM
           MOVE 0                          TO CN-VALID-TO
           MOVE U-DISP-LOGIN-ID            TO CN-ADDED-BY
           MOVE WS-CN-TODAY                TO CN-ADDED-DATE
           WRITE CUST-CONTACT-RECORD

           CLOSE CUST-CONTACT-FILE
           .
       F-RECORD-ADDRESS-HISTORY-END.
           EXIT.
      ******************************************************************
       F-HANDLE-ERROR SECTION.
           MOVE O-DISP-ERROR-NO            TO I-ERR-CODE
