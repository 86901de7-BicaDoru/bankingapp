       01 H-FROM-DATE                 PIC X(10).
       01 H-HAS-DATE                  PIC S9(4).
       01 H-HAS-ACCID                 PIC S9(4).
      *>  KEYSET CONTINUATION ON GETLIST -- THE LAST ROW OF THE
      *>  CALLER'S PREVIOUS PAGE (SEE I-TRANS-CONT-KEY).
       01 H-HAS-CONT                  PIC S9(4).
       01 H-CONT-ID                   PIC 9(9).
       01 H-CONT-TS                   PIC X(19).
      *>  TRANSACTION.MEMO -- NOT PART OF H-TRANSACTION, DECLARED
      *>  HERE THE SAME WAY H-ACC-STATUS IS IN ACCDB.cbl.
       01 H-TRA-MEMO                  PIC X(40).
       01 H-MEMO-SEARCH               PIC X(42).
      *>  TRANSACTION.ACTORBUSRID -- NOT PART OF H-TRANSACTION,
      *>  DECLARED HERE THE SAME WAY H-TRA-MEMO IS ABOVE.
       01 H-TRA-ACTORBUSRID           PIC 9(9).
      *>  TRANSACTION.PAYMENT_REF -- DEDICATED END-TO-END REFERENCE,
      *>  DECLARED HERE THE SAME WAY H-TRA-MEMO IS ABOVE.
       01 H-TRA-PAYMENTREF            PIC X(20).
      *>  TRANSACTION.VALUE_DATE -- EFFECTIVE DATE, DECLARED HERE
      *>  THE SAME WAY H-TRA-MEMO IS ABOVE.
       01 H-TRA-VALUEDATE             PIC 9(8).
      *>  TRANSACTION.CONTRA_ACCOUNTID -- OTHER SIDE OF A DOUBLE-ENTRY
      *>  PAIR, DECLARED HERE THE SAME WAY H-TRA-MEMO IS ABOVE.
       01 H-TRA-CONTRAACCID           PIC 9(9).
      *>  THE INTERNAL ACCOUNT THE BALANCING LEG LANDS ON (SEE
      *>  TRANS-POST-CONTRA) -- ITS ACCOUNT ROW, NOT THE TRANSACTION.
       01 H-INT-ACCID                 PIC 9(9).
       01 H-INT-DELTA                 PIC S9(10)V99.
       01 H-INT-BALANCE               PIC S9(10)V99.
       01 H-INT-IBAN                  PIC X(30).
       01 H-INT-CURRENCY              PIC X(03).
       01 H-INT-PRODTYPE              PIC X(03).
       01 H-INT-CUSTOMERID            PIC 9(9).
       01 H-CUS-CURRENCY              PIC X(05).
       EXEC SQL INCLUDE H-TRANSACTION END-EXEC.
       EXEC SQL INCLUDE DBUTILSVARS   END-EXEC.
       EXEC SQL END DECLARE SECTION END-EXEC.
      
      *> INTERNAL VARIABLES
       01 INTERNAL-VARS. 
         05 WS-AMOUNT                 PIC 9(10)V99.
         05 WS-TIMESTAMP              PIC X(35).
         05 WS-OPTYPE                 PIC X(10).
         05 WS-TRANS-CNT              PIC 9(04).
         05 WS-ACCBALANCE             PIC 9(10)V99.
         05 WS-PAGE-NUMBER            PIC 9(05).
         05 WS-INT-PURPOSE            PIC X(06).
         05 WS-INT-IND                PIC 9(02).
      *  THE CUSTOMER LEG, KEPT WHILE H-TRA-* CARRIES THE CONTRA LEG.
         05 WS-CUS-TRANS.
           10 WS-CUS-ACCOUNTID        PIC 9(09).
           10 WS-CUS-OPTYPE           PIC X(10).
           10 WS-CUS-MEMO             PIC X(40).
           10 WS-CUS-PAYMENTREF       PIC X(20).

       01 FLAGS.
         05 FG-HAS-ACCID              PIC X VALUE 'N'.
           88 FG-HAS-ACCID-Y          VALUE 'Y'.
           88 FG-HAS-ACCID-N          VALUE 'N'.   
         05 FG-CUS-DEBIT              PIC X VALUE 'N'.
           88 FG-CUS-DEBIT-Y          VALUE 'Y'.
           88 FG-CUS-DEBIT-N          VALUE 'N'.

       01 CONSTANTS.
         05 K-MAX-TRANS               PIC 9(02) VALUE 50.
         COPY PAGINGCONFIG.
      *  THE BANK'S OWN INTERNAL ACCOUNTS THE BALANCING LEG POSTS TO.
         COPY INTACCCONFIG.

       COPY LOGGERINTERFACE.
      * 
       F-INIT SECTION.
           SET TRANSDB-STATUS-OK               TO TRUE
           INITIALIZE TRANSDB-OUT
           INITIALIZE O-TRANSDB-CONT-KEY
      *    
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                         TO U-LOG-RUNNABLE-PROG
           COMPUTE H-OFFSET = (WS-PAGE-NUMBER - 1) * K-PAGE-SIZE
           MOVE K-PAGE-SIZE          TO H-PAGE-SIZE

      *>   KEYSET PAGING: WITH A CONTINUATION KEY THE PAGE STARTS
      *>   RIGHT AFTER THAT ROW IN THE LIST'S OWN ORDER AND NOTHING
      *>   IS SKIPPED -- THE PAGE NUMBER IS IGNORED.
           MOVE 0                    TO H-HAS-CONT
           MOVE 0                    TO H-CONT-ID
           MOVE SPACES               TO H-CONT-TS
           IF I-TRANS-CONT-ID IS NUMERIC
             AND I-TRANS-CONT-ID > 0
             MOVE 1                  TO H-HAS-CONT
             MOVE I-TRANS-CONT-ID    TO H-CONT-ID
             MOVE I-TRANS-CONT-TS(1:19)
                                     TO H-CONT-TS
             MOVE 0                  TO H-OFFSET
           END-IF

           PERFORM LOG-OFFSET-CALC

           PERFORM DB-OP-TRANS-LIST
                                        (WS-TRANS-CNT)
             MOVE H-TRA-VALUEDATE    TO O-TRANS-VALUE-DATE
                                        (WS-TRANS-CNT)
             MOVE H-TRA-CONTRAACCID  TO O-TRANS-CONTRA-ACCID
                                        (WS-TRANS-CNT)
             PERFORM DB-FE-TRANS-LIST
           END-PERFORM

           IF U-SQL-OK OR U-SQL-NO-DATA
             PERFORM DB-CL-CURS-PAGE
             MOVE WS-TRANS-CNT       TO O-TRANSDB-COUNT
             IF WS-TRANS-CNT > 0
               MOVE O-TRANS-ID(WS-TRANS-CNT)
                                     TO O-TRANSDB-CONT-ID
               MOVE O-TRANS-TIMESTAMP(WS-TRANS-CNT)
                                     TO O-TRANSDB-CONT-TS
             END-IF
           ELSE
             SET TRANSDB-STATUS-SQL-ERR
                                     TO TRUE
           MOVE I-TRANS-PAYMENT-REF    TO H-TRA-PAYMENTREF
           MOVE I-TRANS-VALUE-DATE     TO H-TRA-VALUEDATE

      *>   DOUBLE ENTRY -- WORK OUT WHICH INTERNAL ACCOUNT (IF ANY)
      *>   CARRIES THE OTHER SIDE BEFORE THE CUSTOMER ROW GOES IN, SO
      *>   BOTH ROWS POINT AT EACH OTHER.
           PERFORM TRANS-FIND-CONTRA
           IF NOT TRANSDB-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE H-INT-ACCID            TO H-TRA-CONTRAACCID

           PERFORM LOG-TRANS-POST
      *>   Perform the INSERT
           PERFORM DB-INS-TRANS1
           IF U-SQL-OK AND H-INT-ACCID > 0
             PERFORM TRANS-POST-CONTRA
           END-IF
           IF U-SQL-OK AND TRANSDB-STATUS-OK
             MOVE 1                    TO O-TRANSDB-COUNT
             MOVE H-TRA-ACCOUNTID      TO O-TRANS-ACCOUNTID(1)
             MOVE H-TRA-AMOUNT         TO O-TRANS-AMMOUNT(1)
             MOVE H-TRA-ACTORBUSRID    TO O-TRANS-ACTOR-BUSR-ID(1)
             MOVE H-TRA-PAYMENTREF     TO O-TRANS-PAYMENT-REF(1)
             MOVE H-TRA-VALUEDATE      TO O-TRANS-VALUE-DATE(1)
             MOVE H-TRA-CONTRAACCID    TO O-TRANS-CONTRA-ACCID(1)
           ELSE
             SET TRANSDB-STATUS-SQL-ERR 
                                       TO TRUE
           .
       TRANS-POST-END.
           EXIT.
      ******************************************************************
       TRANS-FIND-CONTRA SECTION.
      *>   THE CALLER MAY NAME THE INTERNAL ACCOUNT ITSELF (SUSPENSE,
      *>   ESCHEATMENT HOLDING, THE ORIGINAL'S CONTRA ON A REVERSAL);
      *>   OTHERWISE FEE/INTEREST/TAX/DEBITINT TAKE THE PURPOSE'S
      *>   ACCOUNT IN THE CUSTOMER ACCOUNT'S OWN CURRENCY. A POSTING
      *>   STRAIGHT ONTO AN INTERNAL ACCOUNT NEVER GETS A CONTRA.
           MOVE 0                      TO H-INT-ACCID
           MOVE SPACES                 TO WS-INT-PURPOSE
           MOVE I-TRANS-ACCOUNTID      TO WS-CUS-ACCOUNTID
           MOVE I-TRANS-TRANS-TYPE     TO WS-CUS-OPTYPE
           MOVE I-TRANS-MEMO           TO WS-CUS-MEMO
           MOVE I-TRANS-PAYMENT-REF    TO WS-CUS-PAYMENTREF

           PERFORM VARYING WS-INT-IND FROM 1 BY 1
                   UNTIL WS-INT-IND > K-INTACC-COUNT
             IF K-INTACC-ACCID(WS-INT-IND) = I-TRANS-ACCOUNTID
               EXIT SECTION
             END-IF
           END-PERFORM

           IF I-TRANS-CONTRA-ACCID > 0
             PERFORM VARYING WS-INT-IND FROM 1 BY 1
                     UNTIL WS-INT-IND > K-INTACC-COUNT
                     OR H-INT-ACCID > 0
               IF K-INTACC-ACCID(WS-INT-IND) = I-TRANS-CONTRA-ACCID
                 MOVE K-INTACC-ACCID(WS-INT-IND)   TO H-INT-ACCID
                 MOVE K-INTACC-PURPOSE(WS-INT-IND) TO WS-INT-PURPOSE
                 MOVE K-INTACC-CURRENCY(WS-INT-IND)
                                       TO H-INT-CURRENCY
               END-IF
             END-PERFORM
      *>     ONLY A CONFIGURED INTERNAL ACCOUNT MAY BE NAMED.
             IF H-INT-ACCID = 0
               SET TRANSDB-STATUS-VAR-MIS-ERR TO TRUE
             END-IF
             EXIT SECTION
           END-IF

           EVALUATE TRUE
             WHEN I-TRANS-TYPE-FEE
               MOVE "FEEINC"           TO WS-INT-PURPOSE
             WHEN I-TRANS-TYPE-INTEREST
               MOVE "INTEXP"           TO WS-INT-PURPOSE
             WHEN I-TRANS-TYPE-DEBIT-INT
               MOVE "INTINC"           TO WS-INT-PURPOSE
             WHEN I-TRANS-TYPE-TAX
               MOVE "TAXPAY"           TO WS-INT-PURPOSE
             WHEN OTHER
               EXIT SECTION
           END-EVALUATE

           MOVE I-TRANS-ACCOUNTID      TO H-TRA-ACCOUNTID
           EXEC SQL
             SELECT CURRENCY INTO :H-CUS-CURRENCY
               FROM ACCOUNT
              WHERE ID = :H-TRA-ACCOUNTID
           END-EXEC
           PERFORM DB-SQL-DEFAULT
           IF NOT U-SQL-OK
             SET TRANSDB-STATUS-NOT-FOUND-ERR TO TRUE
             EXIT SECTION
           END-IF

           PERFORM VARYING WS-INT-IND FROM 1 BY 1
                   UNTIL WS-INT-IND > K-INTACC-COUNT
                   OR H-INT-ACCID > 0
             IF K-INTACC-PURPOSE(WS-INT-IND) = WS-INT-PURPOSE
             AND K-INTACC-CURRENCY(WS-INT-IND) = H-CUS-CURRENCY(1:3)
               MOVE K-INTACC-ACCID(WS-INT-IND)    TO H-INT-ACCID
               MOVE K-INTACC-CURRENCY(WS-INT-IND) TO H-INT-CURRENCY
             END-IF
           END-PERFORM
      *>   A CURRENCY WITH NO LEDGER OF ITS OWN IS A CONFIGURATION
      *>   GAP -- REFUSE RATHER THAN POST HALF AN ENTRY.
           IF H-INT-ACCID = 0
             SET TRANSDB-STATUS-NOT-FOUND-ERR TO TRUE
           END-IF
           .
       TRANS-FIND-CONTRA-END.
           EXIT.
      ******************************************************************
       TRANS-POST-CONTRA SECTION.
      *>   THE BALANCING LEG. EVERY BALANCE HERE IS HELD THE WAY THE
      *>   CUSTOMER'S IS, SO A DEBIT TO THE CUSTOMER (WITHDRAW, FEE,
      *>   TAX, DEBITINT, REVERSALDR) RAISES THE INTERNAL ACCOUNT AND
      *>   A CREDIT LOWERS IT -- THE PAIR ALWAYS NETS TO ZERO. RUNS
      *>   INSIDE THE SAME UNIT OF WORK AS THE CUSTOMER ROW: ANY
      *>   FAILURE HERE FAILS THE POST AND F-FINISH ROLLS BOTH BACK.
           SET FG-CUS-DEBIT-N          TO TRUE
           IF I-TRANS-TYPE-WITHDRAW OR I-TRANS-TYPE-FEE
           OR I-TRANS-TYPE-TAX OR I-TRANS-TYPE-DEBIT-INT
           OR I-TRANS-TYPE-REVERSAL-DR
             SET FG-CUS-DEBIT-Y        TO TRUE
           END-IF

           IF FG-CUS-DEBIT-Y
             MOVE I-TRANS-AMMOUNT      TO H-INT-DELTA
             MOVE "DEPOSIT"            TO H-TRA-OPERATIONTYPE
           ELSE
             COMPUTE H-INT-DELTA = 0 - I-TRANS-AMMOUNT
             MOVE "WITHDRAW"           TO H-TRA-OPERATIONTYPE
           END-IF

      *>   THE ROW IS OPENED ON FIRST USE. A ROW ALREADY ON THE
      *>   RESERVED ID THAT IS NOT AN INTERNAL ACCOUNT (PRODUCT_TYPE
      *>   'INT', CUSTOMERID 0) IS SOMEBODY'S REAL ACCOUNT -- NEVER
      *>   POST THE BALANCING LEG ONTO IT; FAIL THE POST INSTEAD AND
      *>   LET F-FINISH ROLL THE CUSTOMER LEG BACK.
           EXEC SQL
             SELECT PRODUCT_TYPE, CUSTOMERID
               INTO :H-INT-PRODTYPE, :H-INT-CUSTOMERID
               FROM ACCOUNT
              WHERE ID = :H-INT-ACCID
           END-EXEC
           PERFORM DB-SQL-DEFAULT
           IF U-SQL-OK
             IF H-INT-PRODTYPE NOT = K-INTACC-PRODUCT-TYPE
             OR H-INT-CUSTOMERID NOT = 0
               SET TRANSDB-STATUS-VAR-MIS-ERR TO TRUE
               EXIT SECTION
             END-IF
             EXEC SQL
               UPDATE ACCOUNT
                  SET BALANCE = BALANCE + :H-INT-DELTA
                WHERE ID = :H-INT-ACCID
                  AND (PRODUCT_TYPE = 'INT' AND CUSTOMERID = 0)
             END-EXEC
             PERFORM DB-SQL-DEFAULT
             IF U-SQL-NO-DATA
               SET TRANSDB-STATUS-VAR-MIS-ERR TO TRUE
               EXIT SECTION
             END-IF
           ELSE
             IF NOT U-SQL-NO-DATA
               EXIT SECTION
             END-IF
             MOVE SPACES               TO H-INT-IBAN
             STRING "INTERNAL-" WS-INT-PURPOSE "-" H-INT-CURRENCY
               DELIMITED BY SPACE
               INTO H-INT-IBAN
             END-STRING
             EXEC SQL
               INSERT INTO ACCOUNT (ID, CUSTOMERID, BALANCE, IBAN,
               CURRENCY, STATUS, BRANCHID, OD_LIMIT, PRODUCT_TYPE)
               VALUES (:H-INT-ACCID, 0, :H-INT-DELTA, :H-INT-IBAN,
               :H-INT-CURRENCY, 'A', 0, 0, 'INT')
             END-EXEC
             PERFORM DB-SQL-DEFAULT
           END-IF
           IF NOT U-SQL-OK
             EXIT SECTION
           END-IF

           EXEC SQL
             SELECT BALANCE INTO :H-INT-BALANCE
               FROM ACCOUNT
              WHERE ID = :H-INT-ACCID
           END-EXEC
           PERFORM DB-SQL-DEFAULT
           IF NOT U-SQL-OK
             EXIT SECTION
           END-IF

      *>   THE CONTRA ROW CARRIES NO PAYMENT REFERENCE -- AN EXACT
      *>   REFERENCE LOOKUP MUST KEEP FINDING THE ONE CUSTOMER ROW.
           MOVE H-INT-ACCID            TO H-TRA-ACCOUNTID
           MOVE H-INT-BALANCE          TO H-TRA-ACCBALANCE
           MOVE WS-CUS-ACCOUNTID       TO H-TRA-CONTRAACCID
           MOVE SPACES                 TO H-TRA-PAYMENTREF
           MOVE SPACES                 TO H-TRA-MEMO
           STRING "CONTRA " WS-CUS-OPTYPE " ACC "
                  WS-CUS-ACCOUNTID
             DELIMITED BY SIZE
             INTO H-TRA-MEMO
           END-STRING
           PERFORM DB-INS-TRANS1

      *>   PUT BACK THE CUSTOMER LEG FOR THE CALLER'S ECHO.
           MOVE WS-CUS-ACCOUNTID       TO H-TRA-ACCOUNTID
           MOVE I-TRANS-ACCBALANCE     TO H-TRA-ACCBALANCE
           MOVE H-INT-ACCID            TO H-TRA-CONTRAACCID
           MOVE WS-CUS-OPTYPE          TO H-TRA-OPERATIONTYPE
           MOVE WS-CUS-MEMO            TO H-TRA-MEMO
           MOVE WS-CUS-PAYMENTREF      TO H-TRA-PAYMENTREF
           .
       TRANS-POST-CONTRA-END.
           EXIT.
      ******************************************************************
       TRANS-SCRUB SECTION.
      *>   MEMO REDACTION FOR ONE ACCOUNT -- THE AMOUNTS, BALANCES,
             DECLARE CURS_TRANS_LIST CURSOR FOR
               SELECT ID, ACCOUNTID, AMOUNT, TRANTS, OPERATIONTYPE,
               ACCBALANCE, MEMO, ACTORBUSRID, PAYMENT_REF,
               VALUE_DATE, COALESCE(CONTRA_ACCOUNTID, 0)
                 FROM TRANSACTION
                WHERE
                  ( :H-HAS-DATE  = 0 OR
                  AND
                  ( :H-HAS-PAYREF = 0 OR
                    PAYMENT_REF = :H-TRA-PAYMENTREF )
                  AND
                  ( :H-HAS-CONT = 0 OR
                    ( :H-HAS-DATE = 1 AND
                      ( TRANTS > TO_TIMESTAMP(:H-CONT-TS,
                                             'YYYY-MM-DD HH24:MI:SS')
                        OR ( TRANTS = TO_TIMESTAMP(:H-CONT-TS,
                                             'YYYY-MM-DD HH24:MI:SS')
                             AND ID > :H-CONT-ID ) ) ) OR
                    ( :H-HAS-DATE = 0 AND ID < :H-CONT-ID ) )
                ORDER BY
                  CASE WHEN :H-HAS-DATE = 1 THEN TRANTS END ASC,
                  CASE WHEN :H-HAS-DATE = 1 THEN ID     END ASC,
               :H-TRA-MEMO,
               :H-TRA-ACTORBUSRID,
               :H-TRA-PAYMENTREF,
               :H-TRA-VALUEDATE,
               :H-TRA-CONTRAACCID
           END-EXEC
           PERFORM DB-SQL-DEFAULT
           .
           EXEC SQL
             INSERT INTO TRANSACTION
             (ACCOUNTID, AMOUNT, TRANTS, OPERATIONTYPE, ACCBALANCE,
              MEMO, ACTORBUSRID, PAYMENT_REF, VALUE_DATE,
              CONTRA_ACCOUNTID)
             VALUES (:H-TRA-ACCOUNTID,
                     :H-TRA-AMOUNT,
                     :H-TRA-TRANTS,
                     :H-TRA-MEMO,
                     :H-TRA-ACTORBUSRID,
                     :H-TRA-PAYMENTREF,
                     :H-TRA-VALUEDATE,
                     :H-TRA-CONTRAACCID)
           END-EXEC
           
           PERFORM DB-SQL-DEFAULT
           EXIT.
      ******************************************************************
       LOG-OFFSET-CALC SECTION.
           IF H-HAS-CONT = 1
             STRING
               "Continuing after ID: ",
               H-CONT-ID,
               " / ",
               H-CONT-TS,
               " | Page Size: ",
               FUNCTION TRIM(H-PAGE-SIZE)
                 INTO U-LOG-LINE
             END-STRING
           ELSE
             STRING
               "Calculated OFFSET: ",
               FUNCTION TRIM(H-OFFSET),
               " | Page Size: ",
               FUNCTION TRIM(H-PAGE-SIZE)
                 INTO U-LOG-LINE
             END-STRING
           END-IF
           PERFORM UT-LOG-SINGLE-LINE
           .
       LOG-OFFSET-CALC-END.
