       01 H-PAGE-NUMBER              PIC 9(04).
       01 H-PAGE-SIZE                PIC S9(04) VALUE 10.
       01 H-OFFSET                   PIC S9(09).
      *>  KEYSET CONTINUATION ON GETLIST -- ROWS AFTER THIS ID ONLY
      *>  (ZERO ON PAGE-NUMBER PAGING, WHICH EVERY ID PASSES).
       01 H-AFTER-ID                 PIC 9(09).
      *>  ACCOUNT.STATUS ('A' ACTIVE / 'C' CLOSED) -- NOT PART OF
      *>  H-ACCOUNT, DECLARED HERE THE SAME WAY H-PAGE-NUMBER IS.
       01 H-ACC-STATUS               PIC X(01).
       01 H-ACC-BRANCH-ID            PIC 9(03).
      *>  ACCOUNT.OD_LIMIT -- PER-ACCOUNT OVERDRAFT LIMIT, NOT PART
      *>  OF H-ACCOUNT EITHER, SAME WORKAROUND AS H-ACC-STATUS.
       01 H-ACC-OD-LIMIT             PIC 9(10)V99.
      *>  PRODUCT TYPE ("CUR" CURRENT / "SAV" SAVINGS) -- NEWER
      *>  COLUMN, SAME WORKAROUND AS H-ACC-STATUS.
       01 H-ACC-PRODUCT-TYPE         PIC X(03).
      *>  OPTIONAL PARTIAL/FULL-TEXT MATCH AGAINST IBAN ON GETLIST.
       01 H-FLT-SEARCH               PIC X(32).
      *>  TARGET ID OF A RENUMINT -- SEE ACC-RENUM-INTERNAL.
       01 H-NEW-ACC-ID               PIC 9(09).

       EXEC SQL INCLUDE H-ACCOUNT END-EXEC.
       EXEC SQL INCLUDE DBUTILSVARS END-EXEC.
         05 FG-HAS-SEARCH            PIC X VALUE 'N'.
           88 FG-HAS-SEARCH-Y        VALUE 'Y'.
           88 FG-HAS-SEARCH-N        VALUE 'N'.
         05 FG-INTERNAL              PIC X VALUE 'N'.
           88 FG-INTERNAL-Y          VALUE 'Y'.
           88 FG-INTERNAL-N          VALUE 'N'.

       01 CONSTANTS.
         COPY PAGINGCONFIG.
       F-INIT SECTION.
           SET ACCDB-STATUS-OK                 TO TRUE
           INITIALIZE ACCDB-OUT
           MOVE 0                              TO O-ACCDB-CONT-ID
      *
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                         TO U-LOG-RUNNABLE-PROG
               PERFORM ACC-POST
             WHEN I-ACC-OP-DELETE
               PERFORM ACC-DELETE
             WHEN I-ACC-OP-RENUM-INTERNAL
               PERFORM ACC-RENUM-INTERNAL
           END-EVALUATE
           .
      *
           MOVE H-ACC-BRANCH-ID          TO O-ACC-BRANCHID(ACC-CNT)
           MOVE H-ACC-OD-LIMIT           TO O-ACC-OD-LIMIT(ACC-CNT)
           MOVE H-ACC-PRODUCT-TYPE       TO O-ACC-PRODUCT-TYPE(ACC-CNT)

           PERFORM ACC-HIDE-INTERNAL
           .
       ACC-GET-ITEM-END.
           EXIT.
           IF U-SQL-NO-DATA
             SET ACCDB-STATUS-NOT-FOUND-ERR TO TRUE
           END-IF

           PERFORM ACC-HIDE-INTERNAL
           .
       ACC-GET-ITEM-BY-IBAN-END.
           EXIT.
      ******************************************************************
       ACC-HIDE-INTERNAL SECTION.
      *>   THE BANK'S OWN INTERNAL ACCOUNTS (SEE INTACCCONFIG) ARE
      *>   NOT THERE AS FAR AS ANY CALLER IS CONCERNED UNLESS IT ASKED
      *>   FOR AN INTERNAL ACCOUNT BY NAME -- A CUSTOMER KEYING THE
      *>   ID OR IBAN OF ONE GETS THE SAME NOT-FOUND AS A TYPO.
           IF U-SQL-OK
           AND H-ACC-PRODUCT-TYPE = "INT"
           AND NOT I-ACC-PROD-INTERNAL
             INITIALIZE ACCDB-OUT
             SET ACCDB-STATUS-NOT-FOUND-ERR TO TRUE
           END-IF
           .
       ACC-HIDE-INTERNAL-END.
           EXIT.
      ******************************************************************
       ACC-GET-LIST SECTION.
      *>   INTERNAL ACCOUNTS ARE LEFT OUT OF EVERY LIST UNLESS THE
      *>   CALLER ASKS FOR THEM, AND THEN THEY ARE ALL IT GETS --
      *>   NO CUSTOMER OR IBAN FILTER APPLIES (SEE ACC-HIDE-INTERNAL).
           IF I-ACC-PROD-INTERNAL
             SET FG-INTERNAL-Y           TO TRUE
           ELSE
             SET FG-INTERNAL-N           TO TRUE
           END-IF

           IF I-ACC-CUSTOMERID NOT = SPACES
             MOVE I-ACC-CUSTOMERID       TO H-ACC-CUSTOMERID
             PERFORM LOG-ACC-GET-ITEM

           COMPUTE H-OFFSET   = (WS-PAGE-NUMBER - 1) * K-PAGE-SIZE
           MOVE K-PAGE-SIZE              TO H-PAGE-SIZE

      *>   KEYSET PAGING: WITH A CONTINUATION KEY THE PAGE STARTS
      *>   RIGHT AFTER THAT ACCOUNT ID AND NOTHING IS SKIPPED -- THE
      *>   PAGE NUMBER IS IGNORED.
           MOVE 0                        TO H-AFTER-ID
           IF I-ACC-CONT-ID IS NUMERIC
             AND I-ACC-CONT-ID > 0
             MOVE I-ACC-CONT-ID          TO H-AFTER-ID
             MOVE 0                      TO H-OFFSET
           END-IF
           
           PERFORM LOG-OFFSET-CALC

           END-PERFORM
      *    
           MOVE ACC-CNT                  TO O-ACC-COUNT
           IF ACC-CNT > 0
             MOVE O-ACC-ACCOUNTID(ACC-CNT) TO O-ACCDB-CONT-ID
           END-IF
           PERFORM LOG-SELECTED-RECORDS-CNT
      *    
           IF U-SQL-OK 
           .
       ACC-DELETE-END.
           EXIT.
      ******************************************************************
       ACC-RENUM-INTERNAL SECTION.
      *>   MOVES ONE OF THE BANK'S INTERNAL ACCOUNTS (SEE INTACCCONFIG)
      *>   TO A NEW RESERVED ID. ONLY A ROW THAT REALLY IS INTERNAL --
      *>   PRODUCT_TYPE 'INT', CUSTOMERID 0 -- IS MOVED; ANYTHING ELSE
      *>   ON THE OLD ID IS A CUSTOMER'S ACCOUNT AND IS LEFT ALONE
      *>   (NOT FOUND). THE ACCOUNT ROW AND BOTH LEGS OF ITS POSTINGS
      *>   MOVE IN THE ONE UNIT OF WORK, SO A FAILURE LEAVES ALL OF
      *>   IT ON THE OLD ID FOR A RE-RUN.
           MOVE I-ACC-ACCOUNTID          TO H-ACC-ID
           MOVE I-ACC-NEW-ACCOUNTID      TO H-NEW-ACC-ID

           PERFORM LOG-ACC-RENUM-INTERNAL
           PERFORM DB-UP-ACC-RENUM
           IF U-SQL-NO-DATA
             SET ACCDB-STATUS-NOT-FOUND-ERR TO TRUE
             EXIT SECTION
           END-IF
           IF NOT U-SQL-OK
             EXIT SECTION
           END-IF

           PERFORM DB-UP-TRANS-RENUM
           IF NOT U-SQL-OK AND NOT U-SQL-NO-DATA
             EXIT SECTION
           END-IF

      *>   READ THE ROW BACK ON ITS NEW ID FOR THE CALLER'S ECHO.
           MOVE H-NEW-ACC-ID             TO H-ACC-ID
           PERFORM DB-SE-ACC1
           IF U-SQL-OK
             MOVE 1                      TO O-ACC-COUNT
             MOVE H-ACC-ID               TO O-ACC-ACCOUNTID(1)
             MOVE H-ACC-IBAN             TO O-ACC-IBAN(1)
             MOVE H-ACC-BALANCE          TO O-ACC-BALANCE(1)
             MOVE H-ACC-CUSTOMERID       TO O-ACC-CUSTOMERID(1)
             MOVE H-ACC-STATUS           TO O-ACC-STATUS(1)
             MOVE H-ACC-PRODUCT-TYPE     TO O-ACC-PRODUCT-TYPE(1)
           END-IF
           .
       ACC-RENUM-INTERNAL-END.
           EXIT.
      ******************************************************************
       ACC-PUT SECTION.
           MOVE I-ACC-ACCOUNTID    TO H-ACC-ID
             MOVE I-ACC-BRANCHID   TO H-ACC-BRANCH-ID
             PERFORM DB-UP-ACC-BRANCHID
           END-IF

      *>   OPTIONAL PRODUCT RE-TYPE BETWEEN CURRENT AND SAVINGS
      *>   (PRODUCT CONVERSION, SEE PRODCONVRUN.cbl) -- ONLY AN
      *>   EXPLICIT "CUR" OR "SAV" IS TAKEN; SPACES LEAVE THE PRODUCT
      *>   ALONE AND NO OTHER PRODUCT IS EVER RE-TYPED HERE.
           IF U-SQL-OK
           AND (I-ACC-PRODUCT-TYPE = "CUR"
             OR I-ACC-PRODUCT-TYPE = "SAV")
             MOVE I-ACC-PRODUCT-TYPE TO H-ACC-PRODUCT-TYPE
             PERFORM DB-UP-ACC-PRODUCT
           END-IF
      *
           IF U-SQL-OK
             ADD 1                 TO ACC-CNT
      *
       DB-UP-ACC-BRANCHID-END.
           EXIT.
      ******************************************************************
       DB-UP-ACC-PRODUCT SECTION.
      *
           EXEC SQL
             UPDATE ACCOUNT
             SET PRODUCT_TYPE = :H-ACC-PRODUCT-TYPE
             WHERE ID = :H-ACC-ID
           END-EXEC
      *
           PERFORM DB-SQL-DEFAULT
           .
      *
       DB-UP-ACC-PRODUCT-END.
           EXIT.
      ******************************************************************
       DB-DE-ACC1 SECTION.
      *>   SOFT CLOSE -- SEE ACC-DELETE. NOT A HARD ROW DELETE.
      *
       DB-DE-ACC1-END.
           EXIT.
      ******************************************************************
       DB-UP-ACC-RENUM SECTION.
      *
           EXEC SQL
             UPDATE ACCOUNT
             SET ID = :H-NEW-ACC-ID
             WHERE ID = :H-ACC-ID
               AND (PRODUCT_TYPE = 'INT' AND CUSTOMERID = 0)
           END-EXEC
      *
           PERFORM DB-SQL-DEFAULT
           .
      *
       DB-UP-ACC-RENUM-END.
           EXIT.
      ******************************************************************
       DB-UP-TRANS-RENUM SECTION.
      *>   AN INTERNAL ACCOUNT WITH NO POSTINGS YET IS NOT AN ERROR.
           EXEC SQL
             UPDATE TRANSACTION
             SET ACCOUNTID = :H-NEW-ACC-ID
             WHERE ACCOUNTID = :H-ACC-ID
           END-EXEC
           PERFORM DB-SQL-DEFAULT
           IF NOT U-SQL-OK AND NOT U-SQL-NO-DATA
             EXIT SECTION
           END-IF

           EXEC SQL
             UPDATE TRANSACTION
             SET CONTRA_ACCOUNTID = :H-NEW-ACC-ID
             WHERE CONTRA_ACCOUNTID = :H-ACC-ID
           END-EXEC
           PERFORM DB-SQL-DEFAULT
           .
      *
       DB-UP-TRANS-RENUM-END.
           EXIT.
      ******************************************************************
       DB-OP-ACC-LIST SECTION.

           EVALUATE TRUE
             WHEN FG-INTERNAL-Y
               EXEC SQL
                 DECLARE CURS_ACC_LIST_INTERNAL CURSOR FOR
                   SELECT ID, CUSTOMERID, BALANCE, IBAN, CURRENCY,
                          STATUS, BRANCHID, OD_LIMIT,
                          PRODUCT_TYPE
                   FROM ACCOUNT
                   WHERE PRODUCT_TYPE = 'INT'
                     AND ID > :H-AFTER-ID
                   ORDER BY ID
                   LIMIT :H-PAGE-SIZE OFFSET :H-OFFSET
               END-EXEC

               EXEC SQL
                 OPEN CURS_ACC_LIST_INTERNAL
               END-EXEC
             WHEN FG-HAS-CUSTID-Y AND FG-HAS-SEARCH-Y
               EXEC SQL
                 DECLARE CURS_ACC_LIST_CUSTID_SEARCH CURSOR FOR
                   FROM ACCOUNT
                   WHERE CUSTOMERID = :H-ACC-CUSTOMERID
                     AND UPPER(IBAN) LIKE UPPER(:H-FLT-SEARCH)
                     AND COALESCE(PRODUCT_TYPE, ' ') <> 'INT'
                     AND ID > :H-AFTER-ID
                   ORDER BY ID
                   LIMIT :H-PAGE-SIZE OFFSET :H-OFFSET
               END-EXEC
                          PRODUCT_TYPE
                   FROM ACCOUNT
                   WHERE CUSTOMERID = :H-ACC-CUSTOMERID
                     AND COALESCE(PRODUCT_TYPE, ' ') <> 'INT'
                     AND ID > :H-AFTER-ID
                   ORDER BY ID
                   LIMIT :H-PAGE-SIZE OFFSET :H-OFFSET
               END-EXEC
                          PRODUCT_TYPE
                   FROM ACCOUNT
                   WHERE UPPER(IBAN) LIKE UPPER(:H-FLT-SEARCH)
                     AND COALESCE(PRODUCT_TYPE, ' ') <> 'INT'
                     AND ID > :H-AFTER-ID
                   ORDER BY ID
                   LIMIT :H-PAGE-SIZE OFFSET :H-OFFSET
               END-EXEC
                 SELECT ID, CUSTOMERID, BALANCE, IBAN, CURRENCY,
                        STATUS, BRANCHID, OD_LIMIT, PRODUCT_TYPE
                 FROM ACCOUNT
                 WHERE COALESCE(PRODUCT_TYPE, ' ') <> 'INT'
                   AND ID > :H-AFTER-ID
                 ORDER BY ID
                 LIMIT :H-PAGE-SIZE OFFSET :H-OFFSET
               END-EXEC
      ******************************************************************
       DB-FE-ACC-LIST SECTION.
           EVALUATE TRUE
             WHEN FG-INTERNAL-Y
               EXEC SQL
                 FETCH CURS_ACC_LIST_INTERNAL
                 INTO :H-ACC-ID,
                      :H-ACC-CUSTOMERID,
                      :H-ACC-BALANCE,
                      :H-ACC-IBAN,
                      :H-ACC-CURRENCY,
                      :H-ACC-STATUS,
                      :H-ACC-BRANCH-ID,
                      :H-ACC-OD-LIMIT,
                      :H-ACC-PRODUCT-TYPE
               END-EXEC
             WHEN FG-HAS-CUSTID-Y AND FG-HAS-SEARCH-Y
               EXEC SQL
                 FETCH CURS_ACC_LIST_CUSTID_SEARCH
      ******************************************************************
       DB-CL-ACC-LIST SECTION.
           EVALUATE TRUE
             WHEN FG-INTERNAL-Y
               EXEC SQL
                 CLOSE CURS_ACC_LIST_INTERNAL
               END-EXEC
             WHEN FG-HAS-CUSTID-Y AND FG-HAS-SEARCH-Y
               EXEC SQL
                 CLOSE CURS_ACC_LIST_CUSTID_SEARCH
      *
       LOG-ACC-DELETE-END.
           EXIT. 
      ******************************************************************
       LOG-ACC-RENUM-INTERNAL SECTION.
      *
           STRING
             "Moving internal account ",
             H-ACC-ID,
             " to ID ",
             H-NEW-ACC-ID
             INTO U-LOG-LINE
           END-STRING

           PERFORM UT-LOG-SINGLE-LINE
           .
      *
       LOG-ACC-RENUM-INTERNAL-END.
           EXIT.
      ******************************************************************
       LOG-ACC-PUT SECTION.
           STRING
           EXIT. 
      ******************************************************************
       LOG-OFFSET-CALC SECTION.
           IF H-AFTER-ID > 0
             STRING
               "Continuing after ID: ",
               H-AFTER-ID,
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
