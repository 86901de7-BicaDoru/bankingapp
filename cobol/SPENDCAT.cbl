
       01 WS-CATEGORY-TOTALS.
         05 WS-CAT-ELEM                 OCCURS 5 TIMES.
           10 WS-CAT-TOTAL              PIC 9(10)V99.
           10 WS-CAT-COUNT              PIC 9(05).

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-MONTH                    PIC X(07).
         05 WS-PAGE-NUMBER              PIC 9(05) VALUE 1.
      *    TRANSDB CONTINUATION KEY -- EACH PAGE PICKS UP AFTER THE
      *    LAST ROW OF THE ONE BEFORE (KEYSET PAGING).
         05 WS-TRANS-CONT-KEY.
           10 WS-TRANS-CONT-ID          PIC 9(09).
           10 WS-TRANS-CONT-TS          PIC X(25).
         05 WS-TRANS-TOTAL              PIC 9(05) VALUE 0.
         05 WS-MATCHED-TOTAL            PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-MEMO-UPPER               PIC X(40).
         05 WS-CAT-INDEX                PIC 9(01).
         05 WS-KW-GROCERY               PIC 9(02).
       F-SCAN-TRANSACTIONS SECTION.
           SET FG-MORE-PAGES-Y              TO TRUE
           MOVE 1                           TO WS-PAGE-NUMBER
           MOVE SPACES                      TO WS-TRANS-CONT-KEY
           MOVE 0                           TO WS-TRANS-TOTAL
           MOVE 0                           TO WS-MATCHED-TOTAL

           SET I-TRANS-OP-GET-LIST         TO TRUE
           MOVE WS-ACCOUNTID               TO I-TRANS-ACCOUNTID
           MOVE WS-PAGE-NUMBER             TO I-TRANS-PAGE-NUMBER
           MOVE WS-TRANS-CONT-KEY          TO I-TRANS-CONT-KEY
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           MOVE O-TRANSDB-CONT-KEY         TO WS-TRANS-CONT-KEY

           IF NOT TRANSDB-STATUS-OK
             MOVE 0                        TO O-TRANSDB-COUNT
