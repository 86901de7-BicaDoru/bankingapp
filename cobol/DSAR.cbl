         05 ARG-OPERATION               PIC X(09).
           88 ARG-OP-EXPORT              VALUE "EXPORT".
           88 ARG-OP-ANONYMIZE           VALUE "ANONYMIZE".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-EXPORT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-EXPORT-FILENAME          PIC X(40).

         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-CUSTOMER-ID-X            PIC X(09).
      *    WHERE THE AUDIT-LOG SEARCH KEY STARTS IN WS-CUSTOMER-ID-X --
      *    LINES LOGGED BEFORE IDS WERE WIDENED CARRY FIVE DIGITS, SO
      *    A CUSTOMER WHOSE ID STILL FITS IS SEARCHED BY ITS LOW FIVE
      *    (WHICH MATCHES BOTH LAYOUTS).
         05 WS-CUSTOMER-ID-POS          PIC 9(02).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CUST-BUSR-ID             PIC 9(09).
         05 WS-CUST-USERNAME            PIC X(50).
         05 WS-CUST-ADDRESS             PIC X(50).
         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-TRANS-PAGE               PIC 9(05).
         05 WS-ROWS-REDACTED            PIC 9(05) VALUE 0.
         05 WS-AUDIT-ENTITY             PIC X(10).
         05 WS-AUDIT-ENTITY-ID          PIC 9(09).
         05 WS-AMOUNT-EDITED            PIC -ZZZZZZZZZ9.99.
         05 WS-HIT-COUNT                PIC 9(03).
      *  RUNTIME-RESOLVED RETENTION CUTOFF -- THE SAME PARAMSTORE
      *  ROW ARCHIVERUN READS, SO A STAGED RETENTION CHANGE MOVES
         05 WS-ACC-TABLE.
           10 WS-ACC-COUNT              PIC 9(03) VALUE 0.
           10 WS-ACC-ELEM               OCCURS 200 TIMES.
             15 WS-ACC-ID               PIC 9(09).
             15 WS-ACC-STATUS           PIC X(01).
         05 IND-A                       PIC 9(03).
         05 IND-1                       PIC 9(03).
      ******************************************************************
       F-VALIDATE-ARGUMENTS SECTION.
           IF (NOT ARG-OP-EXPORT AND NOT ARG-OP-ANONYMIZE)
             OR FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "USAGE: DSAR EXPORT <custid>"
             DISPLAY "       DSAR ANONYMIZE <custid> <acting-busr-id>"
             SET FG-DSAR-OK-N             TO TRUE
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK2) TO WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID            TO WS-CUSTOMER-ID-X
           IF WS-CUSTOMER-ID > 99999
             MOVE 1                       TO WS-CUSTOMER-ID-POS
           ELSE
             MOVE 5                       TO WS-CUSTOMER-ID-POS
           END-IF

           IF ARG-OP-ANONYMIZE
             IF FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
               DISPLAY "ANONYMIZE NEEDS AN ACTING BANK USER ID"
               SET FG-DSAR-OK-N           TO TRUE
             ELSE
               MOVE FUNCTION NUMVAL(ARG-TOK3)
                                          TO WS-ACTOR-BUSR-ID
             END-IF
           END-IF
           .
                 IF WS-HIT-COUNT > 0
                   MOVE 0                 TO WS-HIT-COUNT
                   INSPECT AUDIT-LINE TALLYING WS-HIT-COUNT
                     FOR ALL WS-CUSTOMER-ID-X(WS-CUSTOMER-ID-POS:)
                   IF WS-HIT-COUNT > 0
                     MOVE SPACES          TO EXPORT-LINE
                     STRING "  " FUNCTION TRIM(AUDIT-LINE)
