      *  can request a high-value transfer but cannot be the second
      *  pair of eyes on one, same as they cannot be their own second
      *  approver.
      *
      *  STAFF-LINKED ITEMS -- nor may the decider be linked to
      *  either account, as their own or a declared relative's
      *  (see STAFFCHK). TRANSFERBO holds here, whatever the amount,
      *  any transfer a staff user keys on an account they are
      *  linked to.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSFERDB           VALUE "TRANSFERDB          ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-NOTICE               VALUE "NOTICE              ".
         88 PGNAME-STAFFCHK             VALUE "STAFFCHK            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
           88 ARG-OP-BREJECT             VALUE "BREJECT".
      *    TOK2=APPROVAL ID   TOK3=APPROVING BANK USER ID
      *    (RE-USED AS SCRATCH BY F-DECIDE-BULK -- SEE THERE)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
      *    BAPPROVE/BREJECT: TOK2=APPROVING BANK USER ID, FOLLOWED BY
      *    UP TO K-BULK-MAX-IDS APPROVAL IDS.
         05 ARG-BULK-ID OCCURS 20 TIMES PIC X(05).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-DECIDER-ID               PIC 9(09).
         05 WS-DECIDER-ROLE             PIC X(04).
         05 WS-BULK-DECIDER             PIC X(09).
         05 WS-STAFF-CHECK-IBAN         PIC X(30).
         05 IND-BULK                    PIC 9(02).

         05 WS-SRC-ACCID                PIC 9(09).
         05 WS-SRC-BALANCE              PIC S9(10)V99.
         05 WS-SRC-PRODTYPE             PIC X(03).
           88 WS-SRC-PROD-NOTICE        VALUES "N32" "N95".
         05 WS-DEST-ACCID               PIC 9(09).
         05 WS-DEST-BALANCE             PIC S9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-PUT-ACCID                PIC 9(09).
         05 WS-PUT-BALANCE              PIC S9(10)V99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
       COPY ACCINTERFACE.
       COPY TRANSFERINTERFACE.
       COPY BUSRINTERFACE.
       COPY NOTICEINTERFACE.
       COPY STAFFCHKINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
           IF FG-OK-TO-POST-Y
             PERFORM F-CHECK-DECIDER-ROLE
           END-IF

      *    AND NONE LINKED TO EITHER ACCOUNT (SEE STAFFCHK).
           IF FG-OK-TO-POST-Y
             MOVE APR-SRCIBAN              TO WS-STAFF-CHECK-IBAN
             PERFORM F-CHECK-DECIDER-LINK
           END-IF
           IF FG-OK-TO-POST-Y
             MOVE APR-DESTIBAN             TO WS-STAFF-CHECK-IBAN
             PERFORM F-CHECK-DECIDER-LINK
           END-IF
           .
       F-READ-APPROVAL-FOR-DECISION-END.
           EXIT.
      ******************************************************************
       F-CHECK-DECIDER-LINK SECTION.
           INITIALIZE STAFFCHK-INTERFACE
           MOVE WS-DECIDER-ID              TO I-STFC-BUSR-ID
           MOVE WS-STAFF-CHECK-IBAN        TO I-STFC-IBAN
           SET PGNAME-STAFFCHK             TO TRUE
           CALL PROGNAME USING STAFFCHK-INTERFACE

           IF STAFFCHK-STATUS-CONFLICT
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "BANK USER " WS-DECIDER-ID " IS LINKED TO "
                     FUNCTION TRIM(WS-STAFF-CHECK-IBAN)
                     " AND MAY NOT DECIDE THIS TRANSFER"
           END-IF
           .
       F-CHECK-DECIDER-LINK-END.
           EXIT.
      ******************************************************************
       F-CHECK-DECIDER-ROLE SECTION.
           INITIALIZE BUSRDB-INTERFACE
           MOVE WS-NEW-BALANCE             TO WS-PUT-BALANCE
           PERFORM F-PUT-ACCOUNT-BALANCE

      *    OUT OF A NOTICE SAVINGS ACCOUNT THE TRANSFER USES UP THE
      *    NOTICES THAT COVERED IT WHEN IT WAS REQUESTED (SEE NOTICE).
           IF WS-SRC-PROD-NOTICE
             INITIALIZE NOTICE-INTERFACE
             SET I-NTC-OP-SETTLE           TO TRUE
             MOVE WS-SRC-ACCID             TO I-NTC-ACCOUNTID
             MOVE APR-AMOUNT               TO I-NTC-AMOUNT
             MOVE WS-DECIDER-ID            TO I-NTC-ACTOR-BUSR-ID
             SET PGNAME-NOTICE             TO TRUE
             CALL PROGNAME USING NOTICE-INTERFACE
           END-IF

      *    CREDIT THE DESTINATION WITH THE FX-CONVERTED AMOUNT LOCKED
      *    IN AT REQUEST TIME (APR-DESTAMOUNT), NOT THE RAW SOURCE-
      *    CURRENCY APR-AMOUNT -- THEY DIFFER FOR A CROSS-CURRENCY
           IF ACCDB-STATUS-OK
             MOVE O-ACC-ACCOUNTID(1)       TO WS-SRC-ACCID
             MOVE O-ACC-BALANCE(1)         TO WS-SRC-BALANCE
             MOVE O-ACC-PRODUCT-TYPE(1)    TO WS-SRC-PRODTYPE
           ELSE
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "SOURCE ACCOUNT NOT FOUND"
