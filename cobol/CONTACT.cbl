      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CONTACT.
      ******************************************************************
      *  Customer contact details and returned-mail control. Run
      *  standalone:
      *     CONTACT ADD      00012 P 00003 12 HIGH STREET, SPRINGFIELD
      *     CONTACT END      00012 00004 00003
      *     CONTACT RETURNED 00012 00003
      *     CONTACT VERIFY   00012 00003
      *     CONTACT LIST     00012
      *     CONTACT HELD
      *  ADD records a new postal (P) or residential (R) address,
      *  phone number (T) or email address (E) for a customer as of
      *  today -- everything after the acting bank user is the value.
      *  The customer's previous current row of the same type is
      *  closed, not overwritten, so files/custcontact.dat (see
      *  CONTACTRECORD) keeps every address the customer has had and
      *  when. A new postal address is also put on the customer's
      *  CUSTDB row, which stays the address the rest of the system
      *  prints; the first time, the CUSTDB address it replaces is
      *  kept as a history row too. END closes a row with no
      *  replacement (a phone number given up).
      *  RETURNED marks the customer's post as come back
      *  undeliverable: from then on statements and letters are
      *  produced but held (see MAILHOLD). VERIFY, once the address
      *  has been confirmed or corrected, clears the mark and
      *  releases everything held in the meantime.
      *  LIST shows a customer's contact history, mail status and
      *  held documents; HELD lists every document still held.
      *  Every change is a teller or admin action, recorded in
      *  AUDITLOG (entity "CONTACT", id the customer id). KYCRPT
      *  reports customers whose post is marked returned.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CUST-CONTACT-FILE ASSIGN TO "files/custcontact.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT MAIL-HOLD-FILE ASSIGN TO "files/mailhold.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           FILE STATUS IS WS-MH-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CUST-CONTACT-FILE.
       COPY CONTACTRECORD.

       FD  MAIL-HOLD-FILE.
       COPY MAILHOLDRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CONTACT             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".
         88 PGNAME-MAILHOLD             VALUE "MAILHOLD            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(120).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-END                 VALUE "END".
           88 ARG-OP-RETURNED            VALUE "RETURNED".
           88 ARG-OP-VERIFY              VALUE "VERIFY".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-HELD                VALUE "HELD".
      *    TOK2 IS ALWAYS THE CUSTOMER ID; THE REST DEPEND ON THE
      *    OPERATION (SEE THE HEADER). ADD'S VALUE IS THE REST OF THE
      *    LINE AFTER TOK4.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-POINTER                 PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-CN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-MH-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-X             PIC X(12).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-TYPE                     PIC X(01).
         05 WS-VALUE                    PIC X(60).
         05 WS-AT-COUNT                 PIC 9(03).
         05 WS-END-SEQ                  PIC 9(05).
         05 WS-CUR-SEQ                  PIC 9(05).
         05 WS-NEW-SEQ                  PIC 9(05).
         05 WS-CUR-VALUE                PIC X(60).
         05 WS-CUST-USERNAME            PIC X(50).
         05 WS-CUST-ADDRESS             PIC X(50).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-TYPE-NAME                PIC X(11).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-CN-OK                    PIC X VALUE 'Y'.
           88 FG-CN-OK-Y                VALUE 'Y'.
           88 FG-CN-OK-N                VALUE 'N'.
         05 FG-CONTROL-EXISTS           PIC X VALUE 'N'.
           88 FG-CONTROL-EXISTS-Y       VALUE 'Y'.
           88 FG-CONTROL-EXISTS-N       VALUE 'N'.
         05 FG-CURRENT-FOUND            PIC X VALUE 'N'.
           88 FG-CURRENT-FOUND-Y        VALUE 'Y'.
           88 FG-CURRENT-FOUND-N        VALUE 'N'.
         05 FG-POSTAL-HISTORY           PIC X VALUE 'N'.
           88 FG-POSTAL-HISTORY-Y       VALUE 'Y'.
           88 FG-POSTAL-HISTORY-N       VALUE 'N'.

      *    THE CONTROL ROW, HELD HERE WHILE CONTACT ROWS ARE READ
      *    AND WRITTEN THROUGH THE SAME RECORD AREA.
       01 WS-CONTROL-ROW                PIC X(125).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY CUSTINTERFACE.
       COPY BUSRINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY AUDITINTERFACE.
       COPY MAILHOLDINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           MOVE 1                          TO ARG-POINTER
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
             WITH POINTER ARG-POINTER
           END-UNSTRING
           MOVE SPACES                     TO WS-VALUE
           IF ARG-POINTER <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(ARG-POINTER:) TO WS-VALUE
           END-IF

           PERFORM F-OPEN-FILES

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-ADD-CONTACT
             WHEN ARG-OP-END
               PERFORM F-END-CONTACT
             WHEN ARG-OP-RETURNED
               PERFORM F-MARK-RETURNED
             WHEN ARG-OP-VERIFY
               PERFORM F-VERIFY-ADDRESS
             WHEN ARG-OP-LIST
               PERFORM F-LIST-CUSTOMER
             WHEN ARG-OP-HELD
               PERFORM F-LIST-HELD
             WHEN OTHER
               DISPLAY "USAGE: CONTACT ADD|END|RETURNED|VERIFY|LIST|"
                       "HELD ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CONTACT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE CUST-CONTACT-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CONTACT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O CUST-CONTACT-FILE
           IF WS-CN-FILE-STATUS = "35"
             OPEN OUTPUT CUST-CONTACT-FILE
             CLOSE CUST-CONTACT-FILE
             OPEN I-O CUST-CONTACT-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-ADD-CONTACT SECTION.
      *    ADD <CUST> <P|R|T|E> <BUSR> <VALUE...>
           SET FG-CN-OK-Y                  TO TRUE
           MOVE ARG-TOK4                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CN-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3(1:1)              TO WS-TYPE
           IF (WS-TYPE NOT = "P" AND NOT = "R" AND NOT = "T"
                       AND NOT = "E")
             OR ARG-TOK3(2:) NOT = SPACES
             DISPLAY "TYPE MUST BE P (POSTAL), R (RESIDENTIAL), "
                     "T (PHONE) OR E (EMAIL)"
             EXIT SECTION
           END-IF
           IF WS-VALUE = SPACES
             DISPLAY "NO ADDRESS, PHONE OR EMAIL GIVEN"
             EXIT SECTION
           END-IF
      *    AN ADDRESS HAS TO FIT THE CUSTDB ADDRESS IT MAY REPLACE.
           IF (WS-TYPE = "P" OR "R") AND WS-VALUE(51:) NOT = SPACES
             DISPLAY "AN ADDRESS MAY BE AT MOST 50 CHARACTERS"
             EXIT SECTION
           END-IF
           IF WS-TYPE = "E"
             MOVE 0                        TO WS-AT-COUNT
             INSPECT WS-VALUE TALLYING WS-AT-COUNT FOR ALL "@"
             IF WS-AT-COUNT NOT = 1
               DISPLAY "NOT AN EMAIL ADDRESS: " FUNCTION TRIM(WS-VALUE)
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-FIND-CURRENT
           IF FG-CURRENT-FOUND-Y AND WS-CUR-VALUE = WS-VALUE
             DISPLAY "ALREADY THE CURRENT " WS-TYPE " CONTACT OF "
                     "CUSTOMER " WS-CUSTOMERID " (ROW " WS-CUR-SEQ ")"
             EXIT SECTION
           END-IF

           PERFORM F-READ-CONTROL
           IF FG-CURRENT-FOUND-Y
             PERFORM F-CLOSE-CURRENT
           ELSE
      *      FIRST POSTAL ROW FOR THE CUSTOMER -- KEEP THE CUSTDB
      *      ADDRESS IT REPLACES AS HISTORY, VALID FROM UNKNOWN.
             IF WS-TYPE = "P" AND WS-CUST-ADDRESS NOT = SPACES
               AND FG-POSTAL-HISTORY-N
               ADD 1                       TO CN-LAST-SEQ
               MOVE CN-LAST-SEQ            TO WS-NEW-SEQ
               MOVE CUST-CONTACT-RECORD    TO WS-CONTROL-ROW
               INITIALIZE CUST-CONTACT-RECORD
               MOVE WS-CUSTOMERID          TO CN-CUSTOMERID
               MOVE WS-NEW-SEQ             TO CN-SEQ
               MOVE "P"                    TO CN-TYPE
               MOVE WS-CUST-ADDRESS        TO CN-VALUE
               MOVE 0                      TO CN-VALID-FROM
               MOVE WS-TODAY-RAW           TO CN-VALID-TO
               MOVE WS-ACTOR-BUSR-ID       TO CN-ADDED-BY
               MOVE WS-TODAY-RAW           TO CN-ADDED-DATE
               MOVE WS-ACTOR-BUSR-ID       TO CN-ENDED-BY
               WRITE CUST-CONTACT-RECORD
               MOVE WS-CONTROL-ROW         TO CUST-CONTACT-RECORD
             END-IF
           END-IF

           ADD 1                           TO CN-LAST-SEQ
           MOVE CN-LAST-SEQ                TO WS-NEW-SEQ
           PERFORM F-SAVE-CONTROL

           INITIALIZE CUST-CONTACT-RECORD
           MOVE WS-CUSTOMERID              TO CN-CUSTOMERID
           MOVE WS-NEW-SEQ                 TO CN-SEQ
           MOVE WS-TYPE                    TO CN-TYPE
           MOVE WS-VALUE                   TO CN-VALUE
           MOVE WS-TODAY-RAW               TO CN-VALID-FROM
           MOVE 0                          TO CN-VALID-TO
           MOVE WS-ACTOR-BUSR-ID           TO CN-ADDED-BY
           MOVE WS-TODAY-RAW               TO CN-ADDED-DATE
           WRITE CUST-CONTACT-RECORD

           IF WS-TYPE = "P"
             PERFORM F-PUT-CUSTDB-ADDRESS
           END-IF

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "CUSTOMER " WS-CUSTOMERID " CONTACT " WS-TYPE
                   " ROW " WS-NEW-SEQ ": " FUNCTION TRIM(WS-VALUE)
           PERFORM F-READ-CONTROL
           IF CN-MAIL-RETURNED
             DISPLAY "POST IS STILL MARKED RETURNED -- VERIFY THE "
                     "ADDRESS TO RELEASE HELD OUTPUT"
           END-IF
           .
       F-ADD-CONTACT-END.
           EXIT.
      ******************************************************************
       F-END-CONTACT SECTION.
      *    END <CUST> <SEQ> <BUSR>
           SET FG-CN-OK-Y                  TO TRUE
           MOVE ARG-TOK4                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CN-OK-N
             EXIT SECTION
           END-IF
           IF ARG-TOK3(1:5) NOT NUMERIC OR ARG-TOK3(6:) NOT = SPACES
             DISPLAY "ROW MUST BE A NUMERIC SEQUENCE"
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3(1:5)              TO WS-END-SEQ
           IF WS-END-SEQ = 0
             DISPLAY "ROW 00000 IS NOT A CONTACT ROW"
             EXIT SECTION
           END-IF

           MOVE WS-CUSTOMERID              TO CN-CUSTOMERID
           MOVE WS-END-SEQ                 TO CN-SEQ
           READ CUST-CONTACT-FILE
             INVALID KEY
               DISPLAY "NO SUCH CONTACT ROW ON FILE"
               EXIT SECTION
           END-READ
           IF CN-VALID-TO NOT = 0
             DISPLAY "ROW ALREADY ENDED ON " CN-VALID-TO
             EXIT SECTION
           END-IF

           MOVE WS-TODAY-RAW               TO CN-VALID-TO
           MOVE WS-ACTOR-BUSR-ID           TO CN-ENDED-BY
           REWRITE CUST-CONTACT-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "CUSTOMER " WS-CUSTOMERID " CONTACT ROW " CN-SEQ
                   " ENDED"
           .
       F-END-CONTACT-END.
           EXIT.
      ******************************************************************
       F-MARK-RETURNED SECTION.
      *    RETURNED <CUST> <BUSR>
           SET FG-CN-OK-Y                  TO TRUE
           MOVE ARG-TOK3                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CN-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-CONTROL
           IF CN-MAIL-RETURNED
             DISPLAY "POST FOR CUSTOMER " WS-CUSTOMERID
                     " ALREADY MARKED RETURNED ON " CN-RETURNED-DATE
             EXIT SECTION
           END-IF

           SET CN-MAIL-RETURNED            TO TRUE
           MOVE WS-TODAY-RAW               TO CN-RETURNED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CN-RETURNED-BY
           PERFORM F-SAVE-CONTROL

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "POST FOR CUSTOMER " WS-CUSTOMERID " MARKED "
                   "RETURNED -- PRINTED OUTPUT WILL BE HELD"
           .
       F-MARK-RETURNED-END.
           EXIT.
      ******************************************************************
       F-VERIFY-ADDRESS SECTION.
      *    VERIFY <CUST> <BUSR>
           SET FG-CN-OK-Y                  TO TRUE
           MOVE ARG-TOK3                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CN-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-CONTROL
           IF NOT CN-MAIL-RETURNED
             DISPLAY "POST FOR CUSTOMER " WS-CUSTOMERID
                     " IS NOT MARKED RETURNED"
             EXIT SECTION
           END-IF

           MOVE "V"                        TO CN-MAIL-STATUS
           MOVE WS-TODAY-RAW               TO CN-VERIFIED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CN-VERIFIED-BY
           PERFORM F-SAVE-CONTROL

           INITIALIZE MAILHOLD-INTERFACE
           SET I-MH-OP-RELEASE             TO TRUE
           MOVE WS-CUSTOMERID              TO I-MH-CUSTID
           MOVE WS-ACTOR-BUSR-ID           TO I-MH-ACTOR-BUSR-ID
           SET PGNAME-MAILHOLD             TO TRUE
           CALL PROGNAME USING MAILHOLD-INTERFACE

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ADDRESS OF CUSTOMER " WS-CUSTOMERID " VERIFIED -- "
                   O-MH-COUNT " HELD DOCUMENT(S) RELEASED"
           IF NOT MAILHOLD-STATUS-OK
             DISPLAY "HELD-MAIL REGISTER COULD NOT BE UPDATED, STATUS "
                     MAILHOLD-STATUS
           END-IF
           .
       F-VERIFY-ADDRESS-END.
           EXIT.
      ******************************************************************
       F-LIST-CUSTOMER SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "CUSTOMER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CUSTOMERID

           PERFORM F-READ-CONTROL
           IF CN-MAIL-RETURNED
             DISPLAY "CUSTOMER " WS-CUSTOMERID " POST RETURNED ON "
                     CN-RETURNED-DATE " BY " CN-RETURNED-BY
                     " -- OUTPUT HELD"
           ELSE
             DISPLAY "CUSTOMER " WS-CUSTOMERID " POST DELIVERABLE"
                     " LAST VERIFIED=" CN-VERIFIED-DATE
           END-IF

           MOVE WS-CUSTOMERID              TO CN-CUSTOMERID
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
                 IF CN-CUSTOMERID NOT = WS-CUSTOMERID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-ROWS-LISTED
                   PERFORM F-DISPLAY-CONTACT
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "  NO CONTACT DETAILS ON FILE"
           END-IF

           PERFORM F-LIST-HELD
           .
       F-LIST-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-CONTACT SECTION.
           EVALUATE TRUE
             WHEN CN-TYPE-POSTAL
               MOVE "POSTAL"               TO WS-TYPE-NAME
             WHEN CN-TYPE-RESIDENTIAL
               MOVE "RESIDENTIAL"          TO WS-TYPE-NAME
             WHEN CN-TYPE-PHONE
               MOVE "PHONE"                TO WS-TYPE-NAME
             WHEN CN-TYPE-EMAIL
               MOVE "EMAIL"                TO WS-TYPE-NAME
             WHEN OTHER
               MOVE CN-TYPE                TO WS-TYPE-NAME
           END-EVALUATE
           IF CN-VALID-TO = 0
             DISPLAY "  " CN-SEQ " " WS-TYPE-NAME
                     " FROM=" CN-VALID-FROM " CURRENT  "
                     FUNCTION TRIM(CN-VALUE)
           ELSE
             DISPLAY "  " CN-SEQ " " WS-TYPE-NAME
                     " FROM=" CN-VALID-FROM " TO=" CN-VALID-TO " "
                     FUNCTION TRIM(CN-VALUE)
           END-IF
           .
       F-DISPLAY-CONTACT-END.
           EXIT.
      ******************************************************************
       F-LIST-HELD SECTION.
      *    DOCUMENTS STILL HELD -- ONE CUSTOMER'S FROM LIST, EVERY
      *    CUSTOMER'S FROM HELD.
           OPEN INPUT MAIL-HOLD-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
             DISPLAY "  NO HELD DOCUMENTS"
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-ROWS-LISTED
           IF ARG-OP-LIST
             MOVE WS-CUSTOMERID            TO MH-CUSTOMERID
           ELSE
             MOVE 0                        TO MH-CUSTOMERID
           END-IF
           MOVE 0                          TO MH-SEQ
           START MAIL-HOLD-FILE KEY IS NOT LESS THAN MH-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ MAIL-HOLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF ARG-OP-LIST AND MH-CUSTOMERID NOT = WS-CUSTOMERID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF MH-IS-HELD
                     ADD 1                 TO WS-ROWS-LISTED
                     DISPLAY "  HELD CUST " MH-CUSTOMERID
                             " SINCE=" MH-HELD-DATE
                             " " FUNCTION TRIM(MH-PROGRAM)
                             " " FUNCTION TRIM(MH-HELD-PATH)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "  NO HELD DOCUMENTS"
           END-IF
           CLOSE MAIL-HOLD-FILE
           .
       F-LIST-HELD-END.
           EXIT.
      ******************************************************************
       F-CHECK-CHANGE-ARGS SECTION.
      *    COMMON TO EVERY CHANGE: CUSTOMER ID AND ACTING BANK USER
      *    NUMERIC, ACTOR IS STAFF, CUSTOMER ON FILE. LEAVES THE
      *    CUSTOMER'S CUSTDB NAME AND ADDRESS IN WS-CUST-*.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             OR FUNCTION TEST-NUMVAL(WS-ACTOR-BUSR-X) NOT = 0
             DISPLAY "CUSTOMER AND BANK USER MUST BE NUMERIC"
             SET FG-CN-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CUSTOMERID
           MOVE FUNCTION NUMVAL(WS-ACTOR-BUSR-X)
                                           TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-CN-OK-N
             EXIT SECTION
           END-IF

           INITIALIZE CUSTDB-INTERFACE
           MOVE WS-CUSTOMERID              TO I-CUST-CUSTID
           SET I-CUST-OP-GET-ITEM          TO TRUE
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK OR O-CUST-COUNT = 0
             DISPLAY "CUSTOMER " WS-CUSTOMERID " NOT ON FILE"
             SET FG-CN-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-CUST-USERNAME (1)        TO WS-CUST-USERNAME
           MOVE O-CUST-ADDRESS (1)         TO WS-CUST-ADDRESS
           .
       F-CHECK-CHANGE-ARGS-END.
           EXIT.
      ******************************************************************
       F-READ-CONTROL SECTION.
      *    THE CUSTOMER'S CONTROL ROW (SEQ 00000), STARTED FRESH WHEN
      *    THERE IS NONE YET.
           MOVE WS-CUSTOMERID              TO CN-CUSTOMERID
           MOVE 0                          TO CN-SEQ
           SET FG-CONTROL-EXISTS-Y         TO TRUE
           READ CUST-CONTACT-FILE
             INVALID KEY
               SET FG-CONTROL-EXISTS-N     TO TRUE
               INITIALIZE CUST-CONTACT-RECORD
               MOVE WS-CUSTOMERID          TO CN-CUSTOMERID
               MOVE 0                      TO CN-SEQ
               MOVE SPACES                 TO CN-MAIL-STATUS
           END-READ
           .
       F-READ-CONTROL-END.
           EXIT.
      ******************************************************************
       F-SAVE-CONTROL SECTION.
           IF FG-CONTROL-EXISTS-Y
             REWRITE CUST-CONTACT-RECORD
           ELSE
             WRITE CUST-CONTACT-RECORD
             SET FG-CONTROL-EXISTS-Y       TO TRUE
           END-IF
           .
       F-SAVE-CONTROL-END.
           EXIT.
      ******************************************************************
       F-FIND-CURRENT SECTION.
      *    THE CUSTOMER'S CURRENT ROW OF TYPE WS-TYPE, IF ANY. ALSO
      *    NOTES WHETHER ANY POSTAL ROW AT ALL IS ON FILE.
           SET FG-CURRENT-FOUND-N          TO TRUE
           SET FG-POSTAL-HISTORY-N         TO TRUE
           MOVE 0                          TO WS-CUR-SEQ
           MOVE SPACES                     TO WS-CUR-VALUE

           MOVE WS-CUSTOMERID              TO CN-CUSTOMERID
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
                 IF CN-CUSTOMERID NOT = WS-CUSTOMERID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF CN-TYPE-POSTAL
                     SET FG-POSTAL-HISTORY-Y TO TRUE
                   END-IF
                   IF CN-TYPE = WS-TYPE AND CN-VALID-TO = 0
                     SET FG-CURRENT-FOUND-Y TO TRUE
                     MOVE CN-SEQ           TO WS-CUR-SEQ
                     MOVE CN-VALUE         TO WS-CUR-VALUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-CURRENT-END.
           EXIT.
      ******************************************************************
       F-CLOSE-CURRENT SECTION.
      *    ENDS ROW WS-CUR-SEQ AS OF TODAY; THE CONTROL ROW IS PUT
      *    BACK IN THE RECORD AREA AFTERWARDS.
           MOVE CUST-CONTACT-RECORD        TO WS-CONTROL-ROW
           MOVE WS-CUSTOMERID              TO CN-CUSTOMERID
           MOVE WS-CUR-SEQ                 TO CN-SEQ
           READ CUST-CONTACT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE WS-TODAY-RAW           TO CN-VALID-TO
               MOVE WS-ACTOR-BUSR-ID       TO CN-ENDED-BY
               REWRITE CUST-CONTACT-RECORD
           END-READ
           MOVE WS-CONTROL-ROW             TO CUST-CONTACT-RECORD
           .
       F-CLOSE-CURRENT-END.
           EXIT.
      ******************************************************************
       F-PUT-CUSTDB-ADDRESS SECTION.
      *    THE CUSTDB ADDRESS FOLLOWS THE CURRENT POSTAL ADDRESS.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-PUT               TO TRUE
           MOVE WS-CUSTOMERID              TO I-CUST-CUSTID
           MOVE WS-CUST-USERNAME           TO I-CUST-USERNAME
           MOVE WS-VALUE                   TO I-CUST-ADDRESS
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             DISPLAY "CUSTDB ADDRESS NOT UPDATED, STATUS "
                     CUSTDB-STATUS
           END-IF
           .
       F-PUT-CUSTDB-ADDRESS-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    CONTACT DETAILS ARE TAKEN AND RETURNED POST IS LOGGED AT
      *    THE BRANCH -- ANY TELLER OR ADMIN, NEVER A CLIENT.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-CN-OK-N                TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY MAINTAIN CONTACT "
                     "DETAILS"
             SET FG-CN-OK-N                TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "CONTACT"                  TO I-AUDIT-ENTITY
           MOVE WS-CUSTOMERID              TO I-AUDIT-ENTITY-ID
           MOVE WS-ACTOR-BUSR-ID           TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG             TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-WRITE-AUDIT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
