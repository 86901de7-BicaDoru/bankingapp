      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      DDCOLLECT.
      ******************************************************************
      *  Direct debit collection intake for merchant customers. Run
      *  standalone, no args (same as ACHBATCH) -- the nightly step
      *  ahead of ACHOUT. Two passes:
      *    - INTAKE: reads the merchants' collection file
      *      files/dd_collections_in.txt (see DDCOLLINRECORD) and
      *      registers every line on files/ddcollections.dat (see
      *      DDCOLLRECORD). A line is taken in when the collecting
      *      account is open and in the line's currency, its holder
      *      is an active legal entity (CUSTENTITYRECORD), the
      *      mandate is on the creditor register (DDMANDATERECORD)
      *      for that account and still active, the debtor signed it
      *      on or before the due date, the amount is positive and
      *      the due date is not past. The collection takes the
      *      mandate's sequence type and the mandate moves on (FRST
      *      to RCUR; a one-off or final collection uses it up).
      *      Anything else is registered as refused, with the
      *      reason. A merchant reference already on the register
      *      for the same account is skipped, so a file read twice
      *      is not collected twice.
      *    - REPORTING: every collection whose status has changed
      *      since it was last reported -- taken in or refused here,
      *      sent by ACHOUT, settled, refused by the debtor's bank or
      *      returned per ACHRECON -- gets one line in the merchant's
      *      outcome file under files/outbound/<customerid>/
      *      DDREPORT_<yyyymmdd>.txt (pipe-delimited, appended on a
      *      re-run).
      *  ACHOUT sends the accepted collections as debit instructions
      *  on their due date; ACHRECON credits the merchant when the
      *  network confirms settlement and reverses that credit on a
      *  return.
      *  Report: files/reports/DDCOLLECT_<yyyymmdd>.txt, registered
      *  on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT COLL-IN-FILE ASSIGN TO "files/dd_collections_in.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT COLL-FILE ASSIGN TO "files/ddcollections.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-ID
           FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "files/ddmandates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-KEY
           FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT MERCHANT-OUTPUT ASSIGN TO DYNAMIC WS-MERCHANT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERCHANT-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  COLL-IN-FILE.
       COPY DDCOLLINRECORD.

       FD  COLL-FILE.
       COPY DDCOLLRECORD.

       FD  MANDATE-FILE.
       COPY DDMANDATERECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  MERCHANT-OUTPUT.
       01  MERCHANT-LINE                PIC X(250).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "DDCOLLECT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    OUTBOUND FOLDER ROOT FOR THE MERCHANT OUTCOME REPORTS.
         COPY DDCOLLCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-IN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DM-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-MERCHANT-FILE-STATUS     PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-MERCHANT-FILENAME        PIC X(256).
         05 WS-OUTBOUND-DIR             PIC X(40).
         05 WS-SYSTEM-COMMAND           PIC X(80).
         05 WS-SYSTEM-RC                PIC S9(09) BINARY.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-REFUSE-REASON            PIC X(40).
         05 WS-STATUS-TEXT              PIC X(08).
         05 WS-LAST-DIR-CUSTID          PIC 9(09) VALUE 0.

         05 WS-LINES-READ               PIC 9(07) VALUE 0.
         05 WS-LINES-ACCEPTED           PIC 9(07) VALUE 0.
         05 WS-LINES-REFUSED            PIC 9(07) VALUE 0.
         05 WS-LINES-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-OUTCOMES-REPORTED        PIC 9(07) VALUE 0.
         05 WS-ACCEPTED-AMOUNT          PIC 9(10)V99 VALUE 0.

         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-TOTAL-EDITED             PIC Z(09)9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-LINES               PIC X VALUE 'Y'.
           88 FG-MORE-LINES-Y           VALUE 'Y'.
           88 FG-MORE-LINES-N           VALUE 'N'.
         05 FG-ENTITY-OPEN              PIC X VALUE 'N'.
           88 FG-ENTITY-OPEN-Y          VALUE 'Y'.
           88 FG-ENTITY-OPEN-N          VALUE 'N'.
         05 FG-ALREADY-TAKEN            PIC X VALUE 'N'.
           88 FG-ALREADY-TAKEN-Y        VALUE 'Y'.
           88 FG-ALREADY-TAKEN-N        VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-INTAKE
           PERFORM F-REPORT-TO-MERCHANTS
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "DIRECT DEBIT COLLECTION INTAKE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF

           STRING "files/reports/DDCOLLECT_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== DIRECT DEBIT COLLECTION INTAKE ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Business date: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O COLL-FILE
           IF WS-DC-FILE-STATUS = "35"
             OPEN OUTPUT COLL-FILE
             CLOSE COLL-FILE
             OPEN I-O COLL-FILE
           END-IF

           OPEN I-O MANDATE-FILE
           IF WS-DM-FILE-STATUS = "35"
             OPEN OUTPUT MANDATE-FILE
             CLOSE MANDATE-FILE
             OPEN I-O MANDATE-FILE
           END-IF

      *    NO ENTITY FILE -- NO BUSINESS CUSTOMERS, EVERY LINE IS
      *    REFUSED BELOW.
           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS = "00"
             SET FG-ENTITY-OPEN-Y         TO TRUE
           ELSE
             SET FG-ENTITY-OPEN-N         TO TRUE
           END-IF

           PERFORM F-FIND-NEXT-ID
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE COLL-FILE
           CLOSE MANDATE-FILE
           IF FG-ENTITY-OPEN-Y
             CLOSE CUST-ENTITY-FILE
           END-IF

           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Lines read          : "
                  FUNCTION TRIM(WS-LINES-READ)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ACCEPTED-AMOUNT         TO WS-TOTAL-EDITED
           STRING "Taken in            : "
                  FUNCTION TRIM(WS-LINES-ACCEPTED)
                  " FOR " FUNCTION TRIM(WS-TOTAL-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           STRING "Refused             : "
                  FUNCTION TRIM(WS-LINES-REFUSED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           STRING "Already taken in    : "
                  FUNCTION TRIM(WS-LINES-SKIPPED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           STRING "Outcomes reported   : "
                  FUNCTION TRIM(WS-OUTCOMES-REPORTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-LINES-READ             TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "COLLECTION LINES READ: ",
             FUNCTION TRIM(WS-LINES-READ),
             " | TAKEN IN: ",
             FUNCTION TRIM(WS-LINES-ACCEPTED),
             " | REFUSED: ",
             FUNCTION TRIM(WS-LINES-REFUSED),
             " | OUTCOMES REPORTED: ",
             FUNCTION TRIM(WS-OUTCOMES-REPORTED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-INTAKE SECTION.
      *    NO FILE DELIVERED -- NOTHING TO TAKE IN TONIGHT.
           OPEN INPUT COLL-IN-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
             MOVE "NO COLLECTION FILE DELIVERED"
                                           TO REPORT-LINE
             WRITE REPORT-LINE
             EXIT SECTION
           END-IF

           SET FG-MORE-LINES-Y             TO TRUE
           PERFORM UNTIL FG-MORE-LINES-N
             READ COLL-IN-FILE
               AT END
                 SET FG-MORE-LINES-N       TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LINES-READ
                 PERFORM F-TAKE-IN-LINE
             END-READ
           END-PERFORM

           CLOSE COLL-IN-FILE
           .
       F-RUN-INTAKE-END.
           EXIT.
      ******************************************************************
       F-TAKE-IN-LINE SECTION.
      *    WITHOUT A READABLE ACCOUNT THE LINE CANNOT EVEN BE FILED
      *    UNDER A MERCHANT -- IT ONLY GOES ON THE RUN REPORT.
           IF DCI-CREDITOR-ACC NOT NUMERIC
             ADD 1                         TO WS-LINES-REFUSED
             MOVE SPACES                   TO REPORT-LINE
             STRING "UNREADABLE LINE " WS-LINES-READ
                    " -- COLLECTING ACCOUNT NOT NUMERIC"
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             EXIT SECTION
           END-IF

      *    THE DUPLICATE SCAN READS THROUGH THE RECORD AREA -- DONE
      *    BEFORE THE NEW ROW IS BUILT IN IT.
           PERFORM F-CHECK-ALREADY-TAKEN
           IF FG-ALREADY-TAKEN-Y
             ADD 1                         TO WS-LINES-SKIPPED
             MOVE SPACES                   TO REPORT-LINE
             STRING "SKIPPED  ACC=" DCI-CREDITOR-ACC
                    " REF=" DCI-MERCHANT-REF
                    " -- ALREADY TAKEN IN AS " DC-ID
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             EXIT SECTION
           END-IF

           INITIALIZE DD-COLL-RECORD
           MOVE WS-NEXT-ID                 TO DC-ID
           MOVE DCI-CREDITOR-ACC           TO DC-CREDITOR-ACC
           MOVE DCI-MANDATE-ID             TO DC-MANDATE-ID
           MOVE DCI-CURRENCY               TO DC-CURRENCY
           MOVE DCI-MERCHANT-REF           TO DC-MERCHANT-REF
           MOVE DCI-REMITTANCE             TO DC-REMITTANCE
           IF DCI-AMOUNT NUMERIC
             MOVE DCI-AMOUNT               TO DC-AMOUNT
           END-IF
           IF DCI-DUE-DATE NUMERIC
             MOVE DCI-DUE-DATE             TO DC-DUE-DATE
           END-IF
           MOVE WS-TODAY-RAW               TO DC-RECEIVED-DATE
           MOVE SPACE                      TO DC-REPORTED-STATUS

           PERFORM F-VALIDATE-LINE

           IF WS-REFUSE-REASON = SPACES
             PERFORM F-USE-MANDATE
           END-IF

           IF WS-REFUSE-REASON = SPACES
             SET DC-IS-ACCEPTED            TO TRUE
             ADD 1                         TO WS-LINES-ACCEPTED
             ADD DC-AMOUNT                 TO WS-ACCEPTED-AMOUNT
           ELSE
             SET DC-IS-REFUSED             TO TRUE
             MOVE WS-REFUSE-REASON         TO DC-REASON
             ADD 1                         TO WS-LINES-REFUSED
           END-IF

           WRITE DD-COLL-RECORD
             INVALID KEY
               MOVE SPACES                 TO REPORT-LINE
               STRING "COULD NOT REGISTER COLLECTION " DC-ID
                      " -- STATUS " WS-DC-FILE-STATUS
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT SECTION
           END-WRITE
           ADD 1                           TO WS-NEXT-ID

           MOVE DC-AMOUNT                  TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           IF DC-IS-ACCEPTED
             STRING "TAKEN IN " DC-ID
                    " ACC=" DC-CREDITOR-ACC
                    " REF=" DC-MERCHANT-REF
                    " AMT=" WS-AMOUNT-EDITED " " DC-CURRENCY
                    " DUE=" DC-DUE-DATE
                    " SEQ=" DC-SEQ-TYPE
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           ELSE
             STRING "REFUSED  " DC-ID
                    " ACC=" DC-CREDITOR-ACC
                    " REF=" DC-MERCHANT-REF
                    " AMT=" WS-AMOUNT-EDITED " " DC-CURRENCY
                    " -- " DC-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE
           .
       F-TAKE-IN-LINE-END.
           EXIT.
      ******************************************************************
       F-VALIDATE-LINE SECTION.
      *    FIRST FAILING CHECK WINS -- ITS TEXT IS WHAT THE MERCHANT
      *    SEES ON THE OUTCOME REPORT.
           MOVE SPACES                     TO WS-REFUSE-REASON

           IF DC-MERCHANT-REF = SPACES
             MOVE "MERCHANT REFERENCE MISSING"
                                           TO WS-REFUSE-REASON
             EXIT SECTION
           END-IF
           IF DC-AMOUNT = 0
             MOVE "AMOUNT MISSING OR NOT POSITIVE"
                                           TO WS-REFUSE-REASON
             EXIT SECTION
           END-IF
           IF DC-DUE-DATE < WS-TODAY-RAW
             MOVE "DUE DATE MISSING OR IN THE PAST"
                                           TO WS-REFUSE-REASON
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE DC-CREDITOR-ACC            TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK OR O-ACC-STATUS(1) = "C"
             MOVE "COLLECTING ACCOUNT NOT OPEN"
                                           TO WS-REFUSE-REASON
             EXIT SECTION
           END-IF
           MOVE O-ACC-CUSTOMERID(1)        TO DC-CUSTOMER-ID
           MOVE O-ACC-IBAN(1)              TO DC-CREDITOR-IBAN
           IF O-ACC-CURRENCY(1) NOT = DC-CURRENCY
             MOVE "CURRENCY DIFFERS FROM COLLECTING ACCOUNT"
                                           TO WS-REFUSE-REASON
             EXIT SECTION
           END-IF

      *    SAME ENTITY CHECK AS CHECKBOOK -- NO ROW, OR A DISSOLVED
      *    ONE, IS NOT A BUSINESS CUSTOMER.
           MOVE SPACES                     TO CE-STATUS
           IF FG-ENTITY-OPEN-Y
             MOVE DC-CUSTOMER-ID           TO CE-CUSTOMERID
             READ CUST-ENTITY-FILE
               INVALID KEY
                 MOVE SPACES               TO CE-STATUS
             END-READ
           END-IF
           IF NOT CE-IS-ACTIVE
             MOVE "NOT AN ACTIVE BUSINESS CUSTOMER"
                                           TO WS-REFUSE-REASON
             EXIT SECTION
           END-IF

           MOVE DC-CREDITOR-ACC            TO DM-CREDITOR-ACC
           MOVE DC-MANDATE-ID              TO DM-MANDATE-ID
           READ MANDATE-FILE
             INVALID KEY
               MOVE "NO SUCH MANDATE FOR THIS ACCOUNT"
                                           TO WS-REFUSE-REASON
               EXIT SECTION
           END-READ
           MOVE DM-DEBTOR-IBAN             TO DC-DEBTOR-IBAN
           MOVE DM-DEBTOR-NAME             TO DC-DEBTOR-NAME

           EVALUATE TRUE
             WHEN DM-IS-CANCELLED
               MOVE "MANDATE CANCELLED"    TO WS-REFUSE-REASON
             WHEN DM-IS-USED
               MOVE "MANDATE ALREADY USED UP"
                                           TO WS-REFUSE-REASON
             WHEN DM-SIGNATURE-DATE > DC-DUE-DATE
               MOVE "DUE DATE BEFORE MANDATE WAS SIGNED"
                                           TO WS-REFUSE-REASON
             WHEN DCI-IS-FINAL AND DM-SEQ-FIRST
               MOVE "A FIRST COLLECTION CANNOT BE FNAL"
                                           TO WS-REFUSE-REASON
           END-EVALUATE
           .
       F-VALIDATE-LINE-END.
           EXIT.
      ******************************************************************
       F-USE-MANDATE SECTION.
      *    THE COLLECTION GOES OUT WITH THE MANDATE'S CURRENT SEQUENCE
      *    TYPE (FNAL WHEN THE MERCHANT MARKS A RECURRENT ONE AS THE
      *    LAST) AND THE MANDATE MOVES ON AT ONCE, SO A SECOND LINE
      *    FOR THE SAME MANDATE IN THE SAME FILE IS ALREADY RCUR.
           MOVE DM-SEQ-TYPE                TO DC-SEQ-TYPE
           IF DCI-IS-FINAL AND DM-SEQ-RECURRENT
             MOVE "FNAL"                   TO DC-SEQ-TYPE
           END-IF

           ADD 1                           TO DM-COLLECTION-COUNT
           MOVE DC-DUE-DATE                TO DM-LAST-DUE-DATE
           EVALUATE DC-SEQ-TYPE
             WHEN "FRST"
               SET DM-SEQ-RECURRENT        TO TRUE
             WHEN "OOFF"
             WHEN "FNAL"
               MOVE DC-SEQ-TYPE            TO DM-SEQ-TYPE
               SET DM-IS-USED              TO TRUE
               MOVE WS-TODAY-RAW           TO DM-CLOSED-DATE
           END-EVALUATE

           REWRITE DD-MANDATE-RECORD
             INVALID KEY
               MOVE "MANDATE COULD NOT BE UPDATED"
                                           TO WS-REFUSE-REASON
           END-REWRITE
           .
       F-USE-MANDATE-END.
           EXIT.
      ******************************************************************
       F-CHECK-ALREADY-TAKEN SECTION.
           SET FG-ALREADY-TAKEN-N          TO TRUE
           MOVE LOW-VALUES                 TO DC-ID
           START COLL-FILE KEY IS NOT LESS THAN DC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ COLL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF DC-CREDITOR-ACC = DCI-CREDITOR-ACC
                 AND DC-MERCHANT-REF = DCI-MERCHANT-REF
                 AND DC-MERCHANT-REF NOT = SPACES
                   SET FG-ALREADY-TAKEN-Y  TO TRUE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CHECK-ALREADY-TAKEN-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ID SECTION.
           MOVE 0                          TO WS-NEXT-ID
           MOVE LOW-VALUES                 TO DC-ID
           START COLL-FILE KEY IS NOT LESS THAN DC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ COLL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF DC-ID > WS-NEXT-ID
                   MOVE DC-ID              TO WS-NEXT-ID
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-NEXT-ID
           .
       F-FIND-NEXT-ID-END.
           EXIT.
      ******************************************************************
       F-REPORT-TO-MERCHANTS SECTION.
      *    ONE SWEEP OF THE REGISTER -- EVERY ROW WHOSE STATUS HAS
      *    MOVED SINCE THE MERCHANT LAST HEARD ABOUT IT, WHICHEVER
      *    JOB MOVED IT.
           MOVE LOW-VALUES                 TO DC-ID
           START COLL-FILE KEY IS NOT LESS THAN DC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ COLL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF DC-REPORTED-STATUS NOT = DC-STATUS
                   PERFORM F-WRITE-MERCHANT-LINE
                   MOVE DC-STATUS          TO DC-REPORTED-STATUS
                   REWRITE DD-COLL-RECORD
                   ADD 1                   TO WS-OUTCOMES-REPORTED
                 END-IF
             END-READ
           END-PERFORM
           .
       F-REPORT-TO-MERCHANTS-END.
           EXIT.
      ******************************************************************
       F-WRITE-MERCHANT-LINE SECTION.
           MOVE SPACES                     TO WS-OUTBOUND-DIR
           STRING K-DD-OUTBOUND-ROOT       DELIMITED BY SIZE
                  DC-CUSTOMER-ID           DELIMITED BY SIZE
             INTO WS-OUTBOUND-DIR
           END-STRING
      *    ONE mkdir PER MERCHANT, NOT PER ROW, WHILE ITS ROWS FOLLOW
      *    ONE ANOTHER.
           IF DC-CUSTOMER-ID NOT = WS-LAST-DIR-CUSTID
             MOVE SPACES                   TO WS-SYSTEM-COMMAND
             STRING "mkdir -p "            DELIMITED BY SIZE
                    WS-OUTBOUND-DIR        DELIMITED BY SPACE
               INTO WS-SYSTEM-COMMAND
             END-STRING
             CALL "SYSTEM" USING WS-SYSTEM-COMMAND
                  RETURNING WS-SYSTEM-RC
             END-CALL
             MOVE DC-CUSTOMER-ID           TO WS-LAST-DIR-CUSTID
           END-IF

           MOVE SPACES                     TO WS-MERCHANT-FILENAME
           STRING WS-OUTBOUND-DIR          DELIMITED BY SPACE
                  "/DDREPORT_"             DELIMITED BY SIZE
                  WS-TODAY-RAW             DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-MERCHANT-FILENAME
           END-STRING

           OPEN EXTEND MERCHANT-OUTPUT
           IF WS-MERCHANT-FILE-STATUS = "35"
             OPEN OUTPUT MERCHANT-OUTPUT
             MOVE SPACES                   TO MERCHANT-LINE
             STRING "COLLID|MERCHANTREF|MANDATE|DEBTORIBAN|"
                    "AMOUNT|CCY|DUEDATE|SEQ|STATUS|REASON"
               DELIMITED BY SIZE INTO MERCHANT-LINE
             END-STRING
             WRITE MERCHANT-LINE
           END-IF

           EVALUATE TRUE
             WHEN DC-IS-ACCEPTED
               MOVE "ACCEPTED"             TO WS-STATUS-TEXT
             WHEN DC-IS-REFUSED
               MOVE "REFUSED"              TO WS-STATUS-TEXT
             WHEN DC-IS-SENT
               MOVE "SENT"                 TO WS-STATUS-TEXT
             WHEN DC-IS-SETTLED
               MOVE "SETTLED"              TO WS-STATUS-TEXT
             WHEN DC-IS-REJECTED
               MOVE "REJECTED"             TO WS-STATUS-TEXT
             WHEN DC-IS-RETURNED
               MOVE "RETURNED"             TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE DC-STATUS              TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES                     TO MERCHANT-LINE
           STRING DC-ID                         DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(DC-MERCHANT-REF) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(DC-MANDATE-ID)  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(DC-DEBTOR-IBAN) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  DC-AMOUNT                     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  DC-CURRENCY                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  DC-DUE-DATE                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  DC-SEQ-TYPE                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-TEXT) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(DC-REASON)      DELIMITED BY SIZE
             INTO MERCHANT-LINE
           END-STRING
           WRITE MERCHANT-LINE
           CLOSE MERCHANT-OUTPUT
           .
       F-WRITE-MERCHANT-LINE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
