      *  ID document (KY-DOCTYPE-ID-DOC) and an active proof-of-
      *  address (KY-DOCTYPE-ADDR-PROOF) row that has not expired.
      *  Any customer missing either one, or holding an expired one,
      *  is written to files/reports/KYC_EXCEPTIONS_<ts>.txt. A
      *  customer that is an active legal entity (files/custentity.dat,
      *  maintained by ENTITYMAINT) is also reported when it has no
      *  active beneficial-owner row, or no active authorized
      *  representative, on files/custrelation.dat. A customer whose
      *  post is marked returned (files/custcontact.dat, maintained
      *  by CONTACT) is reported with the number of statements and
      *  letters held for them (files/mailhold.dat, see MAILHOLD)
      *  until the address is re-verified.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           RECORD KEY IS KY-KEY
           FILE STATUS IS WS-KYC-FILE-STATUS.

           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT CUST-RELATION-FILE ASSIGN TO
           "files/custrelation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CR-FILE-STATUS.

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

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       FD  KYC-FILE.
       COPY KYCRECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  CUST-RELATION-FILE.
       COPY CUSTRELATIONRECORD.

       FD  CUST-CONTACT-FILE.
       COPY CONTACTRECORD.

       FD  MAIL-HOLD-FILE.
       COPY MAILHOLDRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-KYC-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-MH-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-HELD-COUNT               PIC 9(05).
         05 WS-TS-RAW                   PIC 9(08).
         05 WS-TM-RAW                   PIC 9(08).
         05 WS-TIMESTAMP-TAG            PIC X(15).
         05 WS-CUST-PAGE-NUMBER         PIC 9(05).
         05 IND-1                       PIC 9(03).

         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUSTOMERS-CHECKED        PIC 9(07) VALUE 0.
         05 WS-EXCEPTIONS-REPORTED      PIC 9(07) VALUE 0.
         05 WS-REASON                   PIC X(60).
         05 FG-HAS-ADDR-PROOF           PIC X VALUE 'N'.
           88 FG-HAS-ADDR-PROOF-Y       VALUE 'Y'.
           88 FG-HAS-ADDR-PROOF-N       VALUE 'N'.
         05 FG-HAS-OWNER                PIC X VALUE 'N'.
           88 FG-HAS-OWNER-Y            VALUE 'Y'.
           88 FG-HAS-OWNER-N            VALUE 'N'.
         05 FG-HAS-REP                  PIC X VALUE 'N'.
           88 FG-HAS-REP-Y              VALUE 'Y'.
           88 FG-HAS-REP-N              VALUE 'N'.
         05 FG-MORE-MH-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-MH-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-MH-ROWS-N         VALUE 'N'.
         05 FG-MORE-CR-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-CR-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-CR-ROWS-N         VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
             DISPLAY "NO KYC DOCUMENT FILE FOUND -- "
                     "EVERY CUSTOMER WILL BE REPORTED MISSING"
           END-IF

      *    NO ENTITY FILE -- EVERY CUSTOMER IS A NATURAL PERSON.
           OPEN INPUT CUST-ENTITY-FILE
           OPEN INPUT CUST-RELATION-FILE

      *    NO CONTACT FILE -- NOBODY'S POST IS MARKED RETURNED.
           OPEN INPUT CUST-CONTACT-FILE
           OPEN INPUT MAIL-HOLD-FILE
           .
       F-INIT-END.
           EXIT.
           IF WS-KYC-FILE-STATUS = "00"
             CLOSE KYC-FILE
           END-IF
           IF WS-CE-FILE-STATUS = "00"
             CLOSE CUST-ENTITY-FILE
           END-IF
           IF WS-CR-FILE-STATUS = "00"
             CLOSE CUST-RELATION-FILE
           END-IF
           IF WS-CN-FILE-STATUS = "00"
             CLOSE CUST-CONTACT-FILE
           END-IF
           IF WS-MH-FILE-STATUS = "00"
             CLOSE MAIL-HOLD-FILE
           END-IF
           CLOSE REPORT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
                                            TO WS-REASON
             PERFORM F-WRITE-EXCEPTION-LINE
           END-IF

           IF WS-CE-FILE-STATUS = "00"
             PERFORM F-CHECK-ENTITY-PARTIES
           END-IF

           IF WS-CN-FILE-STATUS = "00"
             PERFORM F-CHECK-RETURNED-MAIL
           END-IF
           .
       F-CHECK-CUSTOMER-KYC-END.
           EXIT.
           .
       F-CHECK-ONE-DOCTYPE-END.
           EXIT.
      ******************************************************************
       F-CHECK-ENTITY-PARTIES SECTION.
      *    A LEGAL ENTITY MUST HAVE ITS BENEFICIAL OWNERS AND AT LEAST
      *    ONE AUTHORIZED REPRESENTATIVE ON FILE. THE LINK KEY ORDER
      *    (ENTITY, ROLE, PERSON) PUTS ALL OF ONE ENTITY'S ROWS
      *    TOGETHER.
           MOVE WS-CUR-CUSTOMERID          TO CE-CUSTOMERID
           READ CUST-ENTITY-FILE
             INVALID KEY
               EXIT SECTION
           END-READ
           IF NOT CE-IS-ACTIVE
             EXIT SECTION
           END-IF

           SET FG-HAS-OWNER-N              TO TRUE
           SET FG-HAS-REP-N                TO TRUE
           SET FG-MORE-CR-ROWS-N           TO TRUE
           IF WS-CR-FILE-STATUS = "00"
             MOVE WS-CUR-CUSTOMERID        TO CR-ENTITY-CUSTID
             MOVE LOW-VALUES               TO CR-ROLE
             MOVE 0                        TO CR-PERSON-CUSTID
             START CUST-RELATION-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                 SET FG-MORE-CR-ROWS-N     TO TRUE
               NOT INVALID KEY
                 SET FG-MORE-CR-ROWS-Y     TO TRUE
             END-START
           END-IF

           PERFORM UNTIL FG-MORE-CR-ROWS-N
             READ CUST-RELATION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-CR-ROWS-N     TO TRUE
               NOT AT END
                 IF CR-ENTITY-CUSTID NOT = WS-CUR-CUSTOMERID
                   SET FG-MORE-CR-ROWS-N   TO TRUE
                 ELSE
                   IF CR-IS-ACTIVE AND CR-ROLE-BENEFIC-OWNER
                     SET FG-HAS-OWNER-Y    TO TRUE
                   END-IF
                   IF CR-IS-ACTIVE AND CR-ROLE-REPRESENTATIVE
                     SET FG-HAS-REP-Y      TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF FG-HAS-OWNER-N
             MOVE "ENTITY MISSING BENEFICIAL OWNER RECORDS"
                                            TO WS-REASON
             PERFORM F-WRITE-EXCEPTION-LINE
           END-IF

           IF FG-HAS-REP-N
             MOVE "ENTITY HAS NO AUTHORIZED REPRESENTATIVE"
                                            TO WS-REASON
             PERFORM F-WRITE-EXCEPTION-LINE
           END-IF
           .
       F-CHECK-ENTITY-PARTIES-END.
           EXIT.
      ******************************************************************
       F-CHECK-RETURNED-MAIL SECTION.
      *    THE CUSTOMER'S CONTACT CONTROL ROW (SEQ 00000) CARRIES THE
      *    RETURNED-MAIL MARK; THEIR HELD-MAIL ROWS ARE KEYED TOGETHER.
           MOVE WS-CUR-CUSTOMERID          TO CN-CUSTOMERID
           MOVE 0                          TO CN-SEQ
           READ CUST-CONTACT-FILE
             INVALID KEY
               EXIT SECTION
           END-READ
           IF NOT CN-MAIL-RETURNED
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-HELD-COUNT
           SET FG-MORE-MH-ROWS-N           TO TRUE
           IF WS-MH-FILE-STATUS = "00"
             MOVE WS-CUR-CUSTOMERID        TO MH-CUSTOMERID
             MOVE 0                        TO MH-SEQ
             START MAIL-HOLD-FILE KEY IS NOT LESS THAN MH-KEY
               INVALID KEY
                 SET FG-MORE-MH-ROWS-N     TO TRUE
               NOT INVALID KEY
                 SET FG-MORE-MH-ROWS-Y     TO TRUE
             END-START
           END-IF

           PERFORM UNTIL FG-MORE-MH-ROWS-N
             READ MAIL-HOLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-MH-ROWS-N     TO TRUE
               NOT AT END
                 IF MH-CUSTOMERID NOT = WS-CUR-CUSTOMERID
                   SET FG-MORE-MH-ROWS-N   TO TRUE
                 ELSE
                   IF MH-IS-HELD
                     ADD 1                 TO WS-HELD-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           MOVE SPACES                     TO WS-REASON
           STRING "MAIL RETURNED "         DELIMITED BY SIZE
                  CN-RETURNED-DATE         DELIMITED BY SIZE
                  " - NOT RE-VERIFIED, "  DELIMITED BY SIZE
                  WS-HELD-COUNT            DELIMITED BY SIZE
                  " HELD"                  DELIMITED BY SIZE
             INTO WS-REASON
           END-STRING
           PERFORM F-WRITE-EXCEPTION-LINE
           .
       F-CHECK-RETURNED-MAIL-END.
           EXIT.
      ******************************************************************
       F-WRITE-EXCEPTION-LINE SECTION.
           ADD 1                           TO WS-EXCEPTIONS-REPORTED

           MOVE SPACES                     TO REPORT-LINE
           STRING FUNCTION TRIM(WS-CUR-CUSTOMERID) DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON)         DELIMITED BY SIZE
