      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      MAILHOLD.
      ******************************************************************
      *  Returned-mail hold on printed output -- called subprogram
      *  (same shape as ODPROTECT/SCREENCHK). When the post for a
      *  customer comes back undeliverable a teller marks it returned
      *  (CONTACT RETURNED, control row of files/custcontact.dat --
      *  see CONTACTRECORD). Every program that prints a statement or
      *  letter for a customer (STMTCYCLE, ACCPACKET, BALCERT,
      *  TAXSTMT) asks this program where to write it:
      *     ROUTE      the ordinary path back unchanged while the
      *                post is deliverable; while it is returned, the
      *                same name with a HELD_ prefix, and a row on
      *                the held-mail register files/mailhold.dat (see
      *                MAILHOLDRECORD), so the print run never sees
      *                the document
      *     RELEASE    (CONTACT VERIFY, once the address has been
      *                re-verified) renames every document still held
      *                for the customer back to its ordinary name and
      *                marks its register row released
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
                                        VALUE "MAILHOLD            ".

       01 INTERNAL-VARS.
         05 WS-CN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-MH-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-NEXT-SEQ                 PIC 9(05).
         05 WS-PATH-LEN                 PIC 9(03).
         05 WS-NAME-POS                 PIC 9(03).
         05 WS-PATH-REVERSED            PIC X(60).
         05 WS-RENAME-RC                PIC S9(09) COMP-5.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MAIL-RETURNED            PIC X VALUE 'N'.
           88 FG-MAIL-RETURNED-Y        VALUE 'Y'.
           88 FG-MAIL-RETURNED-N        VALUE 'N'.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY MAILHOLDINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING MAILHOLD-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE MAILHOLD-OUT
           SET MAILHOLD-STATUS-OK         TO TRUE

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

           EVALUATE TRUE
             WHEN I-MH-OP-ROUTE
               PERFORM F-ROUTE
             WHEN I-MH-OP-RELEASE
               PERFORM F-RELEASE
             WHEN OTHER
               SET MAILHOLD-STATUS-BAD-OP TO TRUE
           END-EVALUATE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-ROUTE SECTION.
           MOVE I-MH-PATH                  TO O-MH-PATH

           PERFORM F-CHECK-MAIL-STATUS
           IF FG-MAIL-RETURNED-N
             EXIT SECTION
           END-IF

      *    HELD_ GOES IN FRONT OF THE FILE NAME, AFTER THE LAST "/",
      *    SO THE DOCUMENT STAYS IN THE SAME DIRECTORY.
           COMPUTE WS-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(I-MH-PATH TRAILING))
           MOVE 0                          TO WS-NAME-POS
           MOVE FUNCTION REVERSE(I-MH-PATH(1:WS-PATH-LEN))
                                           TO WS-PATH-REVERSED
           INSPECT WS-PATH-REVERSED
             TALLYING WS-NAME-POS FOR CHARACTERS BEFORE INITIAL "/"
           COMPUTE WS-NAME-POS = WS-PATH-LEN - WS-NAME-POS + 1
           MOVE SPACES                     TO O-MH-PATH
           IF WS-NAME-POS > 1
             STRING I-MH-PATH(1:WS-NAME-POS - 1) DELIMITED BY SIZE
                    "HELD_"                 DELIMITED BY SIZE
                    I-MH-PATH(WS-NAME-POS:) DELIMITED BY SPACE
               INTO O-MH-PATH
             END-STRING
           ELSE
             STRING "HELD_"                 DELIMITED BY SIZE
                    I-MH-PATH               DELIMITED BY SPACE
               INTO O-MH-PATH
             END-STRING
           END-IF

           PERFORM F-OPEN-HOLD-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
             SET MAILHOLD-STATUS-IO-ERR   TO TRUE
             EXIT SECTION
           END-IF
           PERFORM F-FIND-NEXT-SEQ

           INITIALIZE MAIL-HOLD-RECORD
           MOVE I-MH-CUSTID                TO MH-CUSTOMERID
           MOVE WS-NEXT-SEQ                TO MH-SEQ
           MOVE I-MH-PROGRAM               TO MH-PROGRAM
           MOVE O-MH-PATH                  TO MH-HELD-PATH
           MOVE I-MH-PATH                  TO MH-RELEASE-PATH
           MOVE WS-TODAY-RAW               TO MH-HELD-DATE
           SET MH-IS-HELD                  TO TRUE
           WRITE MAIL-HOLD-RECORD
             INVALID KEY
               SET MAILHOLD-STATUS-IO-ERR TO TRUE
           END-WRITE
           CLOSE MAIL-HOLD-FILE

           IF NOT MAILHOLD-STATUS-IO-ERR
             SET MAILHOLD-STATUS-HELD     TO TRUE
           END-IF
           .
       F-ROUTE-END.
           EXIT.
      ******************************************************************
       F-CHECK-MAIL-STATUS SECTION.
      *    NO CONTACT FILE OR NO CONTROL ROW -- POST IS DELIVERABLE.
           SET FG-MAIL-RETURNED-N          TO TRUE
           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE I-MH-CUSTID                TO CN-CUSTOMERID
           MOVE 0                          TO CN-SEQ
           READ CUST-CONTACT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CN-MAIL-RETURNED
                 SET FG-MAIL-RETURNED-Y    TO TRUE
               END-IF
           END-READ
           CLOSE CUST-CONTACT-FILE
           .
       F-CHECK-MAIL-STATUS-END.
           EXIT.
      ******************************************************************
       F-OPEN-HOLD-FILE SECTION.
      *    SAME BOOTSTRAP AS ODPROTECT'S F-OPEN-FILE.
           OPEN I-O MAIL-HOLD-FILE
           IF WS-MH-FILE-STATUS = "35"
             OPEN OUTPUT MAIL-HOLD-FILE
             CLOSE MAIL-HOLD-FILE
             OPEN I-O MAIL-HOLD-FILE
           END-IF
           .
       F-OPEN-HOLD-FILE-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-SEQ SECTION.
           MOVE 0                          TO WS-NEXT-SEQ
           MOVE I-MH-CUSTID                TO MH-CUSTOMERID
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
                 IF MH-CUSTOMERID NOT = I-MH-CUSTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   MOVE MH-SEQ             TO WS-NEXT-SEQ
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-NEXT-SEQ
           .
       F-FIND-NEXT-SEQ-END.
           EXIT.
      ******************************************************************
       F-RELEASE SECTION.
           PERFORM F-OPEN-HOLD-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
             SET MAILHOLD-STATUS-IO-ERR   TO TRUE
             EXIT SECTION
           END-IF

           MOVE I-MH-CUSTID                TO MH-CUSTOMERID
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
                 IF MH-CUSTOMERID NOT = I-MH-CUSTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF MH-IS-HELD
                     PERFORM F-RELEASE-ONE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE MAIL-HOLD-FILE
           .
       F-RELEASE-END.
           EXIT.
      ******************************************************************
       F-RELEASE-ONE SECTION.
      *    A HELD FILE THAT IS NO LONGER THERE (CLEARED BY RETENTION
      *    OR BY HAND) IS STILL MARKED RELEASED -- THERE IS NOTHING
      *    LEFT TO HOLD.
           CALL "CBL_RENAME_FILE" USING MH-HELD-PATH,
                                        MH-RELEASE-PATH
             RETURNING WS-RENAME-RC
           END-CALL

           SET MH-IS-RELEASED              TO TRUE
           MOVE WS-TODAY-RAW               TO MH-RELEASED-DATE
           MOVE I-MH-ACTOR-BUSR-ID         TO MH-RELEASED-BY
           REWRITE MAIL-HOLD-RECORD
           ADD 1                           TO O-MH-COUNT
           .
       F-RELEASE-ONE-END.
           EXIT.
