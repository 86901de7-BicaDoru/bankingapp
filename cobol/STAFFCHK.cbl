      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. STAFFCHK.
      ******************************************************************
      *  Staff self-dealing check. Called directly (same style as
      *  SCREENCHK), never routed through the DISPATCHER. Given the
      *  acting bank user and an account (by ID or IBAN) or a
      *  customer, it resolves the owning customer and answers
      *  CONFLICT when the actor:
      *    - is the customer's own login (CUSTDB BANKUSERID), or
      *    - has an active link to the customer on
      *      files/stafflink.dat -- their own staff record or a
      *      relative they declared (see STAFFACCT).
      *  It also says whether the account is a staff account at all
      *  and whose, for callers that only want to flag it. What to
      *  do about a conflict -- route for approval or refuse -- is
      *  the caller's business (see STAFFCONFIG).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-LINK-FILE ASSIGN TO "files/stafflink.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SK-KEY
           FILE STATUS IS WS-SK-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  STAFF-LINK-FILE.
       COPY STAFFLINKRECORD.
      ******************************************************************
       WORKING-STORAGE           SECTION.

       01 PROGNAME                    PIC X(20).
         88 PGNAME-ACCDB              VALUE "ACCDB               ".
         88 PGNAME-CUSTDB             VALUE "CUSTDB              ".

       01 WS-SK-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-CUSTOMERID               PIC 9(09).
       01 FG-MORE-RECORDS             PIC X(01).
         88 FG-MORE-RECORDS-Y         VALUE "Y".
         88 FG-MORE-RECORDS-N         VALUE "N".
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
      ******************************************************************
       LINKAGE SECTION.
       COPY STAFFCHKINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING STAFFCHK-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET STAFFCHK-STATUS-CLEAR       TO TRUE
           MOVE 0                          TO O-STFC-CUSTOMERID
           MOVE SPACES                     TO O-STFC-LINK-TYPE
           SET O-STFC-STAFF-ACCOUNT-N      TO TRUE
           MOVE 0                          TO O-STFC-EMPLOYEE-BUSR-ID

           PERFORM F-RESOLVE-CUSTOMER
           IF NOT STAFFCHK-STATUS-CLEAR
             GO TO MAIN-END
           END-IF
           MOVE WS-CUSTOMERID              TO O-STFC-CUSTOMERID

      *    A SYSTEM POSTING HAS NO ACTOR TO CONFLICT -- BUT THE
      *    STAFF-ACCOUNT FLAG IS STILL WORTH ANSWERING.
           IF I-STFC-BUSR-ID > 0
             PERFORM F-CHECK-OWN-LOGIN
           END-IF

           PERFORM F-SCAN-LINKS
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-RESOLVE-CUSTOMER SECTION.
           MOVE 0                          TO WS-CUSTOMERID
           IF I-STFC-ACCOUNTID = 0
             AND I-STFC-IBAN = SPACES
             MOVE I-STFC-CUSTOMERID        TO WS-CUSTOMERID
           ELSE
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETITEM          TO TRUE
             IF I-STFC-ACCOUNTID > 0
               MOVE I-STFC-ACCOUNTID       TO I-ACC-ACCOUNTID
             ELSE
               MOVE I-STFC-IBAN            TO I-ACC-IBAN
             END-IF
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             IF ACCDB-STATUS-OK
               MOVE O-ACC-CUSTOMERID(1)    TO WS-CUSTOMERID
             END-IF
           END-IF

           IF WS-CUSTOMERID = 0
             SET STAFFCHK-STATUS-NOT-FOUND TO TRUE
           END-IF
           .
       F-RESOLVE-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-CHECK-OWN-LOGIN SECTION.
      *    AN EMPLOYEE WHOSE CUSTOMER RECORD HANGS OFF THEIR OWN STAFF
      *    LOGIN NEEDS NO LINK ROW TO BE RECOGNISED.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE WS-CUSTOMERID              TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE

           IF CUST-STATUS-OK
             AND O-CUST-BANKUSERID(1) = I-STFC-BUSR-ID
             SET STAFFCHK-STATUS-CONFLICT  TO TRUE
             SET O-STFC-LINK-OWN-LOGIN     TO TRUE
             SET O-STFC-STAFF-ACCOUNT-Y    TO TRUE
             MOVE I-STFC-BUSR-ID           TO O-STFC-EMPLOYEE-BUSR-ID
           END-IF
           .
       F-CHECK-OWN-LOGIN-END.
           EXIT.
      ******************************************************************
       F-SCAN-LINKS SECTION.
      *    EVERY ACTIVE LINK ON THE CUSTOMER -- THE ACTOR'S OWN ROW
      *    MAKES IT A CONFLICT, ANY STAFF ROW MAKES IT A STAFF ACCOUNT.
           OPEN INPUT STAFF-LINK-FILE
           IF WS-SK-FILE-STATUS NOT = "00"
      *      NO LINKS ON FILE YET.
             EXIT SECTION
           END-IF

           MOVE WS-CUSTOMERID              TO SK-CUSTOMERID
           MOVE 0                          TO SK-BUSR-ID
           START STAFF-LINK-FILE KEY IS NOT LESS THAN SK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ STAFF-LINK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SK-CUSTOMERID NOT = WS-CUSTOMERID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF SK-IS-ACTIVE
                     PERFORM F-CHECK-ONE-LINK
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE STAFF-LINK-FILE
           .
       F-SCAN-LINKS-END.
           EXIT.
      ******************************************************************
       F-CHECK-ONE-LINK SECTION.
           IF SK-TYPE-STAFF
             AND O-STFC-STAFF-ACCOUNT-N
             SET O-STFC-STAFF-ACCOUNT-Y    TO TRUE
             MOVE SK-BUSR-ID               TO O-STFC-EMPLOYEE-BUSR-ID
           END-IF

           IF I-STFC-BUSR-ID > 0
             AND SK-BUSR-ID = I-STFC-BUSR-ID
             AND STAFFCHK-STATUS-CLEAR
             SET STAFFCHK-STATUS-CONFLICT  TO TRUE
             MOVE SK-LINK-TYPE             TO O-STFC-LINK-TYPE
           END-IF
           .
       F-CHECK-ONE-LINK-END.
           EXIT.
