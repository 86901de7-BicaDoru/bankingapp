      *  entry existed. Every hit opens a FRAUDCASE-RECORD through
      *  FRAUDCHK for an analyst to clear or confirm in FRAUDMAINT,
      *  and is written to files/reports/SCREENING_RESULTS.txt.
      *  A legal-entity customer (files/custentity.dat, see
      *  ENTITYMAINT) is screened under its registered name like any
      *  customer, and then again through the people behind it: each
      *  active authorized representative and beneficial owner on
      *  files/custrelation.dat. A hit on one of them opens the case
      *  against the entity, naming the person and their role.
      *  Walk-ins on files/walkin.dat (see WALKIN) are rescreened the
      *  same way; a hit holds the person so no further transaction
      *  is linked to them until the case is cleared.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
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

           SELECT WALKIN-FILE ASSIGN TO "files/walkin.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WI-ID
           FILE STATUS IS WS-WI-FILE-STATUS.

           SELECT RESULTS-OUTPUT ASSIGN TO
           "files/reports/SCREENING_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  CUST-RELATION-FILE.
       COPY CUSTRELATIONRECORD.

       FD  WALKIN-FILE.
       COPY WALKINRECORD.

       FD  RESULTS-OUTPUT.
       01  RESULTS-LINE                 PIC X(200).
      ******************************************************************
         05 WS-PAGE-NUMBER              PIC 9(05) VALUE 1.
         05 WS-CUSTOMERS-SCREENED       PIC 9(07) VALUE 0.
         05 WS-HITS-FOUND               PIC 9(07) VALUE 0.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-PARTIES-SCREENED         PIC 9(07) VALUE 0.
         05 WS-PARTY-ROLE-TEXT          PIC X(20).
         05 WS-WI-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WALKINS-SCREENED         PIC 9(07) VALUE 0.
         05 WS-TODAY-RAW                PIC 9(08).

       01 FLAGS.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
           88 FG-MORE-PAGES-Y           VALUE 'Y'.
           88 FG-MORE-PAGES-N           VALUE 'N'.
         05 FG-MORE-CE-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-CE-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-CE-ROWS-N         VALUE 'N'.
         05 FG-MORE-CR-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-CR-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-CR-ROWS-N         VALUE 'N'.
         05 FG-MORE-WI-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-WI-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-WI-ROWS-N         VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-RESCREEN
           PERFORM F-RUN-ENTITY-PARTIES
           PERFORM F-RUN-WALKINS
           PERFORM F-FINISH
           .
       MAIN-END.
           STRING
             "CUSTOMERS SCREENED: ",
             FUNCTION TRIM(WS-CUSTOMERS-SCREENED),
             " | ENTITY PARTIES SCREENED: ",
             FUNCTION TRIM(WS-PARTIES-SCREENED),
             " | WALK-INS SCREENED: ",
             FUNCTION TRIM(WS-WALKINS-SCREENED),
             " | HITS: ",
             FUNCTION TRIM(WS-HITS-FOUND)
             INTO RESULTS-LINE
           .
       F-RUN-RESCREEN-END.
           EXIT.
      ******************************************************************
       F-RUN-ENTITY-PARTIES SECTION.
      *    RUN AFTER THE CUSTOMER PAGES, SINCE LOOKING EACH PERSON UP
      *    ON CUSTDB WOULD OVERWRITE THE PAGE BEING WALKED.
      *    NO ENTITY FILE -- NO LEGAL-ENTITY CUSTOMERS.
           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN INPUT CUST-RELATION-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
             CLOSE CUST-ENTITY-FILE
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO CE-CUSTOMERID
           START CUST-ENTITY-FILE KEY IS NOT LESS THAN CE-CUSTOMERID
             INVALID KEY
               SET FG-MORE-CE-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-CE-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-CE-ROWS-N
             READ CUST-ENTITY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-CE-ROWS-N     TO TRUE
               NOT AT END
                 IF CE-IS-ACTIVE
                   PERFORM F-SCREEN-ENTITY-PARTIES
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CUST-RELATION-FILE
           CLOSE CUST-ENTITY-FILE
           .
       F-RUN-ENTITY-PARTIES-END.
           EXIT.
      ******************************************************************
       F-SCREEN-ENTITY-PARTIES SECTION.
           MOVE CE-CUSTOMERID              TO CR-ENTITY-CUSTID
           MOVE LOW-VALUES                 TO CR-ROLE
           MOVE 0                          TO CR-PERSON-CUSTID
           START CUST-RELATION-FILE KEY IS NOT LESS THAN CR-KEY
             INVALID KEY
               SET FG-MORE-CR-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-CR-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-CR-ROWS-N
             READ CUST-RELATION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-CR-ROWS-N     TO TRUE
               NOT AT END
                 IF CR-ENTITY-CUSTID NOT = CE-CUSTOMERID
                   SET FG-MORE-CR-ROWS-N   TO TRUE
                 ELSE
                   IF CR-IS-ACTIVE
                     PERFORM F-SCREEN-ONE-PARTY
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-SCREEN-ENTITY-PARTIES-END.
           EXIT.
      ******************************************************************
       F-SCREEN-ONE-PARTY SECTION.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE CR-PERSON-CUSTID           TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK OR O-CUST-COUNT = 0
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-PARTIES-SCREENED
           IF CR-ROLE-REPRESENTATIVE
             MOVE "REPRESENTATIVE"         TO WS-PARTY-ROLE-TEXT
           ELSE
             MOVE "BENEFICIAL OWNER"       TO WS-PARTY-ROLE-TEXT
           END-IF

           INITIALIZE SCREEN-INTERFACE
           MOVE SPACES                     TO I-SCR-IBAN
           MOVE O-CUST-USERNAME(1)         TO I-SCR-NAME
           SET PGNAME-SCREENCHK            TO TRUE
           CALL PROGNAME USING SCREEN-INTERFACE

           IF SCREEN-STATUS-HIT
             ADD 1                         TO WS-HITS-FOUND

             MOVE SPACES                   TO RESULTS-LINE
             STRING
               "HIT ENTITY " CE-CUSTOMERID
               " " FUNCTION TRIM(WS-PARTY-ROLE-TEXT)
               " CUSTOMER " CR-PERSON-CUSTID
               " NAME " O-CUST-USERNAME(1)(1:30)
               " MATCHED LIST ENTRY " O-SCR-MATCH-ID
               " (" FUNCTION TRIM(O-SCR-MATCH-VALUE) ")"
               DELIMITED BY SIZE INTO RESULTS-LINE
             END-STRING
             WRITE RESULTS-LINE

      *      THE CASE IS THE ENTITY'S -- IT IS THE ENTITY'S MONEY THE
      *      LISTED PERSON CAN MOVE OR OWNS.
             INITIALIZE FRAUD-INTERFACE
             MOVE "CUSTOMER"               TO I-FRAUD-ENTITY
             MOVE CE-CUSTOMERID            TO I-FRAUD-ENTITY-ID
             MOVE "SCREENING"              TO I-FRAUD-TRTYPE
             MOVE 0                        TO I-FRAUD-AMOUNT
             IF CR-ROLE-REPRESENTATIVE
               MOVE "SCREENING HIT ON REPRESENTATIVE"
                                           TO I-FRAUD-REASON
             ELSE
               MOVE "SCREENING HIT ON BENEFICIAL OWNER"
                                           TO I-FRAUD-REASON
             END-IF
             MOVE 0                        TO I-FRAUD-ACTOR-BUSR-ID
             SET PGNAME-FRAUDCHK           TO TRUE
             CALL PROGNAME USING FRAUD-INTERFACE
           END-IF
           .
       F-SCREEN-ONE-PARTY-END.
           EXIT.
      ******************************************************************
       F-RUN-WALKINS SECTION.
      *    NO REGISTER -- NOBODY HAS BEEN SERVED AS A WALK-IN.
           OPEN I-O WALKIN-FILE
           IF WS-WI-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           ACCEPT WS-TODAY-RAW             FROM DATE YYYYMMDD

           MOVE LOW-VALUES                 TO WI-ID
           START WALKIN-FILE KEY IS NOT LESS THAN WI-ID
             INVALID KEY
               SET FG-MORE-WI-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-WI-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-WI-ROWS-N
             READ WALKIN-FILE NEXT RECORD
               AT END
                 SET FG-MORE-WI-ROWS-N     TO TRUE
               NOT AT END
      *          A HELD ONE ALREADY HAS ITS CASE OPEN.
                 IF WI-IS-ACTIVE
                   PERFORM F-SCREEN-WALKIN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE WALKIN-FILE
           .
       F-RUN-WALKINS-END.
           EXIT.
      ******************************************************************
       F-SCREEN-WALKIN SECTION.
           ADD 1                           TO WS-WALKINS-SCREENED

           INITIALIZE SCREEN-INTERFACE
           MOVE SPACES                     TO I-SCR-IBAN
           MOVE WI-NAME                    TO I-SCR-NAME
           SET PGNAME-SCREENCHK            TO TRUE
           CALL PROGNAME USING SCREEN-INTERFACE

           MOVE WS-TODAY-RAW               TO WI-SCREEN-DATE
           IF SCREEN-STATUS-HIT
             ADD 1                         TO WS-HITS-FOUND
             SET WI-IS-HELD                TO TRUE
             MOVE O-SCR-MATCH-ID           TO WI-SCREEN-MATCH-ID
           END-IF
           REWRITE WALKIN-RECORD

           IF SCREEN-STATUS-HIT
             MOVE SPACES                   TO RESULTS-LINE
             STRING
               "HIT WALK-IN " WI-ID
               " NAME " WI-NAME(1:30)
               " MATCHED LIST ENTRY " O-SCR-MATCH-ID
               " (" FUNCTION TRIM(O-SCR-MATCH-VALUE) ")"
               DELIMITED BY SIZE INTO RESULTS-LINE
             END-STRING
             WRITE RESULTS-LINE

             INITIALIZE FRAUD-INTERFACE
             MOVE "WALKIN"                 TO I-FRAUD-ENTITY
             MOVE WI-ID                    TO I-FRAUD-ENTITY-ID
             MOVE "SCREENING"              TO I-FRAUD-TRTYPE
             MOVE 0                        TO I-FRAUD-AMOUNT
             MOVE "SCREENING LIST MATCH ON WALK-IN"
                                           TO I-FRAUD-REASON
             MOVE 0                        TO I-FRAUD-ACTOR-BUSR-ID
             SET PGNAME-FRAUDCHK           TO TRUE
             CALL PROGNAME USING FRAUD-INTERFACE
           END-IF
           .
       F-SCREEN-WALKIN-END.
           EXIT.
      ******************************************************************
       F-SCREEN-CUSTOMER SECTION.
           ADD 1                           TO WS-CUSTOMERS-SCREENED
