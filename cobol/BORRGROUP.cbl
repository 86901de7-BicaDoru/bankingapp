      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      BORRGROUP.
      ******************************************************************
      *  Connected-borrower group maintenance tool, kept alongside
      *  COLLMAINT. Run standalone, e.g.:
      *     BORRGROUP ADD  POPESCU 00042 Popescu family holdings
      *     BORRGROUP ADD  POPESCU 00057
      *     BORRGROUP DROP POPESCU 00057
      *     BORRGROUP LIST POPESCU
      *     BORRGROUP LIST
      *  ADD places a customer in the group (files/borrowergroups.dat,
      *  see BORRGROUPRECORD), naming the group with the remaining
      *  text -- or, with none given, keeping the name the group
      *  already has. DROP takes the customer back out (the row is
      *  kept, marked removed). LIST shows one group, or every group.
      *  LARGEEXP joins these groups with the loan-party and joint
      *  account links when it totals exposure per group.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT BORR-GROUP-FILE ASSIGN TO "files/borrowergroups.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  BORR-GROUP-FILE.
       COPY BORRGROUPRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "BORRGROUP           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-DROP                VALUE "DROP".
           88 ARG-OP-LIST                VALUE "LIST".
      *    ADD:  TOK2=GROUP CODE TOK3=CUSTOMER-ID, REMAINDER=GROUP NAME
      *    DROP: TOK2=GROUP CODE TOK3=CUSTOMER-ID
      *    LIST: TOK2=GROUP CODE (OPTIONAL)
         05 ARG-TOK2                    PIC X(08).
         05 ARG-TOK3                    PIC X(10).
         05 ARG-REMAINDER               PIC X(30).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-GROUP-CODE               PIC X(08).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-GROUP-NAME               PIC X(30).
         05 WS-LIST-COUNT               PIC 9(05) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           PERFORM F-PARSE-COMMAND
           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-ADD-MEMBER
             WHEN ARG-OP-DROP
               PERFORM F-DROP-MEMBER
             WHEN ARG-OP-LIST
               PERFORM F-LIST-GROUPS
             WHEN OTHER
               DISPLAY "USAGE: BORRGROUP ADD|DROP|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "BORROWER GROUP MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE BORR-GROUP-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "BORROWER GROUP MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-TOK2
                                              ARG-TOK3
                                              ARG-REMAINDER

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3
             WITH POINTER WS-PTR
           END-UNSTRING

           IF WS-PTR <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO ARG-REMAINDER
             MOVE FUNCTION TRIM(ARG-REMAINDER) TO ARG-REMAINDER
           END-IF

           MOVE FUNCTION UPPER-CASE(ARG-TOK2) TO WS-GROUP-CODE
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O BORR-GROUP-FILE
           IF WS-FILE-STATUS = "35"
             OPEN OUTPUT BORR-GROUP-FILE
             CLOSE BORR-GROUP-FILE
             OPEN I-O BORR-GROUP-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-ADD-MEMBER SECTION.
           IF WS-GROUP-CODE = SPACES OR ARG-TOK3 = SPACES
             DISPLAY "USAGE: BORRGROUP ADD <GROUP> <CUSTOMER-ID> [NAME]"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-CUSTOMERID

      *    NO NAME GIVEN -- THE GROUP KEEPS THE ONE IT ALREADY HAS.
           MOVE ARG-REMAINDER              TO WS-GROUP-NAME
           IF WS-GROUP-NAME = SPACES
             PERFORM F-FIND-GROUP-NAME
           END-IF

           MOVE WS-GROUP-CODE              TO BG-GROUP-CODE
           MOVE WS-CUSTOMERID              TO BG-CUSTOMER-ID
           READ BORR-GROUP-FILE
             INVALID KEY
               SET FG-ROW-FOUND-N          TO TRUE
             NOT INVALID KEY
               SET FG-ROW-FOUND-Y          TO TRUE
           END-READ

           MOVE WS-GROUP-CODE              TO BG-GROUP-CODE
           MOVE WS-CUSTOMERID              TO BG-CUSTOMER-ID
           MOVE WS-GROUP-NAME              TO BG-GROUP-NAME
           SET BG-IS-ACTIVE                TO TRUE
           MOVE WS-TODAY-RAW               TO BG-ADDED-DATE
           MOVE 0                          TO BG-REMOVED-DATE
           IF FG-ROW-FOUND-Y
             REWRITE BORR-GROUP-RECORD
           ELSE
             WRITE BORR-GROUP-RECORD
           END-IF

           DISPLAY "CUSTOMER " BG-CUSTOMER-ID " ADDED TO GROUP "
                   FUNCTION TRIM(BG-GROUP-CODE) " "
                   FUNCTION TRIM(BG-GROUP-NAME)
           .
       F-ADD-MEMBER-END.
           EXIT.
      ******************************************************************
       F-FIND-GROUP-NAME SECTION.
           MOVE WS-GROUP-CODE              TO BG-GROUP-CODE
           MOVE 0                          TO BG-CUSTOMER-ID
           START BORR-GROUP-FILE KEY IS NOT LESS THAN BG-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BORR-GROUP-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF BG-GROUP-CODE NOT = WS-GROUP-CODE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF BG-GROUP-NAME NOT = SPACES
                     MOVE BG-GROUP-NAME    TO WS-GROUP-NAME
                     SET FG-MORE-RECORDS-N TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-GROUP-NAME-END.
           EXIT.
      ******************************************************************
       F-DROP-MEMBER SECTION.
           MOVE WS-GROUP-CODE              TO BG-GROUP-CODE
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO BG-CUSTOMER-ID
           READ BORR-GROUP-FILE
             INVALID KEY
               DISPLAY "CUSTOMER " ARG-TOK3 " IS NOT IN GROUP "
                       WS-GROUP-CODE
               EXIT SECTION
           END-READ

           SET BG-IS-REMOVED               TO TRUE
           MOVE WS-TODAY-RAW               TO BG-REMOVED-DATE
           REWRITE BORR-GROUP-RECORD
           DISPLAY "CUSTOMER " BG-CUSTOMER-ID " REMOVED FROM GROUP "
                   FUNCTION TRIM(BG-GROUP-CODE)
           .
       F-DROP-MEMBER-END.
           EXIT.
      ******************************************************************
       F-LIST-GROUPS SECTION.
           MOVE WS-GROUP-CODE              TO BG-GROUP-CODE
           MOVE 0                          TO BG-CUSTOMER-ID
           IF WS-GROUP-CODE = SPACES
             MOVE LOW-VALUES               TO BG-KEY
           END-IF
           START BORR-GROUP-FILE KEY IS NOT LESS THAN BG-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BORR-GROUP-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WS-GROUP-CODE NOT = SPACES
                 AND BG-GROUP-CODE NOT = WS-GROUP-CODE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-LIST-COUNT
                   DISPLAY BG-GROUP-CODE " CUST=" BG-CUSTOMER-ID
                           " STATUS=" BG-STATUS
                           " ADDED=" BG-ADDED-DATE
                           " REMOVED=" BG-REMOVED-DATE
                           " " FUNCTION TRIM(BG-GROUP-NAME)
                 END-IF
             END-READ
           END-PERFORM

           IF WS-LIST-COUNT = 0
             DISPLAY "NO BORROWER GROUP MEMBERS ON FILE"
           END-IF
           .
       F-LIST-GROUPS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
