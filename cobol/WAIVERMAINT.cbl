      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      WAIVERMAINT.
      ******************************************************************
      *  Fee waiver rule maintenance tool. Run standalone, e.g.:
      *     WAIVERMAINT ADD 001 ALL D 50000.00 100 PREMIER BALANCES
      *     WAIVERMAINT ADD 002 OVERDFEE L 0 050 BORROWER DISCOUNT
      *     WAIVERMAINT ADD 003 LOWBALFE S 0 100 SALARY ACCOUNT
      *     WAIVERMAINT EDIT 001 ALL D 75000.00 100 PREMIER BALANCES
      *     WAIVERMAINT DELETE 002
      *     WAIVERMAINT LIST
      *  A rule is: rule id, the fee schedule code it waives (see
      *  FEEMAINT -- LOWBALFE, OVERDFEE, DRAFTFEE, WIREFEE -- or ALL),
      *  the basis it judges the customer on -- D combined deposits
      *  at or above the threshold, L an active loan, S salary
      *  credited through PAYROLL recently (the threshold is ignored
      *  for L and S) -- the percentage of the fee waived (100 for
      *  the whole fee) and the reason shown on FEEWAIVRPT. FEEWAIVER
      *  applies the most generous rule that holds.
      *  files/data/feewaivers.dat is LINE SEQUENTIAL, so like
      *  FEEMAINT this tool loads every rule into a table, applies the
      *  change and rewrites the file in full.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT WAIVER-RULE-FILE ASSIGN TO
               "files/data/feewaivers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  WAIVER-RULE-FILE.
       COPY FEEWAIVERRULE.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "WAIVERMAINT         ".

       01 CONSTANTS.
         COPY FEEWAIVERCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION                PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-EDIT                VALUE "EDIT".
           88 ARG-OP-DELETE              VALUE "DELETE".
           88 ARG-OP-LIST                VALUE "LIST".
         05 ARG-RULE-ID-TOK             PIC X(05).
         05 ARG-FEE-CODE                PIC X(08).
         05 ARG-BASIS                   PIC X(01).
         05 ARG-THRESHOLD-TOK           PIC X(15).
         05 ARG-PERCENT-TOK             PIC X(05).
      *    THE REASON IS WHATEVER FOLLOWS THE PERCENTAGE, SPACES AND
      *    ALL.
         05 ARG-DESCRIPTION             PIC X(30).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ENTRY-COUNT              PIC 9(05) VALUE 0.
         05 IND-1                       PIC 9(05).
         05 WS-FOUND-INDEX              PIC 9(05) VALUE 0.
         05 WS-RULE-ID                  PIC 9(03).
         05 WS-PERCENT                  PIC 9(05).
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 FG-RULE-FOUND               PIC X VALUE 'N'.
           88 FG-RULE-FOUND-Y           VALUE 'Y'.
           88 FG-RULE-FOUND-N           VALUE 'N'.
         05 FG-RULE-VALID               PIC X VALUE 'N'.
           88 FG-RULE-VALID-Y           VALUE 'Y'.
           88 FG-RULE-VALID-N           VALUE 'N'.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.

      *   IN-MEMORY COPY OF THE RULES -- LOADED AT STARTUP, EDITED
      *   IN PLACE, AND REWRITTEN WHOLESALE ON SAVE.
       01 WAIVER-RULE-TABLE.
         05 WR-TABLE-ENTRY              OCCURS 50 TIMES.
           10 WR-T-RULE-ID              PIC 9(03).
           10 WR-T-FEE-CODE             PIC X(08).
           10 WR-T-BASIS                PIC X(01).
           10 WR-T-THRESHOLD            PIC 9(10)V99.
           10 WR-T-PERCENT              PIC 9(03).
           10 WR-T-DESCRIPTION          PIC X(30).

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
           PERFORM F-LOAD-RULES

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-ADD-RULE
             WHEN ARG-OP-EDIT
               PERFORM F-EDIT-RULE
             WHEN ARG-OP-DELETE
               PERFORM F-DELETE-RULE
             WHEN ARG-OP-LIST
               PERFORM F-LIST-RULES
             WHEN OTHER
               DISPLAY
                 "USAGE: WAIVERMAINT ADD|EDIT|DELETE|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "WAIVERMAINT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "WAIVERMAINT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-RULE-ID-TOK
                                              ARG-FEE-CODE
                                              ARG-BASIS
                                              ARG-THRESHOLD-TOK
                                              ARG-PERCENT-TOK
                                              ARG-DESCRIPTION

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-RULE-ID-TOK, ARG-FEE-CODE,
                  ARG-BASIS, ARG-THRESHOLD-TOK, ARG-PERCENT-TOK
             WITH POINTER WS-PTR
           END-UNSTRING
           IF WS-PTR <= 200
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO ARG-DESCRIPTION
           END-IF

           MOVE FUNCTION UPPER-CASE(ARG-OPERATION) TO ARG-OPERATION
           MOVE FUNCTION UPPER-CASE(ARG-FEE-CODE)  TO ARG-FEE-CODE
           MOVE FUNCTION UPPER-CASE(ARG-BASIS)     TO ARG-BASIS
           MOVE FUNCTION NUMVAL(ARG-RULE-ID-TOK)   TO WS-RULE-ID
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-LOAD-RULES SECTION.
           MOVE 0                         TO WS-ENTRY-COUNT
           OPEN INPUT WAIVER-RULE-FILE
           IF WS-FILE-STATUS = "35"
             CONTINUE
           ELSE
             SET FG-MORE-RECORDS-Y        TO TRUE
             PERFORM UNTIL FG-MORE-RECORDS-N
               READ WAIVER-RULE-FILE
                 AT END
                   SET FG-MORE-RECORDS-N  TO TRUE
                 NOT AT END
                   IF WS-ENTRY-COUNT < K-WAIVER-MAX-RULES
                     ADD 1                TO WS-ENTRY-COUNT
                     MOVE WR-RULE-ID
                       TO WR-T-RULE-ID(WS-ENTRY-COUNT)
                     MOVE WR-FEE-CODE
                       TO WR-T-FEE-CODE(WS-ENTRY-COUNT)
                     MOVE WR-BASIS
                       TO WR-T-BASIS(WS-ENTRY-COUNT)
                     MOVE WR-THRESHOLD
                       TO WR-T-THRESHOLD(WS-ENTRY-COUNT)
                     MOVE WR-PERCENT
                       TO WR-T-PERCENT(WS-ENTRY-COUNT)
                     MOVE WR-DESCRIPTION
                       TO WR-T-DESCRIPTION(WS-ENTRY-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WAIVER-RULE-FILE
           END-IF
           .
       F-LOAD-RULES-END.
           EXIT.
      ******************************************************************
       F-SAVE-RULES SECTION.
           OPEN OUTPUT WAIVER-RULE-FILE
           PERFORM VARYING IND-1 FROM 1 BY 1
           UNTIL IND-1 > WS-ENTRY-COUNT
             INITIALIZE FEE-WAIVER-RULE
             MOVE WR-T-RULE-ID(IND-1)     TO WR-RULE-ID
             MOVE WR-T-FEE-CODE(IND-1)    TO WR-FEE-CODE
             MOVE WR-T-BASIS(IND-1)       TO WR-BASIS
             MOVE WR-T-THRESHOLD(IND-1)   TO WR-THRESHOLD
             MOVE WR-T-PERCENT(IND-1)     TO WR-PERCENT
             MOVE WR-T-DESCRIPTION(IND-1) TO WR-DESCRIPTION
             WRITE FEE-WAIVER-RULE
           END-PERFORM
           CLOSE WAIVER-RULE-FILE
           .
       F-SAVE-RULES-END.
           EXIT.
      ******************************************************************
       F-FIND-RULE SECTION.
           SET FG-RULE-FOUND-N            TO TRUE
           MOVE 0                         TO WS-FOUND-INDEX
           PERFORM VARYING IND-1 FROM 1 BY 1
           UNTIL IND-1 > WS-ENTRY-COUNT OR FG-RULE-FOUND-Y
             IF WR-T-RULE-ID(IND-1) = WS-RULE-ID
               SET FG-RULE-FOUND-Y        TO TRUE
               MOVE IND-1                 TO WS-FOUND-INDEX
             END-IF
           END-PERFORM
           .
       F-FIND-RULE-END.
           EXIT.
      ******************************************************************
       F-VALIDATE-RULE SECTION.
           SET FG-RULE-VALID-N            TO TRUE
           MOVE FUNCTION NUMVAL(ARG-PERCENT-TOK) TO WS-PERCENT

           IF WS-RULE-ID = 0
             DISPLAY "RULE ID MUST BE 001-999"
             EXIT SECTION
           END-IF
           IF ARG-FEE-CODE = SPACES
             DISPLAY "A RULE NEEDS A FEE CODE (OR ALL)"
             EXIT SECTION
           END-IF
           IF ARG-BASIS NOT = "D" AND ARG-BASIS NOT = "L"
           AND ARG-BASIS NOT = "S"
             DISPLAY "BASIS MUST BE D (DEPOSITS), L (LOAN) OR "
                     "S (SALARY)"
             EXIT SECTION
           END-IF
           IF WS-PERCENT = 0 OR WS-PERCENT > 100
             DISPLAY "PERCENTAGE WAIVED MUST BE 1-100"
             EXIT SECTION
           END-IF

           SET FG-RULE-VALID-Y            TO TRUE
           .
       F-VALIDATE-RULE-END.
           EXIT.
      ******************************************************************
       F-STORE-RULE SECTION.
      *    FILLS TABLE ROW WS-FOUND-INDEX FROM THE COMMAND LINE.
           MOVE WS-RULE-ID         TO WR-T-RULE-ID(WS-FOUND-INDEX)
           MOVE ARG-FEE-CODE       TO WR-T-FEE-CODE(WS-FOUND-INDEX)
           MOVE ARG-BASIS          TO WR-T-BASIS(WS-FOUND-INDEX)
           IF ARG-BASIS = "D"
             MOVE FUNCTION NUMVAL(ARG-THRESHOLD-TOK)
                                   TO WR-T-THRESHOLD(WS-FOUND-INDEX)
           ELSE
             MOVE 0                TO WR-T-THRESHOLD(WS-FOUND-INDEX)
           END-IF
           MOVE WS-PERCENT         TO WR-T-PERCENT(WS-FOUND-INDEX)
           MOVE ARG-DESCRIPTION    TO WR-T-DESCRIPTION(WS-FOUND-INDEX)
           .
       F-STORE-RULE-END.
           EXIT.
      ******************************************************************
       F-ADD-RULE SECTION.
           PERFORM F-VALIDATE-RULE
           IF FG-RULE-VALID-N
             EXIT SECTION
           END-IF

           PERFORM F-FIND-RULE
           IF FG-RULE-FOUND-Y
             DISPLAY "WAIVER RULE ALREADY EXISTS: " WS-RULE-ID
           ELSE
             IF WS-ENTRY-COUNT >= K-WAIVER-MAX-RULES
               DISPLAY "WAIVER RULE CATALOG IS FULL"
             ELSE
               ADD 1                     TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT       TO WS-FOUND-INDEX
               PERFORM F-STORE-RULE
               PERFORM F-SAVE-RULES
               DISPLAY "ADDED WAIVER RULE " WS-RULE-ID
             END-IF
           END-IF
           .
       F-ADD-RULE-END.
           EXIT.
      ******************************************************************
       F-EDIT-RULE SECTION.
           PERFORM F-VALIDATE-RULE
           IF FG-RULE-VALID-N
             EXIT SECTION
           END-IF

           PERFORM F-FIND-RULE
           IF NOT FG-RULE-FOUND-Y
             DISPLAY "NO SUCH WAIVER RULE: " WS-RULE-ID
           ELSE
             PERFORM F-STORE-RULE
             PERFORM F-SAVE-RULES
             DISPLAY "UPDATED WAIVER RULE " WS-RULE-ID
           END-IF
           .
       F-EDIT-RULE-END.
           EXIT.
      ******************************************************************
       F-DELETE-RULE SECTION.
           PERFORM F-FIND-RULE
           IF NOT FG-RULE-FOUND-Y
             DISPLAY "NO SUCH WAIVER RULE: " WS-RULE-ID
           ELSE
             PERFORM VARYING IND-1 FROM WS-FOUND-INDEX BY 1
             UNTIL IND-1 >= WS-ENTRY-COUNT
               MOVE WR-TABLE-ENTRY(IND-1 + 1) TO WR-TABLE-ENTRY(IND-1)
             END-PERFORM
             SUBTRACT 1                  FROM WS-ENTRY-COUNT
             PERFORM F-SAVE-RULES
             DISPLAY "DELETED WAIVER RULE " WS-RULE-ID
           END-IF
           .
       F-DELETE-RULE-END.
           EXIT.
      ******************************************************************
       F-LIST-RULES SECTION.
           PERFORM VARYING IND-1 FROM 1 BY 1
           UNTIL IND-1 > WS-ENTRY-COUNT
             MOVE WR-T-THRESHOLD(IND-1)   TO WS-AMOUNT-EDITED
             DISPLAY WR-T-RULE-ID(IND-1) " " WR-T-FEE-CODE(IND-1)
               " " WR-T-BASIS(IND-1)
               " " FUNCTION TRIM(WS-AMOUNT-EDITED)
               " " WR-T-PERCENT(IND-1) "% "
               FUNCTION TRIM(WR-T-DESCRIPTION(IND-1))
           END-PERFORM
           .
       F-LIST-RULES-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
