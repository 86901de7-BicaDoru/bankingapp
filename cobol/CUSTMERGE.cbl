
       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(50).
         05 ARG-TOK1                    PIC X(09).
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BN-FILE-STATUS           PIC XX VALUE SPACES.

         05 WS-LOSING-ID                PIC 9(09).
         05 WS-SURVIVING-ID             PIC 9(09).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-LOSING-BUSR-ID           PIC 9(09).
         05 WS-SURVIVING-BUSR-ID        PIC 9(09).
         05 WS-ROWS-REPOINTED           PIC 9(05) VALUE 0.
         05 WS-AUDIT-ENTITY             PIC X(10).
         05 WS-AUDIT-ENTITY-ID          PIC 9(09).
         05 WS-SAVED-BALANCE            PIC S9(10)V99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           EXIT.
      ******************************************************************
       F-VALIDATE-ARGUMENTS SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK1) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USAGE: CUSTMERGE <losing-id> <surviving-id>"
                     " <acting-busr-id>"
             SET FG-MERGE-OK-N            TO TRUE
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK1) TO WS-LOSING-ID
           MOVE FUNCTION NUMVAL(ARG-TOK2) TO WS-SURVIVING-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3) TO WS-ACTOR-BUSR-ID

           IF WS-LOSING-ID = WS-SURVIVING-ID
             DISPLAY "LOSING AND SURVIVING IDS ARE THE SAME"
