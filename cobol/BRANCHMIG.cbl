         05 ARG-COMMAND-STRING          PIC X(50).
         05 ARG-TOK1                    PIC X(03).
         05 ARG-TOK2                    PIC X(03).
         05 ARG-TOK3                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-BRANCH-FILE-STATUS       PIC XX VALUE SPACES.

         05 WS-CLOSING-ID               PIC 9(03).
         05 WS-SUCCESSOR-ID             PIC 9(03).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-SAVED-ACC-ID             PIC 9(09).
         05 WS-SAVED-BALANCE            PIC S9(10)V99.
         05 WS-ROWS-REPOINTED           PIC 9(05) VALUE 0.

      *  BEFORE/AFTER TOTALS FOR THE RECONCILIATION -- (1) IS THE
      *  CLOSING BRANCH, (2) THE SUCCESSOR.
         05 WS-BEFORE-COUNT             PIC 9(05) OCCURS 2 TIMES.
         05 WS-BEFORE-TOTAL             PIC S9(12)V99 OCCURS 2 TIMES.
         05 WS-AFTER-COUNT              PIC 9(05) OCCURS 2 TIMES.
         05 WS-AFTER-TOTAL              PIC S9(12)V99 OCCURS 2 TIMES.
         05 WS-TALLY-COUNT              PIC 9(05) OCCURS 2 TIMES.
         05 WS-TALLY-TOTAL              PIC S9(12)V99 OCCURS 2 TIMES.
         05 WS-AMOUNT-EDITED            PIC -ZZZZZZZZZ9.99.
         05 IND-1                       PIC 9(03).

      ******************************************************************
       F-VALIDATE-ARGUMENTS SECTION.
           IF ARG-TOK1 NOT NUMERIC OR ARG-TOK2 NOT NUMERIC
             OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USAGE: BRANCHMIG <closing-branch> "
                     "<successor-branch> <acting-busr-id>"
             SET FG-MIGRATION-OK-N        TO TRUE

           MOVE ARG-TOK1                  TO WS-CLOSING-ID
           MOVE ARG-TOK2                  TO WS-SUCCESSOR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3) TO WS-ACTOR-BUSR-ID

           IF WS-CLOSING-ID = WS-SUCCESSOR-ID
             DISPLAY "CLOSING AND SUCCESSOR BRANCH ARE THE SAME"
