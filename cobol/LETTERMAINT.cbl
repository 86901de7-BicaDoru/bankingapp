      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LETTERMAINT.
      ******************************************************************
      *  Customer letter templates and letter history. Run
      *  standalone:
      *     LETTERMAINT LINE    RATE2026 000 00001 SAVINGS RATE CHANGE
      *     LETTERMAINT LINE    RATE2026 010 00001 Dear &NAME&,
      *     LETTERMAINT LINE    RATE2026 020 00001
      *     LETTERMAINT DELETE  RATE2026 020 00001
      *     LETTERMAINT SHOW    RATE2026
      *     LETTERMAINT LIST
      *     LETTERMAINT HISTORY 00012
      *  LINE sets one line of a template on files/lettertmpl.dat
      *  (see LETTERTMPLRECORD) -- everything after the acting bank
      *  user is the text, nothing makes a blank line. Line 000 is
      *  the template's title and is not printed. Lines print in
      *  line-number order, so numbering in tens leaves room to
      *  insert. Merge fields are written &NAME& (see LETTERRUN for
      *  the list). DELETE removes a line. Template changes are
      *  admin-only and recorded in AUDITLOG (entity "LETTERTMPL").
      *  SHOW prints a template with its line numbers, LIST every
      *  template with its title.
      *  HISTORY is the teller's view of what has been sent to a
      *  customer: every letter LETTERRUN recorded against them on
      *  files/custletters.dat, newest last, with the file it was
      *  written to.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "files/lettertmpl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-LT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "files/custletters.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LG-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LETTER-TEMPLATE-FILE.
       COPY LETTERTMPLRECORD.

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LETTERMAINT         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-LINE                VALUE "LINE".
           88 ARG-OP-DELETE              VALUE "DELETE".
           88 ARG-OP-SHOW                VALUE "SHOW".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-HISTORY             VALUE "HISTORY".
      *    LINE:    TOK2=CODE TOK3=LINE NO TOK4=ADMIN REMAINDER=TEXT
      *    DELETE:  TOK2=CODE TOK3=LINE NO TOK4=ADMIN
      *    SHOW:    TOK2=CODE
      *    HISTORY: TOK2=CUSTOMERID
         05 ARG-TOK2                    PIC X(10).
         05 ARG-TOK3                    PIC X(10).
         05 ARG-TOK4                    PIC X(10).
         05 ARG-REMAINDER               PIC X(100).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-LT-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LG-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CODE                     PIC X(08).
         05 WS-LINE-NO                  PIC 9(03).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CHECK-ROLE               PIC X(04).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-LAST-CODE                PIC X(08) VALUE SPACES.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSRINTERFACE.
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-PARSE-COMMAND

           EVALUATE TRUE
             WHEN ARG-OP-LINE
               PERFORM F-OPEN-TEMPLATES
               PERFORM F-SET-LINE
               CLOSE LETTER-TEMPLATE-FILE
             WHEN ARG-OP-DELETE
               PERFORM F-OPEN-TEMPLATES
               PERFORM F-DELETE-LINE
               CLOSE LETTER-TEMPLATE-FILE
             WHEN ARG-OP-SHOW
               PERFORM F-OPEN-TEMPLATES
               PERFORM F-SHOW-TEMPLATE
               CLOSE LETTER-TEMPLATE-FILE
             WHEN ARG-OP-LIST
               PERFORM F-OPEN-TEMPLATES
               PERFORM F-LIST-TEMPLATES
               CLOSE LETTER-TEMPLATE-FILE
             WHEN ARG-OP-HISTORY
               PERFORM F-SHOW-HISTORY
             WHEN OTHER
               DISPLAY "USAGE: LETTERMAINT "
                       "LINE|DELETE|SHOW|LIST|HISTORY ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LETTER TEMPLATE MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           ACCEPT WS-TODAY-RAW            FROM DATE YYYYMMDD
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LETTER TEMPLATE MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
      *    ONLY LINE CARRIES FREE TEXT AFTER ITS FIXED TOKENS.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-TOK2
                                              ARG-TOK3
                                              ARG-TOK4
                                              ARG-REMAINDER
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
             WITH POINTER WS-PTR
           END-UNSTRING

           IF ARG-OP-LINE
           AND WS-PTR <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO ARG-REMAINDER
           END-IF
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-OPEN-TEMPLATES SECTION.
           OPEN I-O LETTER-TEMPLATE-FILE
           IF WS-LT-FILE-STATUS = "35"
             OPEN OUTPUT LETTER-TEMPLATE-FILE
             CLOSE LETTER-TEMPLATE-FILE
             OPEN I-O LETTER-TEMPLATE-FILE
           END-IF
           .
       F-OPEN-TEMPLATES-END.
           EXIT.
      ******************************************************************
       F-CHECK-LINE-ARGS SECTION.
      *    CODE, LINE NUMBER AND AN ADMIN -- COMMON TO LINE AND DELETE.
      *    LEAVES WS-CODE EMPTY WHEN ANY OF THEM IS MISSING OR WRONG.
           MOVE SPACES                     TO WS-CODE
           IF ARG-TOK2 = SPACES
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "USAGE: LETTERMAINT LINE <code> <line-no> "
                     "<admin-busr-id> [text]"
             DISPLAY "       LETTERMAINT DELETE <code> <line-no> "
                     "<admin-busr-id>"
             EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(ARG-TOK3) > 999
             DISPLAY "LINE NUMBER RUNS 000 TO 999"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-ACTOR-BUSR-ID

           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           PERFORM F-GET-ROLE
           IF WS-CHECK-ROLE NOT = "BaAd"
             DISPLAY "ONLY AN ADMIN MAY CHANGE A LETTER TEMPLATE"
             EXIT SECTION
           END-IF

           MOVE FUNCTION UPPER-CASE(ARG-TOK2) TO WS-CODE
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-LINE-NO
           .
       F-CHECK-LINE-ARGS-END.
           EXIT.
      ******************************************************************
       F-SET-LINE SECTION.
           PERFORM F-CHECK-LINE-ARGS
           IF WS-CODE = SPACES
             EXIT SECTION
           END-IF
           IF WS-LINE-NO = 0 AND ARG-REMAINDER = SPACES
             DISPLAY "LINE 000 IS THE TEMPLATE TITLE -- IT NEEDS TEXT"
             EXIT SECTION
           END-IF

           MOVE WS-CODE                    TO LT-CODE
           MOVE WS-LINE-NO                 TO LT-LINE-NO
           READ LETTER-TEMPLATE-FILE
             INVALID KEY
               INITIALIZE LETTER-TEMPLATE-RECORD
               MOVE WS-CODE                TO LT-CODE
               MOVE WS-LINE-NO             TO LT-LINE-NO
               MOVE ARG-REMAINDER          TO LT-TEXT
               MOVE WS-ACTOR-BUSR-ID       TO LT-CHANGED-BY
               MOVE WS-TODAY-RAW           TO LT-CHANGED-DATE
               WRITE LETTER-TEMPLATE-RECORD
               INITIALIZE AUDIT-INTERFACE
               SET I-AUDIT-ACT-CREATE      TO TRUE
             NOT INVALID KEY
               MOVE ARG-REMAINDER          TO LT-TEXT
               MOVE WS-ACTOR-BUSR-ID       TO LT-CHANGED-BY
               MOVE WS-TODAY-RAW           TO LT-CHANGED-DATE
               REWRITE LETTER-TEMPLATE-RECORD
               INITIALIZE AUDIT-INTERFACE
               SET I-AUDIT-ACT-UPDATE      TO TRUE
           END-READ
           PERFORM F-WRITE-AUDIT

           DISPLAY "TEMPLATE " FUNCTION TRIM(WS-CODE) " LINE "
                   WS-LINE-NO " SET"
           .
       F-SET-LINE-END.
           EXIT.
      ******************************************************************
       F-DELETE-LINE SECTION.
           PERFORM F-CHECK-LINE-ARGS
           IF WS-CODE = SPACES
             EXIT SECTION
           END-IF

           MOVE WS-CODE                    TO LT-CODE
           MOVE WS-LINE-NO                 TO LT-LINE-NO
           DELETE LETTER-TEMPLATE-FILE
             INVALID KEY
               DISPLAY "NO LINE " WS-LINE-NO " IN TEMPLATE "
                       FUNCTION TRIM(WS-CODE)
               EXIT SECTION
           END-DELETE

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT
           DISPLAY "TEMPLATE " FUNCTION TRIM(WS-CODE) " LINE "
                   WS-LINE-NO " DELETED"
           .
       F-DELETE-LINE-END.
           EXIT.
      ******************************************************************
       F-SHOW-TEMPLATE SECTION.
           IF ARG-TOK2 = SPACES
             DISPLAY "USAGE: LETTERMAINT SHOW <code>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(ARG-TOK2) TO WS-CODE

           MOVE WS-CODE                    TO LT-CODE
           MOVE 0                          TO LT-LINE-NO
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LETTER-TEMPLATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF LT-CODE NOT = WS-CODE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-ROWS-LISTED
                   DISPLAY LT-LINE-NO " " FUNCTION TRIM(LT-TEXT
                           TRAILING)
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "NO TEMPLATE " FUNCTION TRIM(WS-CODE)
           END-IF
           .
       F-SHOW-TEMPLATE-END.
           EXIT.
      ******************************************************************
       F-LIST-TEMPLATES SECTION.
      *    ONE LINE PER CODE: ITS TITLE (LINE 000) AND LAST CHANGE OF
      *    THAT LINE.
           MOVE LOW-VALUES                 TO LT-KEY
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LETTER-TEMPLATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF LT-CODE NOT = WS-LAST-CODE
                   MOVE LT-CODE            TO WS-LAST-CODE
                   ADD 1                   TO WS-ROWS-LISTED
                   IF LT-LINE-NO = 0
                     DISPLAY LT-CODE " " LT-TEXT(1:50)
                             " CHANGED " LT-CHANGED-DATE
                             " BY " LT-CHANGED-BY
                   ELSE
                     DISPLAY LT-CODE " (NO TITLE LINE 000)"
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY WS-ROWS-LISTED " TEMPLATES"
           .
       F-LIST-TEMPLATES-END.
           EXIT.
      ******************************************************************
       F-SHOW-HISTORY SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "USAGE: LETTERMAINT HISTORY <custid>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CUSTOMERID

           OPEN INPUT LETTER-LOG-FILE
           IF WS-LG-FILE-STATUS NOT = "00"
             DISPLAY "NO LETTERS SENT TO CUSTOMER " WS-CUSTOMERID
             EXIT SECTION
           END-IF

           MOVE WS-CUSTOMERID              TO LG-CUSTOMERID
           MOVE 0                          TO LG-SENT-DATE
           MOVE LOW-VALUES                 TO LG-TEMPLATE
           START LETTER-LOG-FILE KEY IS NOT LESS THAN LG-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LETTER-LOG-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF LG-CUSTOMERID NOT = WS-CUSTOMERID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-ROWS-LISTED
                   DISPLAY LG-SENT-DATE " " LG-TEMPLATE " "
                           FUNCTION TRIM(LG-TITLE)
                   DISPLAY "         ACCOUNT " LG-ACCOUNTID
                           " RUN BY " LG-RUN-BY " "
                           FUNCTION TRIM(LG-PATH)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LETTER-LOG-FILE

           DISPLAY WS-ROWS-LISTED " LETTERS SENT TO CUSTOMER "
                   WS-CUSTOMERID
           .
       F-SHOW-HISTORY-END.
           EXIT.
      ******************************************************************
       F-GET-ROLE SECTION.
      *    CALLER LEAVES THE BANK USER IN I-BUSR-ID; THE ROLE COMES
      *    BACK IN WS-CHECK-ROLE (SPACES IF THERE IS NO SUCH USER).
           SET I-BUSR-OP-GETROLE           TO TRUE
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-CHECK-ROLE
           ELSE
             MOVE SPACES                   TO WS-CHECK-ROLE
           END-IF
           .
       F-GET-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET. TEMPLATES ARE KEYED BY CODE, NOT NUMBER -- SAME AS
      *    PARMAINT'S PARAMETERS, THE ENTITY ID IS LEFT ZERO.
           MOVE "LETTERTMPL"               TO I-AUDIT-ENTITY
           MOVE 0                          TO I-AUDIT-ENTITY-ID
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
