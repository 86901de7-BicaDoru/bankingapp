      *  standalone, e.g.:
      *     STANDORD ADD RO49AAAA1B31007593840000 RO12BBBB1B31007593840000 150.00 RON 30 20260901
      *     STANDORD DELETE 00003
      *     STANDORD ADD RO49AAAA1B31007593840000 RO12BBBB1B31007593840000 900.00 RON M01 20260901
      *     STANDORD LIST
      *  The frequency is either a number of days or a calendar rule
      *  (see SCHEDDATE): Mdd the dd-th of every month, Qdd every
      *  quarter on the dd-th, Hdd every half-year, Add every year
      *  (dd left off takes the start date's day, so "A" with a start
      *  of 20270320 is every 20 March), L the last business day of
      *  every month. A calendar-rule order first runs on the rule's
      *  first date on or after the start date.
      *  Orders are picked up and executed by STANDRUN.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
                                        VALUE "STANDORD            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
           88 ARG-OP-LIST                VALUE "LIST".
      *    GENERIC POSITIONAL TOKENS -- MEANING DEPENDS ON ARG-OPERATION.
      *    ADD:    TOK2=SRC-IBAN TOK3=DEST-IBAN TOK4=AMOUNT
      *            TOK5=CURRENCY TOK6=FREQ-DAYS OR CALENDAR RULE
      *            TOK7=START-DATE
      *    DELETE: TOK2=ORDER ID
         05 ARG-TOK2                    PIC X(30).
         05 ARG-TOK3                    PIC X(30).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-DEL-ID                   PIC 9(05).
      *    CALENDAR RULE PARSED FROM TOK6 -- SEE F-PARSE-FREQUENCY.
         05 WS-FREQ-RULE                PIC X(01).
           88 WS-FREQ-DAYS              VALUE "D".
         05 WS-FREQ-INTERVAL            PIC 9(03).
         05 WS-FREQ-DAY                 PIC 9(02).
         05 WS-NOMINAL-DATE             PIC 9(08).
         05 WS-RULE-TEXT                PIC X(50).

       01 LOCK-VARS.
         05 WS-LOCK-NAME                PIC X(20)
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-FREQ-OK                  PIC X VALUE 'Y'.
           88 FG-FREQ-OK-Y              VALUE 'Y'.
           88 FG-FREQ-OK-N              VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
       COPY FILELOCKINTERFACE.
       COPY SCHEDDATEINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           EXIT.
      ******************************************************************
       F-ADD-ORDER SECTION.
           PERFORM F-PARSE-FREQUENCY
           IF FG-FREQ-OK-N
             DISPLAY "INVALID FREQUENCY: " ARG-TOK6
                     " -- DAYS, Mdd, Qdd, Hdd, Add OR L"
             EXIT SECTION
           END-IF

           PERFORM F-FIND-NEXT-ID

           MOVE WS-NEXT-ID                 TO SO-ID
           MOVE ARG-TOK3                   TO SO-DEST-IBAN
           COMPUTE SO-AMOUNT = FUNCTION NUMVAL(ARG-TOK4)
           MOVE ARG-TOK5                   TO SO-CURRENCY
           MOVE FUNCTION NUMVAL(ARG-TOK7)  TO SO-NEXT-RUN-DATE
           SET SO-IS-ACTIVE                TO TRUE

           IF WS-FREQ-DAYS
             MOVE FUNCTION NUMVAL(ARG-TOK6)
                                           TO SO-FREQUENCY-DAYS
           ELSE
      *      THE FIRST RUN IS THE RULE'S FIRST DATE ON OR AFTER THE
      *      START DATE. SO-FREQUENCY-DAYS ONLY APPROXIMATES THE
      *      PERIOD FOR DISPLAY -- THE RULE ROW DRIVES THE SCHEDULE.
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-OP-FIRST             TO TRUE
             MOVE WS-FREQ-RULE             TO I-SD-RULE
             MOVE WS-FREQ-INTERVAL         TO I-SD-INTERVAL
             MOVE WS-FREQ-DAY              TO I-SD-DAY
             MOVE SO-NEXT-RUN-DATE         TO I-SD-DATE
             SET PGNAME-SCHEDDATE          TO TRUE
             CALL PROGNAME USING SCHEDDATE-INTERFACE
             IF NOT SCHEDDATE-STATUS-OK
               DISPLAY "INVALID START DATE OR DAY: " ARG-TOK7
                       " " ARG-TOK6
               EXIT SECTION
             END-IF
             MOVE O-SD-DATE                TO SO-NEXT-RUN-DATE
             MOVE O-SD-NOMINAL-DATE        TO WS-NOMINAL-DATE
             MOVE O-SD-DAY                 TO WS-FREQ-DAY
             COMPUTE SO-FREQUENCY-DAYS =
                     WS-FREQ-INTERVAL * 365 / 12
           END-IF

           WRITE STANDING-ORDER-RECORD

           IF NOT WS-FREQ-DAYS
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-OP-PUT               TO TRUE
             SET I-SD-ENTITY-SO            TO TRUE
             MOVE SO-ID                    TO I-SD-ENTITY-ID
             MOVE WS-FREQ-RULE             TO I-SD-RULE
             MOVE WS-FREQ-INTERVAL         TO I-SD-INTERVAL
             MOVE WS-FREQ-DAY              TO I-SD-DAY
             MOVE WS-NOMINAL-DATE          TO I-SD-DATE
             SET PGNAME-SCHEDDATE          TO TRUE
             CALL PROGNAME USING SCHEDDATE-INTERFACE
             IF NOT SCHEDDATE-STATUS-OK
               DISPLAY "WARNING: CALENDAR RULE NOT SAVED, STATUS "
                       SCHEDDATE-STATUS " -- ORDER RUNS EVERY "
                       SO-FREQUENCY-DAYS " DAYS"
             END-IF
           END-IF

           DISPLAY "CREATED STANDING ORDER " WS-NEXT-ID
                   " FIRST RUN " SO-NEXT-RUN-DATE
           .
       F-ADD-ORDER-END.
           EXIT.
      ******************************************************************
       F-PARSE-FREQUENCY SECTION.
      *    A NUMBER IS THE OLD DAY STRIDE. OTHERWISE A LETTER FOR THE
      *    PERIOD AND AN OPTIONAL TWO-DIGIT DAY OF THE MONTH.
           SET FG-FREQ-OK-Y                TO TRUE
           MOVE 0                          TO WS-FREQ-DAY
           MOVE 0                          TO WS-FREQ-INTERVAL
           MOVE "M"                        TO WS-FREQ-RULE

           IF FUNCTION TRIM(ARG-TOK6) IS NUMERIC
             SET WS-FREQ-DAYS              TO TRUE
             IF FUNCTION NUMVAL(ARG-TOK6) = 0
               SET FG-FREQ-OK-N            TO TRUE
             END-IF
             EXIT SECTION
           END-IF

           EVALUATE ARG-TOK6(1:1)
             WHEN "M"
               MOVE 1                      TO WS-FREQ-INTERVAL
             WHEN "Q"
               MOVE 3                      TO WS-FREQ-INTERVAL
             WHEN "H"
               MOVE 6                      TO WS-FREQ-INTERVAL
             WHEN "A"
               MOVE 12                     TO WS-FREQ-INTERVAL
             WHEN "L"
               MOVE "L"                    TO WS-FREQ-RULE
               MOVE 1                      TO WS-FREQ-INTERVAL
             WHEN OTHER
               SET FG-FREQ-OK-N            TO TRUE
               EXIT SECTION
           END-EVALUATE

           IF ARG-TOK6(2:4) = SPACES
             EXIT SECTION
           END-IF
           IF ARG-TOK6(1:1) = "L"
           OR ARG-TOK6(2:2) NOT NUMERIC
           OR ARG-TOK6(4:2) NOT = SPACES
             SET FG-FREQ-OK-N              TO TRUE
             EXIT SECTION
           END-IF
           MOVE ARG-TOK6(2:2)              TO WS-FREQ-DAY
           IF WS-FREQ-DAY < 1 OR WS-FREQ-DAY > 31
             SET FG-FREQ-OK-N              TO TRUE
           END-IF
           .
       F-PARSE-FREQUENCY-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ID SECTION.
           MOVE 0                          TO WS-NEXT-ID
               AT END
                 SET FG-MORE-RECORDS-N      TO TRUE
               NOT AT END
                 PERFORM F-DESCRIBE-SCHEDULE
                 DISPLAY SO-ID " " SO-SRC-IBAN " -> " SO-DEST-IBAN
                         " " SO-AMOUNT " " SO-CURRENCY
                         " " FUNCTION TRIM(WS-RULE-TEXT)
                         " NEXT " SO-NEXT-RUN-DATE
                         " STATUS " SO-STATUS
             END-READ
           .
       F-LIST-ORDERS-END.
           EXIT.
      ******************************************************************
       F-DESCRIBE-SCHEDULE SECTION.
      *    THE ORDER'S CALENDAR RULE WHEN IT HAS ONE, ELSE ITS DAY
      *    STRIDE, AS LIST TEXT.
           MOVE SPACES                     TO WS-RULE-TEXT
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-GETITEM             TO TRUE
           SET I-SD-ENTITY-SO              TO TRUE
           MOVE SO-ID                      TO I-SD-ENTITY-ID
           MOVE "D"                        TO I-SD-RULE
           MOVE SO-FREQUENCY-DAYS          TO I-SD-INTERVAL
           MOVE SO-NEXT-RUN-DATE           TO I-SD-DATE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE

           EVALUATE TRUE
             WHEN NOT SCHEDDATE-STATUS-OK
             OR O-SD-RULE = "D"
               STRING "EVERY " SO-FREQUENCY-DAYS " DAYS"
                 DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
             WHEN O-SD-RULE = "L"
               STRING "EVERY " O-SD-INTERVAL " MONTH(S) ON THE LAST"
                      " BUSINESS DAY"
                 DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
             WHEN OTHER
               STRING "EVERY " O-SD-INTERVAL " MONTH(S) ON DAY "
                      O-SD-DAY
                 DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
           END-EVALUATE
           .
       F-DESCRIBE-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
