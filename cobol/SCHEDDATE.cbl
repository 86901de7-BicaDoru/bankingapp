      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      SCHEDDATE.
      ******************************************************************
      *  Recurring-schedule date step -- called subprogram (same
      *  style as DATEROLL), never routed through the DISPATCHER.
      *  Standing orders and loan installments fire either every so
      *  many days or on a calendar rule (see SCHEDRULERECORD):
      *     D  every n days                  (the SO-FREQUENCY-DAYS
      *                                       stride)
      *     M  every n months on day dd      (dd past a short month's
      *                                       end means its last day:
      *                                       "the 15th of every
      *                                       month", "every quarter
      *                                       on the 1st", "annually
      *                                       on the 20th of March")
      *     L  every n months on the month's last business day
      *  Each occurrence is rolled off a weekend/holiday through
      *  DATEROLL -- the CALENDARCONFIG direction for D and M, always
      *  back for L -- but the next one is worked out from the date
      *  the rule named, never from the rolled one, so a schedule no
      *  longer drifts through the calendar a roll at a time.
      *     FIRST    first occurrence of a rule on/after a start date
      *     NEXT     occurrence after a given one (no file I-O)
      *     ADVANCE  steps an order's/loan's schedule past the date it
      *              has just fired on and saves it
      *     GETITEM  an order's/loan's rule, or the default ADVANCE
      *              would apply
      *     PUT      stores an order's/loan's rule
      *     DELETE   drops it
      *  Rules live on files/schedrules.dat, beside standord.dat and
      *  loans.dat. A standing order with no rule row keeps its day
      *  stride; a loan with none is put on a monthly rule, on the
      *  day of its current due date, the first time its due date
      *  moves.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT SCHED-RULE-FILE ASSIGN TO "files/schedrules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-KEY
           FILE STATUS IS WS-SR-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  SCHED-RULE-FILE.
       COPY SCHEDRULERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "SCHEDDATE           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-DATEROLL             VALUE "DATEROLL            ".

       01 CONSTANTS.
         COPY CALENDARCONFIG.

       01 INTERNAL-VARS.
         05 WS-SR-FILE-STATUS           PIC XX VALUE SPACES.
      *    THE RULE BEING APPLIED -- FROM THE CALLER OR THE ROW.
         05 WS-RULE                     PIC X(01).
           88 WS-RULE-DAYS              VALUE "D".
           88 WS-RULE-MONTH-DAY         VALUE "M".
           88 WS-RULE-LAST-BUS-DAY      VALUE "L".
         05 WS-INTERVAL                 PIC 9(03).
         05 WS-DAY                      PIC 9(02).
         05 WS-NOMINAL                  PIC 9(08).
         05 WS-BUS-DATE                 PIC 9(08).
         05 WS-START-DATE               PIC 9(08).
         05 WS-SERIAL                   PIC S9(08).
         05 WS-ADD-MONTHS               PIC 9(03).
         05 WS-YEAR                     PIC 9(04).
         05 WS-MONTH                    PIC 9(04).
         05 WS-CAL-DAY                  PIC 9(02).
         05 WS-GUARD                    PIC 9(04).

       01 FLAGS.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY DATEROLLINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY SCHEDDATEINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING SCHEDDATE-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE SCHEDDATE-OUT
           SET SCHEDDATE-STATUS-OK         TO TRUE
           SET FG-FILE-OPEN-N              TO TRUE

           EVALUATE TRUE
             WHEN I-SD-OP-FIRST
               PERFORM F-LOAD-CALLER-RULE
               IF SCHEDDATE-STATUS-OK
                 PERFORM F-FIRST-OCCURRENCE
                 PERFORM F-RETURN-RULE
               END-IF
             WHEN I-SD-OP-NEXT
               PERFORM F-LOAD-CALLER-RULE
               IF SCHEDDATE-STATUS-OK
                 MOVE I-SD-DATE            TO WS-NOMINAL
                 PERFORM F-STEP-NOMINAL
                 PERFORM F-ROLL-NOMINAL
                 PERFORM F-RETURN-RULE
               END-IF
             WHEN I-SD-OP-GETITEM
               PERFORM F-GET-RULE
             WHEN I-SD-OP-ADVANCE
               PERFORM F-ADVANCE
             WHEN I-SD-OP-PUT
               PERFORM F-PUT-RULE
             WHEN I-SD-OP-DELETE
               PERFORM F-DELETE-RULE
             WHEN OTHER
               SET SCHEDDATE-STATUS-BAD-RULE
                                           TO TRUE
           END-EVALUATE

           IF FG-FILE-OPEN-Y
             CLOSE SCHED-RULE-FILE
           END-IF
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-LOAD-CALLER-RULE SECTION.
      *    THE RULE THE CALLER PASSED, CHECKED. AN "M" RULE WITH NO
      *    DAY TAKES THE DAY OF I-SD-DATE.
           MOVE I-SD-RULE                  TO WS-RULE
           MOVE I-SD-INTERVAL              TO WS-INTERVAL
           MOVE I-SD-DAY                   TO WS-DAY
           IF WS-RULE-MONTH-DAY AND WS-DAY = 0
             MOVE I-SD-DATE(7:2)           TO WS-DAY
           END-IF
           IF WS-RULE-LAST-BUS-DAY
             MOVE 0                        TO WS-DAY
           END-IF

           IF NOT WS-RULE-DAYS AND NOT WS-RULE-MONTH-DAY
           AND NOT WS-RULE-LAST-BUS-DAY
             SET SCHEDDATE-STATUS-BAD-RULE TO TRUE
           END-IF
           IF WS-INTERVAL = 0
             SET SCHEDDATE-STATUS-BAD-RULE TO TRUE
           END-IF
           IF WS-RULE-MONTH-DAY AND (WS-DAY < 1 OR WS-DAY > 31)
             SET SCHEDDATE-STATUS-BAD-RULE TO TRUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(I-SD-DATE) NOT = 0
             SET SCHEDDATE-STATUS-BAD-RULE TO TRUE
           END-IF
           .
       F-LOAD-CALLER-RULE-END.
           EXIT.
      ******************************************************************
       F-LOAD-ROW-RULE SECTION.
           MOVE SR-RULE                    TO WS-RULE
           MOVE SR-INTERVAL                TO WS-INTERVAL
           MOVE SR-DAY                     TO WS-DAY
           IF SR-NOMINAL-DATE = 0
             MOVE I-SD-DATE                TO WS-NOMINAL
           ELSE
             MOVE SR-NOMINAL-DATE          TO WS-NOMINAL
           END-IF
           .
       F-LOAD-ROW-RULE-END.
           EXIT.
      ******************************************************************
       F-GET-RULE SECTION.
           PERFORM F-OPEN-FILE
           PERFORM F-READ-RULE
           IF FG-ROW-FOUND-Y
             PERFORM F-LOAD-ROW-RULE
           ELSE
             PERFORM F-LOAD-CALLER-RULE
             IF NOT SCHEDDATE-STATUS-OK
               EXIT SECTION
             END-IF
             MOVE I-SD-DATE                TO WS-NOMINAL
             SET SCHEDDATE-STATUS-NOT-FOUND
                                           TO TRUE
           END-IF
           PERFORM F-ROLL-NOMINAL
           PERFORM F-RETURN-RULE
           .
       F-GET-RULE-END.
           EXIT.
      ******************************************************************
       F-ADVANCE SECTION.
      *    STEP FROM THE NOMINAL DATE UNTIL THE NEXT BUSINESS DATE IS
      *    PAST THE ONE JUST FIRED ON -- ONE STEP NORMALLY, MORE ONLY
      *    WHEN THE ORDER/LOAN DATE WAS MOVED BY HAND AHEAD OF ITS
      *    RULE ROW.
           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET SCHEDDATE-STATUS-IO-ERR   TO TRUE
             EXIT SECTION
           END-IF
           PERFORM F-READ-RULE
           IF FG-ROW-FOUND-Y
             PERFORM F-LOAD-ROW-RULE
           ELSE
             PERFORM F-LOAD-CALLER-RULE
             IF NOT SCHEDDATE-STATUS-OK
               EXIT SECTION
             END-IF
             MOVE I-SD-DATE                TO WS-NOMINAL
           END-IF

           MOVE 0                          TO WS-GUARD
           MOVE 0                          TO WS-BUS-DATE
           PERFORM UNTIL WS-BUS-DATE > I-SD-DATE OR WS-GUARD > 999
             PERFORM F-STEP-NOMINAL
             PERFORM F-ROLL-NOMINAL
             ADD 1                         TO WS-GUARD
           END-PERFORM

      *    A DAY-STRIDE SCHEDULE WITH NO ROW STAYS WITHOUT ONE -- THE
      *    ORDER'S OWN DATE AND FREQUENCY CARRY IT.
           IF FG-ROW-FOUND-Y
             MOVE WS-NOMINAL               TO SR-NOMINAL-DATE
             REWRITE SCHED-RULE-RECORD
               INVALID KEY
                 SET SCHEDDATE-STATUS-IO-ERR
                                           TO TRUE
             END-REWRITE
           ELSE
             IF NOT WS-RULE-DAYS
               PERFORM F-WRITE-NEW-ROW
             END-IF
           END-IF
           PERFORM F-RETURN-RULE
           .
       F-ADVANCE-END.
           EXIT.
      ******************************************************************
       F-PUT-RULE SECTION.
           PERFORM F-LOAD-CALLER-RULE
           IF NOT SCHEDDATE-STATUS-OK
             EXIT SECTION
           END-IF
           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET SCHEDDATE-STATUS-IO-ERR   TO TRUE
             EXIT SECTION
           END-IF

           MOVE I-SD-DATE                  TO WS-NOMINAL
           PERFORM F-READ-RULE
           IF FG-ROW-FOUND-Y
             MOVE WS-RULE                  TO SR-RULE
             MOVE WS-INTERVAL              TO SR-INTERVAL
             MOVE WS-DAY                   TO SR-DAY
             MOVE WS-NOMINAL               TO SR-NOMINAL-DATE
             REWRITE SCHED-RULE-RECORD
               INVALID KEY
                 SET SCHEDDATE-STATUS-IO-ERR
                                           TO TRUE
             END-REWRITE
           ELSE
             PERFORM F-WRITE-NEW-ROW
           END-IF
           PERFORM F-ROLL-NOMINAL
           PERFORM F-RETURN-RULE
           .
       F-PUT-RULE-END.
           EXIT.
      ******************************************************************
       F-DELETE-RULE SECTION.
           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET SCHEDDATE-STATUS-NOT-FOUND
                                           TO TRUE
             EXIT SECTION
           END-IF
           MOVE I-SD-ENTITY                TO SR-ENTITY
           MOVE I-SD-ENTITY-ID             TO SR-ENTITY-ID
           DELETE SCHED-RULE-FILE
             INVALID KEY
               SET SCHEDDATE-STATUS-NOT-FOUND
                                           TO TRUE
           END-DELETE
           .
       F-DELETE-RULE-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILE -- CREATE IT EMPTY
      *    (SAME BOOTSTRAP AS LOANLEDGER'S F-OPEN-FILES).
           OPEN I-O SCHED-RULE-FILE
           IF WS-SR-FILE-STATUS = "35"
             OPEN OUTPUT SCHED-RULE-FILE
             CLOSE SCHED-RULE-FILE
             OPEN I-O SCHED-RULE-FILE
           END-IF
           IF WS-SR-FILE-STATUS = "00"
             SET FG-FILE-OPEN-Y            TO TRUE
           ELSE
             SET FG-FILE-OPEN-N            TO TRUE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-RULE SECTION.
           SET FG-ROW-FOUND-N              TO TRUE
           IF FG-FILE-OPEN-N
             EXIT SECTION
           END-IF
           MOVE I-SD-ENTITY                TO SR-ENTITY
           MOVE I-SD-ENTITY-ID             TO SR-ENTITY-ID
           READ SCHED-RULE-FILE
             INVALID KEY
               SET FG-ROW-FOUND-N          TO TRUE
             NOT INVALID KEY
               SET FG-ROW-FOUND-Y          TO TRUE
           END-READ
           .
       F-READ-RULE-END.
           EXIT.
      ******************************************************************
       F-WRITE-NEW-ROW SECTION.
           INITIALIZE SCHED-RULE-RECORD
           MOVE I-SD-ENTITY                TO SR-ENTITY
           MOVE I-SD-ENTITY-ID             TO SR-ENTITY-ID
           MOVE WS-RULE                    TO SR-RULE
           MOVE WS-INTERVAL                TO SR-INTERVAL
           MOVE WS-DAY                     TO SR-DAY
           MOVE WS-NOMINAL                 TO SR-NOMINAL-DATE
           WRITE SCHED-RULE-RECORD
             INVALID KEY
               SET SCHEDDATE-STATUS-IO-ERR TO TRUE
           END-WRITE
           .
       F-WRITE-NEW-ROW-END.
           EXIT.
      ******************************************************************
       F-FIRST-OCCURRENCE SECTION.
      *    A DAY STRIDE STARTS ON THE START DATE ITSELF. A CALENDAR
      *    RULE STARTS IN THE START DATE'S MONTH, OR THE MONTH AFTER
      *    WHEN THAT MONTH'S OCCURRENCE IS ALREADY BEHIND IT.
           MOVE I-SD-DATE                  TO WS-START-DATE
           MOVE I-SD-DATE                  TO WS-NOMINAL
           IF WS-RULE-DAYS
             PERFORM F-ROLL-NOMINAL
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-ADD-MONTHS
           PERFORM F-SET-MONTH-DATE
           PERFORM F-ROLL-NOMINAL
           IF WS-BUS-DATE < WS-START-DATE
           OR WS-NOMINAL < WS-START-DATE
             MOVE 1                        TO WS-ADD-MONTHS
             PERFORM F-SET-MONTH-DATE
             PERFORM F-ROLL-NOMINAL
           END-IF
           .
       F-FIRST-OCCURRENCE-END.
           EXIT.
      ******************************************************************
       F-STEP-NOMINAL SECTION.
           IF WS-RULE-DAYS
             COMPUTE WS-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-NOMINAL) + WS-INTERVAL
             COMPUTE WS-NOMINAL =
                     FUNCTION DATE-OF-INTEGER(WS-SERIAL)
           ELSE
             MOVE WS-INTERVAL              TO WS-ADD-MONTHS
             PERFORM F-SET-MONTH-DATE
           END-IF
           .
       F-STEP-NOMINAL-END.
           EXIT.
      ******************************************************************
       F-SET-MONTH-DATE SECTION.
      *    WS-ADD-MONTHS ON FROM WS-NOMINAL'S MONTH, ON THE RULE'S DAY
      *    (THE MONTH'S LAST DAY FOR "L") -- PULLED BACK TO THE
      *    MONTH'S LAST DAY WHEN THE MONTH IS SHORTER. THE DAY COMES
      *    FROM THE RULE, NOT FROM WS-NOMINAL, SO A 31ST CLAMPED TO
      *    THE 28TH IN FEBRUARY IS THE 31ST AGAIN IN MARCH.
           MOVE WS-NOMINAL(1:4)            TO WS-YEAR
           MOVE WS-NOMINAL(5:2)            TO WS-MONTH
           ADD WS-ADD-MONTHS               TO WS-MONTH
           PERFORM UNTIL WS-MONTH <= 12
             SUBTRACT 12                   FROM WS-MONTH
             ADD 1                         TO WS-YEAR
           END-PERFORM
           IF WS-RULE-LAST-BUS-DAY
             MOVE 31                       TO WS-CAL-DAY
           ELSE
             MOVE WS-DAY                   TO WS-CAL-DAY
           END-IF
           COMPUTE WS-NOMINAL =
                   WS-YEAR * 10000 + WS-MONTH * 100 + WS-CAL-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NOMINAL) = 0
             SUBTRACT 1                    FROM WS-NOMINAL
           END-PERFORM
           .
       F-SET-MONTH-DATE-END.
           EXIT.
      ******************************************************************
       F-ROLL-NOMINAL SECTION.
      *    THE BUSINESS DAY THE OCCURRENCE FIRES ON. THE MONTH'S LAST
      *    BUSINESS DAY IS FOUND BY ROLLING BACK FROM ITS LAST DAY;
      *    EVERYTHING ELSE FOLLOWS THE SHARED CALENDAR RULE.
           INITIALIZE DATEROLL-INTERFACE
           MOVE WS-NOMINAL                 TO I-DR-DATE
           IF WS-RULE-LAST-BUS-DAY
             SET I-DR-DIR-BACKWARD         TO TRUE
           ELSE
             MOVE K-DATE-ROLL-DIRECTION    TO I-DR-DIRECTION
           END-IF
           SET PGNAME-DATEROLL             TO TRUE
           CALL PROGNAME USING DATEROLL-INTERFACE
           IF DATEROLL-STATUS-OK
             MOVE O-DR-DATE                TO WS-BUS-DATE
           ELSE
             MOVE WS-NOMINAL               TO WS-BUS-DATE
           END-IF
           .
       F-ROLL-NOMINAL-END.
           EXIT.
      ******************************************************************
       F-RETURN-RULE SECTION.
           MOVE WS-RULE                    TO O-SD-RULE
           MOVE WS-INTERVAL                TO O-SD-INTERVAL
           MOVE WS-DAY                     TO O-SD-DAY
           MOVE WS-NOMINAL                 TO O-SD-NOMINAL-DATE
           MOVE WS-BUS-DATE                TO O-SD-DATE
           .
       F-RETURN-RULE-END.
           EXIT.
