      *  standalone, no args. Over the next K-LIQ-HORIZON-DAYS it
      *  projects, per day per currency:
      *    OUT -- standing-order executions (SO-NEXT-RUN-DATE stepped
      *           by the order's calendar rule or SO-FREQUENCY-DAYS
      *           stride through SCHEDDATE, dates rolled to business
      *           days exactly as STANDRUN will step and roll them),
      *           and loan principal still sitting
      *           LN-DISBURSE-PENDING, which ACHOUT will drain on its
      *           next run (projected to the first day), and the
      *           undrawn commitment on staged loans still in
      *           drawdown (see LOANFACILITYRECORD) -- each tranche
      *           planned or requested on its planned date, and any
      *           of the facility not yet planned on the draw
      *           deadline (either projected to the first day once
      *           its date has passed).
      *    IN  -- loan installments falling due (LN-NEXT-DUE-DATE
      *           stepped by the loan's calendar rule, monthly on its
      *           due day unless LOANORD DUEDAY set another, rolled
      *           the same way).
      *  The report files/reports/LIQUIDITY_FORECAST.txt shows the
      *  day-by-day net position per currency and then itemizes the
      *  K-LIQ-TOP-OUTFLOWS largest single outflows in the window.
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-LF-FILE-STATUS.

           SELECT FORECAST-OUTPUT ASSIGN TO
           "files/reports/LIQUIDITY_FORECAST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  FACILITY-FILE.
       COPY LOANFACILITYRECORD.

       FD  FORECAST-OUTPUT.
       01  FORECAST-LINE                PIC X(120).
      ******************************************************************
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-DATEROLL             VALUE "DATEROLL            ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".

       01 CONSTANTS.
         COPY LIQUIDITYCONFIG.
       01 INTERNAL-VARS.
         05 WS-SO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-LF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUT-FILE-STATUS          PIC XX VALUE SPACES.

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ROLL-DATE                PIC 9(08).
         05 WS-PROJ-DATE                PIC 9(08).
         05 WS-PROJ-SERIAL              PIC S9(08).
      *    THE SCHEDULE BEING PROJECTED (SEE SCHEDDATE) -- WS-PROJ-DATE
      *    HOLDS ITS NOMINAL DATE, WS-ROLL-DATE THE BUSINESS DAY.
         05 WS-SCHED-RULE               PIC X(01).
         05 WS-SCHED-INTERVAL           PIC 9(03).
         05 WS-SCHED-DAY                PIC 9(02).
         05 WS-DAY-OFFSET               PIC S9(05).
         05 WS-CCY-IDX                  PIC 9(02).
         05 WS-RESOLVE-CCY              PIC X(03).
         05 WS-OUT-EDITED               PIC -ZZZZZZZZZ9.99.
         05 WS-NET-EDITED               PIC -ZZZZZZZZZ9.99.
         05 WS-NET-AMOUNT               PIC S9(10)V99.
         05 WS-BIGGEST-AMOUNT           PIC 9(10)V99.
         05 WS-BIGGEST-IDX              PIC 9(03).
      *    ONE UNDRAWN-COMMITMENT FLOW OF A STAGED LOAN.
         05 WS-TR-IDX                   PIC 9(02).
         05 WS-UNPLANNED                PIC S9(12)V99.
         05 WS-COMMIT-AMOUNT            PIC 9(10)V99.
         05 WS-COMMIT-DATE              PIC 9(08).
         05 WS-COMMIT-SOURCE            PIC X(20).

      *  DAY-BY-DAY POSITION TABLE -- ROW 1 IS TODAY. DIMENSIONED
      *  FOR THE LARGEST HORIZON THE CONFIG ALLOWS.
       01 OUTFLOW-TABLE.
         05 OF-COUNT                    PIC 9(03) VALUE 0.
         05 OF-ELEM                     OCCURS 500 TIMES.
           10 OF-AMOUNT                 PIC 9(10)V99.
           10 OF-CURRENCY               PIC X(03).
           10 OF-DATE                   PIC 9(08).
           10 OF-SOURCE                 PIC X(20).
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-FACILITY-OPEN            PIC X VALUE 'N'.
           88 FG-FACILITY-OPEN-Y        VALUE 'Y'.
           88 FG-FACILITY-OPEN-N        VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY DATEROLLINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
             EXIT SECTION
           END-IF

      *    THE ORDER'S CALENDAR RULE, OR ITS DAY STRIDE WHEN IT HAS
      *    NONE -- STEPPED EXACTLY AS STANDRUN WILL STEP IT.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-ENTITY-SO             TO TRUE
           MOVE SO-ID                     TO I-SD-ENTITY-ID
           SET I-SD-RULE-DAYS             TO TRUE
           MOVE SO-FREQUENCY-DAYS         TO I-SD-INTERVAL
           MOVE SO-NEXT-RUN-DATE          TO I-SD-DATE
           PERFORM F-LOAD-SCHEDULE

           MOVE SO-NEXT-RUN-DATE          TO WS-ROLL-DATE
           PERFORM UT-ROLL-TO-BUSINESS-DAY
           MOVE 0                         TO WS-GUARD
           PERFORM UNTIL WS-GUARD > 99
             ADD 1                        TO WS-GUARD
             COMPUTE WS-PROJ-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE)
             IF WS-PROJ-SERIAL > WS-HORIZON-SERIAL
                     POS-OUTFLOW(WS-DAY-OFFSET, WS-CCY-IDX)
                 PERFORM F-RECORD-OUTFLOW-ITEM
               END-IF
               PERFORM F-STEP-SCHEDULE
             END-IF
           END-PERFORM
           .
       F-PROJECT-ONE-ORDER-END.
           EXIT.
      ******************************************************************
       F-LOAD-SCHEDULE SECTION.
      *    CALLER HAS LEFT THE ENTITY AND ITS DEFAULT RULE IN THE I-SD-
      *    FIELDS. KEEPS THE RULE SCHEDDATE HAS ON FILE FOR IT (OR THE
      *    DEFAULT) AND THE NOMINAL DATE TO STEP FROM.
           MOVE I-SD-RULE                 TO WS-SCHED-RULE
           MOVE I-SD-INTERVAL             TO WS-SCHED-INTERVAL
           MOVE I-SD-DAY                  TO WS-SCHED-DAY
           MOVE I-SD-DATE                 TO WS-PROJ-DATE
           SET I-SD-OP-GETITEM            TO TRUE
           SET PGNAME-SCHEDDATE           TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK OR SCHEDDATE-STATUS-NOT-FOUND
             MOVE O-SD-RULE               TO WS-SCHED-RULE
             MOVE O-SD-INTERVAL           TO WS-SCHED-INTERVAL
             MOVE O-SD-DAY                TO WS-SCHED-DAY
             MOVE O-SD-NOMINAL-DATE       TO WS-PROJ-DATE
           END-IF
           .
       F-LOAD-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-STEP-SCHEDULE SECTION.
      *    ONE OCCURRENCE ON FROM WS-PROJ-DATE. A SCHEDULE SCHEDDATE
      *    CANNOT STEP ENDS THE PROJECTION.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-NEXT               TO TRUE
           MOVE WS-SCHED-RULE             TO I-SD-RULE
           MOVE WS-SCHED-INTERVAL         TO I-SD-INTERVAL
           MOVE WS-SCHED-DAY              TO I-SD-DAY
           MOVE WS-PROJ-DATE              TO I-SD-DATE
           SET PGNAME-SCHEDDATE           TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK
             MOVE O-SD-NOMINAL-DATE       TO WS-PROJ-DATE
             MOVE O-SD-DATE               TO WS-ROLL-DATE
           ELSE
             MOVE 100                     TO WS-GUARD
           END-IF
           .
       F-STEP-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-RECORD-OUTFLOW-ITEM SECTION.
      *    ONE CANDIDATE ROW FOR THE LARGEST-OUTFLOWS ITEMIZATION --
             EXIT SECTION
           END-IF

      *    NO FACILITY FILE -- NO LOAN HAS EVER BEEN STAGED.
           OPEN INPUT FACILITY-FILE
           IF WS-LF-FILE-STATUS = "00"
             SET FG-FACILITY-OPEN-Y       TO TRUE
           END-IF

           MOVE LOW-VALUES                TO LN-ID
           START LOANS-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
           END-PERFORM

           CLOSE LOANS-FILE
           IF FG-FACILITY-OPEN-Y
             CLOSE FACILITY-FILE
           END-IF
           .
       F-PROJECT-LOANS-END.
           EXIT.
             END-IF
           END-IF

           IF LN-DISBURSE-STAGED
           AND (LN-IS-ACTIVE OR LN-IS-HOLD)
           AND FG-FACILITY-OPEN-Y
             PERFORM F-PROJECT-FACILITY
           END-IF

      *    INSTALLMENTS DUE INSIDE THE WINDOW ARRIVE AS INFLOWS --
      *    STEPPED FROM THE NEXT DUE DATE BY THE LOAN'S CALENDAR RULE
      *    (MONTHLY ON THE DUE DAY BY DEFAULT), AS LOANRUN STEPS IT.
           IF LN-IS-ACTIVE AND LN-MONTHLY-PAYMENT > 0
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-ENTITY-LOAN         TO TRUE
             MOVE LN-ID                   TO I-SD-ENTITY-ID
             SET I-SD-RULE-MONTH-DAY      TO TRUE
             MOVE 1                       TO I-SD-INTERVAL
             MOVE LN-NEXT-DUE-DATE        TO I-SD-DATE
             PERFORM F-LOAD-SCHEDULE

             MOVE LN-NEXT-DUE-DATE        TO WS-ROLL-DATE
             PERFORM UT-ROLL-TO-BUSINESS-DAY
             MOVE 0                       TO WS-GUARD
             PERFORM UNTIL WS-GUARD > 99
               ADD 1                      TO WS-GUARD
               COMPUTE WS-PROJ-SERIAL =
                       FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE)
               IF WS-PROJ-SERIAL > WS-HORIZON-SERIAL
                   ADD LN-MONTHLY-PAYMENT TO
                       POS-INFLOW(WS-DAY-OFFSET, WS-CCY-IDX)
                 END-IF
                 PERFORM F-STEP-SCHEDULE
               END-IF
             END-PERFORM
           END-IF
           .
       F-PROJECT-ONE-LOAN-END.
           EXIT.
      ******************************************************************
       F-PROJECT-FACILITY SECTION.
      *    A STAGED LOAN STILL IN DRAWDOWN -- EVERY TRANCHE NOT YET
      *    DRAWN GOES OUT ON ITS PLANNED DATE, AND WHAT IS LEFT OF THE
      *    FACILITY UNPLANNED COULD BE CALLED UP TO THE DEADLINE.
           MOVE LN-ID                     TO LF-LOAN-ID
           READ FACILITY-FILE
             INVALID KEY
               EXIT SECTION
           END-READ
           IF NOT LF-IN-DRAWDOWN
             EXIT SECTION
           END-IF

           COMPUTE WS-UNPLANNED = LF-FACILITY-AMOUNT - LF-DRAWN-AMOUNT
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
             UNTIL WS-TR-IDX > LF-TRANCHE-COUNT
             IF LF-TR-PLANNED(WS-TR-IDX)
               OR LF-TR-REQUESTED(WS-TR-IDX)
               SUBTRACT LF-TR-AMOUNT(WS-TR-IDX) FROM WS-UNPLANNED
               MOVE LF-TR-AMOUNT(WS-TR-IDX) TO WS-COMMIT-AMOUNT
               MOVE LF-TR-PLANNED-DATE(WS-TR-IDX)
                                          TO WS-COMMIT-DATE
               MOVE SPACES                TO WS-COMMIT-SOURCE
               STRING "LOAN TRANCHE " LN-ID
                 DELIMITED BY SIZE INTO WS-COMMIT-SOURCE
               END-STRING
               PERFORM F-RECORD-COMMITMENT
             END-IF
           END-PERFORM

           IF WS-UNPLANNED > 0
             MOVE WS-UNPLANNED            TO WS-COMMIT-AMOUNT
             MOVE LF-DRAW-DEADLINE        TO WS-COMMIT-DATE
             MOVE SPACES                  TO WS-COMMIT-SOURCE
             STRING "LOAN UNDRAWN " LN-ID
               DELIMITED BY SIZE INTO WS-COMMIT-SOURCE
             END-STRING
             PERFORM F-RECORD-COMMITMENT
           END-IF
           .
       F-PROJECT-FACILITY-END.
           EXIT.
      ******************************************************************
       F-RECORD-COMMITMENT SECTION.
      *    WS-COMMIT- FLOW AS AN OUTFLOW, IF IT FALLS IN THE WINDOW.
           IF WS-COMMIT-DATE < WS-TODAY-RAW
             MOVE WS-TODAY-RAW            TO WS-COMMIT-DATE
           END-IF
           COMPUTE WS-PROJ-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-COMMIT-DATE)
           IF WS-PROJ-SERIAL > WS-HORIZON-SERIAL
             EXIT SECTION
           END-IF

           COMPUTE WS-DAY-OFFSET =
                   WS-PROJ-SERIAL - WS-TODAY-SERIAL + 1
           ADD WS-COMMIT-AMOUNT           TO
               POS-OUTFLOW(WS-DAY-OFFSET, WS-CCY-IDX)
           IF OF-COUNT < 500
             ADD 1                        TO OF-COUNT
             MOVE WS-COMMIT-AMOUNT        TO OF-AMOUNT(OF-COUNT)
             MOVE LN-CURRENCY             TO OF-CURRENCY(OF-COUNT)
             MOVE WS-COMMIT-DATE          TO OF-DATE(OF-COUNT)
             MOVE WS-COMMIT-SOURCE        TO OF-SOURCE(OF-COUNT)
           END-IF
           .
       F-RECORD-COMMITMENT-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           OPEN OUTPUT FORECAST-OUTPUT
