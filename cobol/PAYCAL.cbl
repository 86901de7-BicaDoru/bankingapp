      *     PAYCAL
      *     PAYCAL 20260901 20260930
      *  Projects every ACTIVE standing order (files/standord.dat,
      *  recurring from SO-NEXT-RUN-DATE every SO-FREQUENCY-DAYS or
      *  on its calendar rule) and every ACTIVE loan payment
      *  (files/loans.dat, recurring from LN-NEXT-DUE-DATE on the
      *  loan's calendar rule, monthly on its due day by default) --
      *  stepped through SCHEDDATE exactly as STANDRUN/LOANRUN will
      *  step them -- forward across the requested date range, and
      *  writes one line per scheduled debit, sorted by account and
      *  date, to files/reports/PAYMENT_CALENDAR_<ts>.txt. With no
      *  arguments the range is today through thirty days out.
                                        VALUE "PAYCAL              ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-DATEROLL             VALUE "DATEROLL            ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".

       01 CONSTANTS.
         05 K-DEFAULT-HORIZON-DAYS      PIC 9(03) VALUE 30.
         05 K-MAX-RANGE-DAYS            PIC 9(03) VALUE 366.
         05 K-MAX-EVENTS                PIC 9(04) VALUE 1000.
      *    A LOAN PAYMENT FALLS DUE ON ITS CALENDAR RULE (SEE
      *    SCHEDDATE); THIS STRIDE IS ONLY THE FALLBACK WHEN THE RULE
      *    CANNOT BE READ -- THE SAME ONE LOANRUN FALLS BACK TO.
         05 K-LOAN-STRIDE-DAYS          PIC 9(03) VALUE 30.
      *    BUSINESS-CALENDAR DATE-ROLL RULE (SEE DATEROLL.cbl) --
      *    PROJECTED DATES ARE ROLLED THE SAME WAY STANDRUN/LOANRUN
             15 EV-DUE-DATE             PIC 9(08).
           10 EV-KIND                   PIC X(05).
           10 EV-REF-ID                 PIC 9(05).
           10 EV-AMOUNT                 PIC 9(10)V99.
      *    SCRATCH AREA FOR F-SORT-EVENTS -- SAME BYTE LENGTH AS ONE
      *    EV-ENTRY.
       01 EV-SWAP-ENTRY                 PIC X(58).
         05 WS-TO-SERIAL                PIC S9(08).
         05 WS-NEXT-SERIAL              PIC S9(08).
         05 WS-STRIDE-DAYS              PIC 9(05).
      *    A CALENDAR-RULE SCHEDULE (SEE SCHEDDATE) IS STEPPED FROM
      *    ITS NOMINAL DATE, NOT FROM THE ROLLED ONE.
         05 WS-SCHED-RULE               PIC X(01).
         05 WS-SCHED-INTERVAL           PIC 9(03).
         05 WS-SCHED-DAY                PIC 9(02).
         05 WS-SCHED-NOMINAL            PIC 9(08).
         05 WS-GUARD                    PIC 9(04).
         05 WS-JUMP-COUNT               PIC 9(08).
         05 WS-EVENT-DATE               PIC 9(08).
         05 WS-ROLL-DATE                PIC 9(08).
         05 WS-ACCOUNT-LABEL            PIC X(30).
         05 WS-EVENT-KIND               PIC X(05).
         05 WS-EVENT-REF                PIC 9(05).
         05 WS-EVENT-AMOUNT             PIC 9(10)V99.
         05 WS-TRUNCATED-COUNT          PIC 9(05) VALUE 0.
         05 WS-DATE-EDITED              PIC X(10).
         05 WS-DATE-X                   PIC X(08).
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
       COPY LOGGERINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY DATEROLLINTERFACE.
       COPY SCHEDDATEINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                   COMPUTE WS-NEXT-SERIAL =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
                   MOVE SO-FREQUENCY-DAYS  TO WS-STRIDE-DAYS
                   INITIALIZE SCHEDDATE-INTERFACE
                   SET I-SD-ENTITY-SO      TO TRUE
                   MOVE SO-ID              TO I-SD-ENTITY-ID
                   SET I-SD-RULE-DAYS      TO TRUE
                   MOVE SO-FREQUENCY-DAYS  TO I-SD-INTERVAL
                   MOVE SO-NEXT-RUN-DATE   TO I-SD-DATE
                   PERFORM F-PROJECT-SCHEDULE
                 END-IF
             END-READ
           END-PERFORM
                   COMPUTE WS-NEXT-SERIAL =
                       FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)
                   MOVE K-LOAN-STRIDE-DAYS TO WS-STRIDE-DAYS
                   INITIALIZE SCHEDDATE-INTERFACE
                   SET I-SD-ENTITY-LOAN    TO TRUE
                   MOVE LN-ID              TO I-SD-ENTITY-ID
                   SET I-SD-RULE-MONTH-DAY TO TRUE
                   MOVE 1                  TO I-SD-INTERVAL
                   MOVE LN-NEXT-DUE-DATE   TO I-SD-DATE
                   PERFORM F-PROJECT-SCHEDULE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-PROJECT-LOANS-END.
           EXIT.
      ******************************************************************
       F-PROJECT-SCHEDULE SECTION.
      *    CALLER HAS SET WS-NEXT-SERIAL/WS-STRIDE-DAYS AND LEFT THE
      *    ENTITY AND ITS DEFAULT RULE IN THE I-SD- FIELDS. A DAY-
      *    STRIDE SCHEDULE (OR ONE WHOSE RULE CANNOT BE READ) IS
      *    PROJECTED BY STRIDE; A CALENDAR RULE THROUGH SCHEDDATE.
           SET I-SD-OP-GETITEM             TO TRUE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF (SCHEDDATE-STATUS-OK OR SCHEDDATE-STATUS-NOT-FOUND)
           AND O-SD-RULE NOT = "D"
             MOVE O-SD-RULE                TO WS-SCHED-RULE
             MOVE O-SD-INTERVAL            TO WS-SCHED-INTERVAL
             MOVE O-SD-DAY                 TO WS-SCHED-DAY
             MOVE O-SD-NOMINAL-DATE        TO WS-SCHED-NOMINAL
             PERFORM F-PROJECT-CALENDAR
           ELSE
             PERFORM F-PROJECT-OCCURRENCES
           END-IF
           .
       F-PROJECT-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-PROJECT-CALENDAR SECTION.
      *    THE PENDING OCCURRENCE IS WS-NEXT-SERIAL ITSELF; EACH ONE
      *    AFTER IT IS SCHEDDATE'S NEXT STEP FROM THE NOMINAL DATE,
      *    ROLLED AS STANDRUN/LOANRUN WILL ROLL IT. AS WITH A STRIDE,
      *    A PAST-DUE ITEM SHOWS ONLY FROM ITS FIRST DATE IN RANGE.
           MOVE 0                          TO WS-GUARD
           SET FG-PROJECTING-Y             TO TRUE
           PERFORM UNTIL FG-PROJECTING-N
                   OR WS-NEXT-SERIAL > WS-TO-SERIAL
             IF WS-NEXT-SERIAL >= WS-FROM-SERIAL
               PERFORM F-RECORD-EVENT
             END-IF
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-OP-NEXT              TO TRUE
             MOVE WS-SCHED-RULE            TO I-SD-RULE
             MOVE WS-SCHED-INTERVAL        TO I-SD-INTERVAL
             MOVE WS-SCHED-DAY             TO I-SD-DAY
             MOVE WS-SCHED-NOMINAL         TO I-SD-DATE
             SET PGNAME-SCHEDDATE          TO TRUE
             CALL PROGNAME USING SCHEDDATE-INTERFACE
             ADD 1                         TO WS-GUARD
             IF SCHEDDATE-STATUS-OK AND WS-GUARD < 9999
               MOVE O-SD-NOMINAL-DATE      TO WS-SCHED-NOMINAL
               COMPUTE WS-NEXT-SERIAL =
                   FUNCTION INTEGER-OF-DATE(O-SD-DATE)
             ELSE
               SET FG-PROJECTING-N         TO TRUE
             END-IF
           END-PERFORM
           .
       F-PROJECT-CALENDAR-END.
           EXIT.
      ******************************************************************
       F-PROJECT-OCCURRENCES SECTION.
      *    STEPS WS-NEXT-SERIAL FORWARD BY WS-STRIDE-DAYS, RECORDING
