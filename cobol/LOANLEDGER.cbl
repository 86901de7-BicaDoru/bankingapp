      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANLEDGER.
      ******************************************************************
      *  Loan sub-ledger -- called subprogram (same shape as
      *  ODPROTECT). The one writer of files/loanledger.dat (see
      *  LOANLEDGERRECORD), the money history of every loan, and of
      *  its per-loan running position on files/loanbalance.dat (see
      *  LOANBALRECORD):
      *     POST       appends one row -- an opening position,
      *                disbursement, daily accrual, repayment, fee or
      *                charge-off -- and moves the position with it.
      *                A repayment or charge-off clears whatever
      *                interest had been accrued since the last one
      *                (returned as O-LL-ACCRUAL-CLEARED), so the
      *                receivable never carries a stale accrual.
      *                A loan booked before the sub-ledger existed is
      *                opened (an "O" row) at I-LL-OPEN-BALANCE by its
      *                first event.
      *     GETITEM    returns the loan's position
      *  Callers: LOANORD (disbursement to the loan account), ACHOUT
      *  (disbursement to an external IBAN), LOANRUN/STANDRUN
      *  (scheduled collections), ACHBATCH (inbound ACH payments),
      *  LOANDELINQ (late fees), LOANCHGOFF (charge-offs) and
      *  LOANACCRUE (daily accrual). GLEXPORT
      *  carries the rows into the GL feed.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "files/loanledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LL-ID
           FILE STATUS IS WS-LL-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "files/loanbalance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-LOAN-ID
           FILE STATUS IS WS-LB-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LEDGER-FILE.
       COPY LOANLEDGERRECORD.

       FD  BALANCE-FILE.
       COPY LOANBALRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANLEDGER          ".

       01 INTERNAL-VARS.
         05 WS-LL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-POST-DATE                PIC 9(08).
      *    THE ROW BEING POSTED -- THE CALLER'S EVENT, OR THE
      *    OPENING ROW F-POST WRITES AHEAD OF IT.
         05 WS-ROW.
           10 WS-ROW-EVENT              PIC X(01).
           10 WS-ROW-PRINCIPAL          PIC 9(10)V99.
           10 WS-ROW-INTEREST           PIC 9(10)V99.
           10 WS-ROW-FEE                PIC 9(10)V99.
           10 WS-ROW-CASH-LEG           PIC X(01).
           10 WS-ROW-REF-DATE           PIC 9(08).
           10 WS-ROW-CLEARED            PIC 9(10)V99.
      *    HIGHEST LL-ID SEEN SO FAR IN THIS RUN. KEPT ACROSS CALLS
      *    SO EACH POST ONLY READS THE ROWS ADDED SINCE THE LAST ONE
      *    INSTEAD OF THE WHOLE, EVER-GROWING SUB-LEDGER.
         05 WS-LAST-LL-ID               PIC 9(09) VALUE 0.
         05 WS-NEXT-LL-ID               PIC 9(09) VALUE 0.
         05 WS-WRITE-TRIES              PIC 9(01).

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY              PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).

       01 FLAGS.
         05 FG-FILES-OPEN               PIC X VALUE 'N'.
           88 FG-FILES-OPEN-Y           VALUE 'Y'.
           88 FG-FILES-OPEN-N           VALUE 'N'.
         05 FG-BAL-FOUND                PIC X VALUE 'N'.
           88 FG-BAL-FOUND-Y            VALUE 'Y'.
           88 FG-BAL-FOUND-N            VALUE 'N'.
         05 FG-ROW-WRITTEN              PIC X VALUE 'N'.
           88 FG-ROW-WRITTEN-Y          VALUE 'Y'.
           88 FG-ROW-WRITTEN-N          VALUE 'N'.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY LOANLEDGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING LOANLEDGER-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE LOANLEDGER-OUT
           SET LOANLEDGER-STATUS-OK       TO TRUE

           IF NOT I-LL-OP-POST AND NOT I-LL-OP-GETITEM
             SET LOANLEDGER-STATUS-BAD-OP TO TRUE
             GO TO MAIN-END
           END-IF

           IF I-LL-OP-POST
           AND NOT I-LL-EVENT-OPENING AND NOT I-LL-EVENT-DISBURSEMENT
           AND NOT I-LL-EVENT-ACCRUAL AND NOT I-LL-EVENT-REPAYMENT
           AND NOT I-LL-EVENT-FEE AND NOT I-LL-EVENT-CHARGE-OFF
             SET LOANLEDGER-STATUS-BAD-OP TO TRUE
             GO TO MAIN-END
           END-IF

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           IF I-LL-DATE = 0
             MOVE WS-TODAY-RAW            TO WS-POST-DATE
           ELSE
             MOVE I-LL-DATE               TO WS-POST-DATE
           END-IF

           PERFORM F-OPEN-FILES
           IF FG-FILES-OPEN-N
             SET LOANLEDGER-STATUS-IO-ERR TO TRUE
             GO TO MAIN-END
           END-IF

           PERFORM F-READ-BALANCE
           EVALUATE TRUE
             WHEN I-LL-OP-POST
               PERFORM F-POST
             WHEN I-LL-OP-GETITEM
               IF FG-BAL-FOUND-N
                 SET LOANLEDGER-STATUS-NOT-FOUND TO TRUE
               END-IF
           END-EVALUATE

           IF FG-BAL-FOUND-Y
             PERFORM F-RETURN-BALANCE
           END-IF

           CLOSE LEDGER-FILE
           CLOSE BALANCE-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-OPEN-FILES SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILES -- CREATE THEM
      *    EMPTY (SAME BOOTSTRAP AS LOANRUN'S F-OPEN-FILE).
           SET FG-FILES-OPEN-N            TO TRUE

           OPEN I-O LEDGER-FILE
           IF WS-LL-FILE-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
             CLOSE LEDGER-FILE
             OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           OPEN I-O BALANCE-FILE
           IF WS-LB-FILE-STATUS = "35"
             OPEN OUTPUT BALANCE-FILE
             CLOSE BALANCE-FILE
             OPEN I-O BALANCE-FILE
           END-IF
           IF WS-LB-FILE-STATUS NOT = "00"
             CLOSE LEDGER-FILE
             EXIT SECTION
           END-IF

           SET FG-FILES-OPEN-Y            TO TRUE
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-READ-BALANCE SECTION.
           SET FG-BAL-FOUND-Y             TO TRUE
           MOVE I-LL-LOAN-ID              TO LB-LOAN-ID
           READ BALANCE-FILE
             INVALID KEY
               SET FG-BAL-FOUND-N         TO TRUE
           END-READ
           .
       F-READ-BALANCE-END.
           EXIT.
      ******************************************************************
       F-POST SECTION.
      *    A LOAN BOOKED BEFORE THE SUB-LEDGER EXISTED HAS NO POSITION
      *    YET -- ITS FIRST EVENT OF ANY OTHER KIND OPENS IT AT THE
      *    PRINCIPAL THE CALLER SAYS WAS OUTSTANDING BEFOREHAND, SO
      *    THE EVENT ITSELF LANDS ON A COMPLETE BALANCE.
           IF FG-BAL-FOUND-N
             INITIALIZE LOAN-BAL-RECORD
             MOVE I-LL-LOAN-ID            TO LB-LOAN-ID
             IF NOT I-LL-EVENT-OPENING
             AND NOT I-LL-EVENT-DISBURSEMENT
             AND I-LL-OPEN-BALANCE > 0
               INITIALIZE WS-ROW
               MOVE "O"                   TO WS-ROW-EVENT
               MOVE I-LL-OPEN-BALANCE     TO WS-ROW-PRINCIPAL
               MOVE "N"                   TO WS-ROW-CASH-LEG
               PERFORM F-POST-ROW
               IF NOT LOANLEDGER-STATUS-OK
                 EXIT SECTION
               END-IF
             END-IF
           END-IF

           INITIALIZE WS-ROW
           MOVE I-LL-EVENT                TO WS-ROW-EVENT
           MOVE I-LL-PRINCIPAL            TO WS-ROW-PRINCIPAL
           MOVE I-LL-INTEREST             TO WS-ROW-INTEREST
           MOVE I-LL-FEE                  TO WS-ROW-FEE
           MOVE I-LL-CASH-LEG             TO WS-ROW-CASH-LEG
           MOVE I-LL-REF-DATE             TO WS-ROW-REF-DATE
           PERFORM F-POST-ROW
           IF NOT LOANLEDGER-STATUS-OK
             EXIT SECTION
           END-IF

           MOVE LL-ID                     TO O-LL-ID
           MOVE WS-ROW-CLEARED            TO O-LL-ACCRUAL-CLEARED
           .
       F-POST-END.
           EXIT.
      ******************************************************************
       F-POST-ROW SECTION.
      *    MOVES THE POSITION BY WS-ROW, APPENDS THE ROW, AND WRITES
      *    THE POSITION BACK.
           MOVE 0                         TO WS-ROW-CLEARED

           EVALUATE WS-ROW-EVENT
             WHEN "O"
             WHEN "D"
               ADD WS-ROW-PRINCIPAL       TO LB-PRINCIPAL-BAL
      *        INTEREST ACCRUES FROM THE DAY THE MONEY WENT OUT (OR,
      *        FOR AN OPENING, FROM THE DAY THE SUB-LEDGER TOOK IT ON).
               IF LB-LAST-ACCRUAL-DATE = 0
                 MOVE WS-POST-DATE        TO LB-LAST-ACCRUAL-DATE
               END-IF
             WHEN "A"
               ADD WS-ROW-INTEREST        TO LB-INT-RECEIVABLE
               MOVE WS-POST-DATE          TO LB-LAST-ACCRUAL-DATE
             WHEN "R"
             WHEN "C"
               IF WS-ROW-PRINCIPAL > LB-PRINCIPAL-BAL
                 MOVE 0                   TO LB-PRINCIPAL-BAL
               ELSE
                 SUBTRACT WS-ROW-PRINCIPAL FROM LB-PRINCIPAL-BAL
               END-IF
               MOVE LB-INT-RECEIVABLE     TO WS-ROW-CLEARED
               MOVE 0                     TO LB-INT-RECEIVABLE
             WHEN "F"
               IF WS-ROW-REF-DATE NOT = LB-FEE-DUE-DATE
                 MOVE WS-ROW-REF-DATE     TO LB-FEE-DUE-DATE
                 MOVE 0                   TO LB-FEE-CHARGED
               END-IF
               ADD WS-ROW-FEE             TO LB-FEE-CHARGED
           END-EVALUATE

           PERFORM F-BUILD-TIMESTAMP

      *    ANOTHER JOB MAY HAVE APPENDED SINCE THE LAST SCAN -- A
      *    DUPLICATE KEY RESCANS FROM THERE AND TRIES ONCE MORE.
           SET FG-ROW-WRITTEN-N           TO TRUE
           PERFORM VARYING WS-WRITE-TRIES FROM 1 BY 1
                   UNTIL WS-WRITE-TRIES > 2 OR FG-ROW-WRITTEN-Y
             PERFORM F-FIND-NEXT-ID
             PERFORM F-BUILD-LEDGER-ROW
             WRITE LOAN-LEDGER-RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET FG-ROW-WRITTEN-Y     TO TRUE
                 MOVE LL-ID               TO WS-LAST-LL-ID
             END-WRITE
           END-PERFORM

           IF FG-ROW-WRITTEN-N
             SET LOANLEDGER-STATUS-IO-ERR TO TRUE
             SET FG-BAL-FOUND-N           TO TRUE
             EXIT SECTION
           END-IF

           MOVE LL-ID                     TO LB-LAST-LL-ID
           IF FG-BAL-FOUND-Y
             REWRITE LOAN-BAL-RECORD
           ELSE
             WRITE LOAN-BAL-RECORD
             SET FG-BAL-FOUND-Y           TO TRUE
           END-IF
           .
       F-POST-ROW-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ID SECTION.
      *    SCAN FORWARD FROM THE HIGHEST ID ALREADY KNOWN -- THE FIRST
      *    CALL OF A RUN READS THE WHOLE FILE ONCE, LATER CALLS ONLY
      *    WHAT OTHER JOBS ADDED IN BETWEEN.
           MOVE WS-LAST-LL-ID             TO LL-ID
           START LEDGER-FILE KEY IS NOT LESS THAN LL-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF LL-ID > WS-LAST-LL-ID
                   MOVE LL-ID             TO WS-LAST-LL-ID
                 END-IF
             END-READ
           END-PERFORM

           COMPUTE WS-NEXT-LL-ID = WS-LAST-LL-ID + 1
           .
       F-FIND-NEXT-ID-END.
           EXIT.
      ******************************************************************
       F-BUILD-LEDGER-ROW SECTION.
      *    BUILT AFTER F-FIND-NEXT-ID, WHOSE SCAN READS THROUGH THE
      *    SAME RECORD AREA.
           INITIALIZE LOAN-LEDGER-RECORD
           MOVE WS-POST-DATE              TO LL-DATE
           MOVE WS-ROW-EVENT              TO LL-EVENT
           MOVE I-LL-LOAN-ID              TO LL-LOAN-ID
           MOVE I-LL-ACCOUNT-ID           TO LL-ACCOUNT-ID
           MOVE I-LL-CURRENCY             TO LL-CURRENCY
           MOVE WS-ROW-PRINCIPAL          TO LL-PRINCIPAL
           MOVE WS-ROW-INTEREST           TO LL-INTEREST
           MOVE WS-ROW-CLEARED            TO LL-ACCRUAL-CLEARED
           MOVE WS-ROW-FEE                TO LL-FEE
           IF WS-ROW-CASH-LEG = "Y"
             SET LL-CASH-LEG-Y            TO TRUE
           ELSE
             SET LL-CASH-LEG-N            TO TRUE
           END-IF
           MOVE WS-ROW-REF-DATE           TO LL-REF-DATE
           MOVE I-LL-SOURCE               TO LL-SOURCE
           MOVE LB-PRINCIPAL-BAL          TO LL-PRINCIPAL-BAL
           MOVE LB-INT-RECEIVABLE         TO LL-RECEIVABLE-BAL
           MOVE WS-TIMESTAMP              TO LL-TIMESTAMP
           MOVE WS-NEXT-LL-ID             TO LL-ID
           .
       F-BUILD-LEDGER-ROW-END.
           EXIT.
      ******************************************************************
       F-RETURN-BALANCE SECTION.
           MOVE LB-PRINCIPAL-BAL          TO O-LL-PRINCIPAL-BAL
           MOVE LB-INT-RECEIVABLE         TO O-LL-INT-RECEIVABLE
           MOVE LB-LAST-ACCRUAL-DATE      TO O-LL-LAST-ACCRUAL-DATE
           MOVE LB-FEE-DUE-DATE           TO O-LL-FEE-DUE-DATE
           MOVE LB-FEE-CHARGED            TO O-LL-FEE-CHARGED
           .
       F-RETURN-BALANCE-END.
           EXIT.
      ******************************************************************
       F-BUILD-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                      TO WS-DATE-CC
           MOVE WS-DATE-YYYY              TO T-YEAR
           MOVE WS-DATE-MM                TO T-MONTH
           MOVE WS-DATE-TT                TO T-DAY
           MOVE WS-TIME-HH                TO T-HOUR
           MOVE WS-TIME-MM                TO T-MIN
           MOVE WS-TIME-SS                TO T-SEC
           .
       F-BUILD-TIMESTAMP-END.
           EXIT.
