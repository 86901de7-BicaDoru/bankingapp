      *      deposit carrying the submission reference
      *  A results file, files/reports/PAYROLL_RESULTS.txt, shows
      *  every line's disposition plus the control-total block.
      *  Each credited account's latest salary credit is marked on
      *  files/salarycredits.dat for FEEWAIVER's salary-based fee
      *  waiver rules.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           "files/reports/PAYROLL_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT SALARY-CREDIT-FILE ASSIGN TO
           "files/salarycredits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-ACCOUNT-ID
           FILE STATUS IS WS-SC-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************

       FD  RESULTS-OUTPUT.
       01  RESULTS-LINE                 PIC X(200).

       FD  SALARY-CREDIT-FILE.
       COPY SALARYCREDITRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 SUBMISSION-VARS.
         05 WS-SUB-SRC-IBAN             PIC X(30).
         05 WS-SUB-DECL-COUNT           PIC 9(05).
         05 WS-SUB-DECL-TOTAL           PIC 9(12)V99.
         05 WS-SUB-REFERENCE            PIC X(20).
         05 WS-SUB-LINE-COUNT           PIC 9(05).
         05 WS-SUB-LINE-TOTAL           PIC 9(12)V99.
         05 WS-VALID-TOTAL              PIC 9(12)V99.
         05 WS-LINE-ELEM                OCCURS 200 TIMES.
           10 WS-LINE-DEST-IBAN         PIC X(30).
           10 WS-LINE-AMOUNT            PIC 9(10)V99.
           10 WS-LINE-DISPOSITION       PIC X(01).
             88 WS-LINE-OK              VALUE "P".
             88 WS-LINE-REJECTED        VALUE "R".
           10 WS-LINE-REASON            PIC X(30).
           10 WS-LINE-ACCOUNTID         PIC 9(09).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-PAYROLL-FILE-STATUS      PIC XX VALUE SPACES.
         05 WS-SC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SRC-ACCOUNTID            PIC 9(09).
         05 WS-SRC-BALANCE              PIC S9(10)V99.
         05 WS-SRC-CURRENCY             PIC X(03).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-POSTED-COUNT             PIC 9(05).
         05 WS-REJECTED-COUNT           PIC 9(05).
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED2           PIC ZZZZZZZZZ9.99.

         05 WS-TIME-RAW                 PIC 9(08).
         05 FG-POST-OK                  PIC X VALUE 'Y'.
           88 FG-POST-OK-Y              VALUE 'Y'.
           88 FG-POST-OK-N              VALUE 'N'.
         05 FG-SC-FILE-OPEN             PIC X VALUE 'N'.
           88 FG-SC-FILE-OPEN-Y         VALUE 'Y'.
           88 FG-SC-FILE-OPEN-N         VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
           ELSE
             SET FG-MORE-RECORDS-Y        TO TRUE
           END-IF

      *    SALARY MARKERS -- CREATED EMPTY ON FIRST USE.
           OPEN I-O SALARY-CREDIT-FILE
           IF WS-SC-FILE-STATUS = "35"
             OPEN OUTPUT SALARY-CREDIT-FILE
             CLOSE SALARY-CREDIT-FILE
             OPEN I-O SALARY-CREDIT-FILE
           END-IF
           IF WS-SC-FILE-STATUS = "00"
             SET FG-SC-FILE-OPEN-Y        TO TRUE
           END-IF
           .
       F-INIT-END.
           EXIT.
           IF WS-PAYROLL-FILE-STATUS = "00"
             CLOSE PAYROLL-FILE
           END-IF
           IF FG-SC-FILE-OPEN-Y
             CLOSE SALARY-CREDIT-FILE
           END-IF
           CLOSE RESULTS-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           PERFORM F-MARK-SALARY-CREDIT
           ADD 1                           TO WS-POSTED-COUNT
           .
       F-CREDIT-BENEFICIARY-END.
           EXIT.
      ******************************************************************
       F-MARK-SALARY-CREDIT SECTION.
      *    ONE ROW PER ACCOUNT, OVERWRITTEN WITH EACH NEW CREDIT -- A
      *    MISSING MARKER ONLY COSTS THE CUSTOMER A SALARY WAIVER, SO
      *    A FILE PROBLEM HERE NEVER FAILS THE CREDIT ITSELF.
           IF FG-SC-FILE-OPEN-N
             EXIT SECTION
           END-IF

           MOVE WS-LINE-ACCOUNTID(IND-1)   TO SC-ACCOUNT-ID
           READ SALARY-CREDIT-FILE
             INVALID KEY
               INITIALIZE SALARY-CREDIT-RECORD
               MOVE WS-LINE-ACCOUNTID(IND-1) TO SC-ACCOUNT-ID
               MOVE WS-DATE-RAW            TO SC-LAST-DATE
               MOVE WS-LINE-AMOUNT(IND-1)  TO SC-LAST-AMOUNT
               MOVE WS-SUB-REFERENCE       TO SC-REFERENCE
               WRITE SALARY-CREDIT-RECORD
             NOT INVALID KEY
               MOVE WS-DATE-RAW            TO SC-LAST-DATE
               MOVE WS-LINE-AMOUNT(IND-1)  TO SC-LAST-AMOUNT
               MOVE WS-SUB-REFERENCE       TO SC-REFERENCE
               REWRITE SALARY-CREDIT-RECORD
           END-READ
           .
       F-MARK-SALARY-CREDIT-END.
           EXIT.
      ******************************************************************
       F-WRITE-LINE-RESULT SECTION.
           MOVE WS-LINE-AMOUNT(IND-1)      TO WS-AMOUNT-EDITED
