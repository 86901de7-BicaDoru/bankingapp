           "files/reports/DISPATCH_BATCH_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-OUT-STATUS.

      *    ONLINE WINDOW (SEE F-CHECK-ONLINE-MODE) -- THE REPLAY QUEUE
      *    OF MONEY-MOVING REQUESTS TAKEN WHILE THE MODE IS QUEUE, ONE
      *    FIXED DISPATCHER-IN IMAGE PER LINE, AND THE LOG OF EVERY
      *    REQUEST REFUSED OR QUEUED.
           SELECT ONLQUEUE-FILE ASSIGN TO "files/online_queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ONLQUEUE-FILE-STATUS.

           SELECT ONLWIN-LOG ASSIGN TO "files/online_window.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ONLWIN-FILE-STATUS.

      *    EVERY REQUEST SERVED UNDER A BREAK-GLASS GRANT (SEE
      *    F-CHECK-BREAK-GLASS), FOR THE ADMIN SIGN-OFF.
           SELECT BREAK-GLASS-USE-LOG
           ASSIGN TO "files/breakglass_use.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BGUSE-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-LINE                 PIC X(292).

       FD  BATCH-RESULTS-OUTPUT.
       01  BATCH-RESULTS-LINE           PIC X(300).

       FD  ONLQUEUE-FILE.
       01  ONLQUEUE-LINE                PIC X(292).

       FD  ONLWIN-LOG.
       COPY ONLWINLOGRECORD.

       FD  BREAK-GLASS-USE-LOG.
       COPY BREAKGLASSUSERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       
         88 PGNAME-GENERIC              VALUE "GENERIC             ".
         88 PGNAME-TRANSFERBO           VALUE "TRANSFERBO          ".
         88 PGNAME-CARDBO               VALUE "CARDBO              ".
         88 PGNAME-REQKEY               VALUE "REQKEY              ".
         88 PGNAME-ONLMODE              VALUE "ONLMODE             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-BGCHECK              VALUE "BGCHECK             ".
  
       01 FLAGS.
         05 FILLER                      PIC X(07).
           88 FG-PROG-OK                VALUE 'Y'.
           88 FG-PROG-ERROR             VALUE 'N'.
         05 FG-FIRST-WRITE              PIC X VALUE 'Y'. 
      *    REQUEST-KEY STATE OF THE CURRENT POST (SEE
      *    F-CLAIM-REQUEST-KEY).
         05 FG-REQKEY                   PIC X VALUE 'N'.
           88 FG-REQKEY-NONE            VALUE 'N'.
           88 FG-REQKEY-CLAIMED         VALUE 'C'.
           88 FG-REQKEY-REPLAYED        VALUE 'R'.
      *    THE CURRENT REQUEST MOVES MONEY (SEE F-SET-MONEY-MOVING).
         05 FG-MONEY-MOVING             PIC X VALUE 'N'.
           88 FG-MONEY-MOVING-Y         VALUE 'Y'.
           88 FG-MONEY-MOVING-N         VALUE 'N'.
      *    WHAT THE ONLINE WINDOW DID WITH THE CURRENT REQUEST (SEE
      *    F-CHECK-ONLINE-MODE).
         05 FG-WINDOW                   PIC X VALUE 'N'.
           88 FG-WINDOW-NONE            VALUE 'N'.
           88 FG-WINDOW-REFUSED         VALUE 'R'.
           88 FG-WINDOW-QUEUED          VALUE 'Q'.
      *    THE CURRENT REQUEST CAME IN UNDER A BREAK-GLASS GRANT AND IS
      *    STILL TO GO ON THE USE LOG (SEE F-LOG-BREAK-GLASS-USE).
         05 FG-BG-USE                   PIC X VALUE 'N'.
           88 FG-BG-USE-PENDING         VALUE 'Y'.
           88 FG-BG-USE-NONE            VALUE 'N'.

       01 INDEXES.
         05  I1                         PIC 9(02).
         "<ERR_END>".

       01 INTERNAL-VARS.
         05 WS-AMT-FMT                  PIC -(10)9.99.
         05 WS-BAL-FMT                  PIC -(10)9.99.
         05 WS-PTS-FMT                  PIC -(9)9.
         05 WS-GET-BUSR-PASSWORD        PIC X(60).
         05 WS-PASSWORD-LEN             PIC 9(02).
         05 WS-COUNT                    PIC 9(04) VALUE 0.
           10 WS-FORMATTED-DATE         PIC 99/99/99.
           10 WS-METHOD                 PIC X(08).
           10 WS-OBJECT                 PIC X(10).
      *    ONE CARD CONTROL LIST FLATTENED INTO A GENERIC FIELD VALUE.
         05 WS-CTL-TEXT                 PIC X(50).
         05 WS-CTL-PTR                  PIC 9(02).
      *    ONLINE WINDOW QUEUE/LOG STATE.
         05 WS-ONLQUEUE-FILE-STATUS     PIC XX VALUE SPACES.
         05 WS-ONLWIN-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-WIN-DATE                 PIC 9(08).
         05 WS-WIN-TIME                 PIC 9(08).
         05 WS-WIN-TS                   PIC X(19).
      *    BREAK-GLASS USE LOG STATE.
         05 WS-BGUSE-FILE-STATUS        PIC XX VALUE SPACES.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(292).
         05 ARG-WS-TIME-HHMMSSTT        PIC 9(08).
         05 ARG-WS-DATE-YYMMTT          PIC 9(06).

         05 WS-BATCH-REQ-NUMBER         PIC 9(05) VALUE 0.
         05 WS-BATCH-PROCESSED          PIC 9(05) VALUE 0.
         05 WS-BATCH-FAILED             PIC 9(05) VALUE 0.
         05 WS-BATCH-QUEUED             PIC 9(05) VALUE 0.
         05 FG-MORE-REQUESTS            PIC X VALUE 'Y'.
           88 FG-MORE-REQUESTS-Y        VALUE 'Y'.
           88 FG-MORE-REQUESTS-N        VALUE 'N'.
       COPY LOGGERINTERFACE.
       COPY GENERICINTERFACE.
       COPY BUSRINTERFACE.
       COPY REQKEYINTERFACE.
       COPY ONLMODEINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY BGCHECKINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
             PERFORM F-GET-BUSR-DATA
           END-IF

           IF FG-PROG-OK AND I-DISP-BANKUSERID NOT = SPACES
             PERFORM F-CHECK-BREAK-GLASS
           END-IF

           IF FG-PROG-OK
             PERFORM F-CHECK-ONLINE-MODE
           END-IF

           IF FG-PROG-OK AND FG-WINDOW-NONE
             PERFORM F-CLAIM-REQUEST-KEY
           END-IF

           IF FG-PROG-OK AND FG-WINDOW-NONE
             AND NOT FG-REQKEY-REPLAYED
             PERFORM F-CALL-BO
             PERFORM F-SETTLE-REQUEST-KEY
           END-IF

           IF FG-BG-USE-PENDING
             PERFORM F-LOG-BREAK-GLASS-USE
           END-IF
           IF O-DISP-ERR-OK
             IF FG-WINDOW-QUEUED
               PERFORM F-QUEUED-RESPONSE
             ELSE
               PERFORM CHOOSE-RIGHT-CASE-JSON
             END-IF
           END-IF
           PERFORM F-PRETTY-PRINT
           PERFORM F-FINISH 
           SET O-DISP-ERR-OK             TO TRUE
           MOVE SPACES                   TO O-DISP-ERROR-MESSAGE
           INITIALIZE ERROR-INTERFACE
           SET U-DISP-BG-ACTIVE-N        TO TRUE
           .
       F-INIT-END.
           EXIT.
               SET PGNAME-CUSTBO             TO TRUE
             WHEN I-DISP-OBJ-ACC-LIST OR I-DISP-OBJ-ACC-ITEM OR
               I-DISP-OBJ-TRANS OR I-DISP-OBJ-HOLD-LIST OR
               I-DISP-OBJ-HOLD-ITEM OR I-DISP-OBJ-DEBIT-BLOCK OR
               I-DISP-OBJ-VIBAN OR I-DISP-OBJ-NOTICE
               SET PGNAME-ACCBO              TO TRUE
             WHEN I-DISP-OBJ-TRANSFER OR I-DISP-OBJ-SWEEP
               OR I-DISP-OBJ-FUTURE-XFER OR I-DISP-OBJ-BENEFICIARY
               OR I-DISP-OBJ-PAYREQ OR I-DISP-OBJ-PROXY
               SET PGNAME-TRANSFERBO         TO TRUE
             WHEN I-DISP-OBJ-CARD-ITEM OR I-DISP-OBJ-CARD-LIST
               OR I-DISP-OBJ-POINTS
               SET PGNAME-CARDBO             TO TRUE
             WHEN OTHER
               SET O-DISP-ERR-DISP-BAD-ROUTE TO TRUE
           .
       F-CALL-BO-END.
           EXIT.
      ******************************************************************
       F-CLAIM-REQUEST-KEY SECTION.
      *    DUPLICATE-SUBMISSION PROTECTION: A MONEY-MOVING POST THAT
      *    CARRIES A CLIENT REQUEST KEY IS CLAIMED ON REQKEY BEFORE
      *    IT IS ROUTED. A KEY ALREADY COMPLETED INSIDE THE WINDOW
      *    GETS THE ORIGINAL RESULT BACK AND IS NOT ROUTED AGAIN --
      *    A TIMED-OUT SCREEN THAT RESUBMITS NO LONGER DOUBLE-POSTS.
           SET FG-REQKEY-NONE                TO TRUE

           IF NOT I-DISP-METHOD-POST
             OR I-DISP-REQUEST-KEY = SPACES
             EXIT SECTION
           END-IF
           PERFORM F-SET-MONEY-MOVING
           IF FG-MONEY-MOVING-N
             EXIT SECTION
           END-IF

           INITIALIZE REQKEY-INTERFACE
           SET I-RK-OP-CLAIM                 TO TRUE
           MOVE I-DISP-BANKUSERID            TO I-RK-BANKUSERID
           MOVE I-DISP-REQUEST-KEY           TO I-RK-REQUEST-KEY
           MOVE I-DISP-METHOD                TO I-RK-METHOD
           MOVE I-DISP-OBJECT                TO I-RK-OBJECT
           MOVE I-DISP-DATA                  TO I-RK-REQUEST-DATA
           SET PGNAME-REQKEY                 TO TRUE
           CALL PROGNAME USING BY REFERENCE REQKEY-INTERFACE

           EVALUATE TRUE
             WHEN REQKEY-STATUS-OK
               SET FG-REQKEY-CLAIMED         TO TRUE
             WHEN REQKEY-STATUS-DUPLICATE
               SET FG-REQKEY-REPLAYED        TO TRUE
               INITIALIZE GENERIC-INTERFACE
               PERFORM RESET-GENERIC-ARRAYS
               MOVE REQKEY-RESULT-DATA       TO O-DISP-DATA-OUT
               DISPLAY "DUPLICATE REQUEST KEY - ORIGINAL RESULT OF "
                       O-RK-FIRST-TS " RETURNED, NOT POSTED AGAIN"
               STRING
                 "DUPLICATE REQUEST KEY ",
                 FUNCTION TRIM(I-DISP-REQUEST-KEY),
                 " - ORIGINAL RESULT OF ",
                 O-RK-FIRST-TS,
                 " RETURNED"
                 INTO U-LOG-LINE
               END-STRING
               PERFORM UT-LOG-SINGLE-LINE
             WHEN REQKEY-STATUS-IN-PROGRESS
               SET O-DISP-ERR-DISP-KEY-IN-PROGRESS TO TRUE
               MOVE O-DISP-ERROR-NO          TO I-ERR-CODE
               SET FG-PROG-ERROR             TO TRUE
             WHEN REQKEY-STATUS-KEY-REUSED
               SET O-DISP-ERR-DISP-KEY-REUSED TO TRUE
               MOVE O-DISP-ERROR-NO          TO I-ERR-CODE
               MOVE 1                        TO I-ERR-PARAM-COUNT
               MOVE O-RK-FIRST-TS            TO I-ERR-PARAM (1)
               SET FG-PROG-ERROR             TO TRUE
      *      THE REGISTRY CANNOT BE OPENED: THE POST STILL GOES
      *      THROUGH, AS IT DID BEFORE KEYS EXISTED, RATHER THAN
      *      STOPPING EVERY PAYMENT OVER A HOUSEKEEPING FILE.
             WHEN OTHER
               STRING
                 "REQUEST KEY REGISTRY UNAVAILABLE - ",
                 FUNCTION TRIM(I-DISP-REQUEST-KEY),
                 " POSTED WITHOUT DUPLICATE CHECK"
                 INTO U-LOG-LINE
               END-STRING
               PERFORM UT-LOG-SINGLE-LINE
           END-EVALUATE
           .
       F-CLAIM-REQUEST-KEY-END.
           EXIT.
      ******************************************************************
       F-SETTLE-REQUEST-KEY SECTION.
      *    A SUCCESSFUL POST SAVES ITS RESULT ON THE KEY FOR ANY
      *    RESUBMISSION; A FAILED ONE MOVED NOTHING, SO THE KEY IS
      *    RELEASED AND A CORRECTED RESUBMISSION MAY REUSE IT.
           IF NOT FG-REQKEY-CLAIMED
             EXIT SECTION
           END-IF

           IF O-DISP-ERR-OK
             SET I-RK-OP-COMPLETE            TO TRUE
             MOVE O-DISP-DATA-OUT            TO REQKEY-RESULT-DATA
           ELSE
             SET I-RK-OP-RELEASE             TO TRUE
           END-IF
           SET PGNAME-REQKEY                 TO TRUE
           CALL PROGNAME USING BY REFERENCE REQKEY-INTERFACE
           .
       F-SETTLE-REQUEST-KEY-END.
           EXIT.
      ******************************************************************
       F-SET-MONEY-MOVING SECTION.
      *    THE REQUESTS THAT MOVE MONEY: A POSTING, A TRANSFER, A
      *    SWEEP, A HOLD, A FUTURE-DATED TRANSFER, A LOYALTY POINTS
      *    REDEMPTION (CREDITED TO THE ACCOUNT STRAIGHT AWAY), AND THE
      *    PAYER'S ANSWER TO A REQUEST-TO-PAY (ACCEPT PAYS IT THERE AND
      *    THEN).
           SET FG-MONEY-MOVING-N             TO TRUE
           IF I-DISP-METHOD-POST
             AND (I-DISP-OBJ-TRANS OR I-DISP-OBJ-TRANSFER
               OR I-DISP-OBJ-SWEEP OR I-DISP-OBJ-HOLD-ITEM
               OR I-DISP-OBJ-FUTURE-XFER OR I-DISP-OBJ-POINTS)
             SET FG-MONEY-MOVING-Y           TO TRUE
           END-IF
           IF I-DISP-METHOD-PUT AND I-DISP-OBJ-PAYREQ
             SET FG-MONEY-MOVING-Y           TO TRUE
           END-IF
           .
       F-SET-MONEY-MOVING-END.
           EXIT.
      ******************************************************************
       F-CHECK-ONLINE-MODE SECTION.
      *    ONLINE WINDOW: WHILE THE NIGHTLY BATCH RUNS (OR AN ADMIN
      *    HAS CLOSED IT THROUGH ONLMAINT) A MONEY-MOVING REQUEST IS
      *    EITHER REFUSED OUTRIGHT OR QUEUED WHOLE FOR ONLREPLAY, SO
      *    NOTHING POSTS BETWEEN INTACCRUE AND EODRECON. INQUIRIES
      *    AND NON-MONETARY MAINTENANCE ARE SERVED AS NORMAL. EVERY
      *    REQUEST REFUSED OR QUEUED IS LOGGED FOR ONLWINRPT.
           SET FG-WINDOW-NONE                TO TRUE
           PERFORM F-SET-MONEY-MOVING
           IF FG-MONEY-MOVING-N
             EXIT SECTION
           END-IF

           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET              TO TRUE
           SET PGNAME-ONLMODE                TO TRUE
           CALL PROGNAME USING BY REFERENCE ONLMODE-INTERFACE

           IF O-ONLMODE-OPEN
             EXIT SECTION
           END-IF

           ACCEPT WS-WIN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-WIN-TIME FROM TIME
           MOVE SPACES                       TO WS-WIN-TS
           STRING WS-WIN-DATE(1:4) "-" WS-WIN-DATE(5:2) "-"
                  WS-WIN-DATE(7:2) " "
                  WS-WIN-TIME(1:2) ":" WS-WIN-TIME(3:2) ":"
                  WS-WIN-TIME(5:2)
             DELIMITED BY SIZE INTO WS-WIN-TS
           END-STRING

           IF O-ONLMODE-QUEUE
             PERFORM F-QUEUE-REQUEST
           END-IF

      *    REFUSE MODE -- OR A QUEUE THAT COULD NOT BE WRITTEN, WHICH
      *    MUST NEVER FALL THROUGH TO POSTING.
           IF NOT FG-WINDOW-QUEUED
             SET FG-WINDOW-REFUSED           TO TRUE
             SET O-DISP-ERR-DISP-WINDOW-CLOSED TO TRUE
             MOVE O-DISP-ERROR-NO            TO I-ERR-CODE
             MOVE 1                          TO I-ERR-PARAM-COUNT
             MOVE O-ONLMODE-SET-AT           TO I-ERR-PARAM (1)
             SET FG-PROG-ERROR               TO TRUE
           END-IF

           PERFORM F-LOG-WINDOW-REQUEST
           .
       F-CHECK-ONLINE-MODE-END.
           EXIT.
      ******************************************************************
       F-QUEUE-REQUEST SECTION.
      *    THE REQUEST IS SPOOLED EXACTLY AS RECEIVED -- ONE FIXED
      *    DISPATCHER-IN IMAGE, REQUEST KEY INCLUDED -- SO ONLREPLAY
      *    RUNS IT THROUGH EVERY NORMAL VALIDATION AFTER THE BATCH,
      *    AND A CLIENT RESUBMISSION QUEUED TWICE STILL POSTS ONCE.
           OPEN EXTEND ONLQUEUE-FILE
           IF WS-ONLQUEUE-FILE-STATUS = "35"
             OPEN OUTPUT ONLQUEUE-FILE
           END-IF
           IF WS-ONLQUEUE-FILE-STATUS NOT = "00"
             STRING
               "ONLINE QUEUE UNAVAILABLE (STATUS ",
               WS-ONLQUEUE-FILE-STATUS,
               ") - REQUEST REFUSED INSTEAD"
               INTO U-LOG-LINE
             END-STRING
             PERFORM UT-LOG-SINGLE-LINE
             EXIT SECTION
           END-IF

           MOVE ARG-COMMAND-STRING           TO ONLQUEUE-LINE
           WRITE ONLQUEUE-LINE
           IF WS-ONLQUEUE-FILE-STATUS = "00"
             SET FG-WINDOW-QUEUED            TO TRUE
           END-IF
           CLOSE ONLQUEUE-FILE
           .
       F-QUEUE-REQUEST-END.
           EXIT.
      ******************************************************************
       F-LOG-WINDOW-REQUEST SECTION.
      *    ONE LINE PER REFUSED/QUEUED REQUEST, FILED UNDER THE
      *    BUSINESS DATE, FOR THE MORNING'S ONLWINRPT.
           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET              TO TRUE
           SET PGNAME-BUSDATE                TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE

           MOVE SPACES                       TO ONLWIN-LOG-RECORD
           MOVE O-BUSDATE                    TO OW-BUSDATE
           MOVE WS-WIN-TS                    TO OW-TS
           IF FG-WINDOW-QUEUED
             SET OW-QUEUED                   TO TRUE
           ELSE
             SET OW-REFUSED                  TO TRUE
           END-IF
           MOVE I-DISP-BANKUSERID            TO OW-BANKUSERID
           MOVE I-DISP-METHOD                TO OW-METHOD
           MOVE I-DISP-OBJECT                TO OW-OBJECT
           MOVE I-DISP-REQUEST-KEY           TO OW-REQUEST-KEY
           MOVE O-ONLMODE-SET-BY             TO OW-MODE-SET-BY

           OPEN EXTEND ONLWIN-LOG
           IF WS-ONLWIN-FILE-STATUS = "35"
             OPEN OUTPUT ONLWIN-LOG
           END-IF
           IF WS-ONLWIN-FILE-STATUS = "00"
             WRITE ONLWIN-LOG-RECORD
             CLOSE ONLWIN-LOG
           END-IF

           STRING
             "ONLINE WINDOW CLOSED (",
             FUNCTION TRIM(O-ONLMODE-MODE),
             " BY ",
             FUNCTION TRIM(O-ONLMODE-SET-BY),
             ") - ",
             FUNCTION TRIM(I-DISP-METHOD), " ",
             FUNCTION TRIM(I-DISP-OBJECT), " ",
             OW-OUTCOME
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-LOG-WINDOW-REQUEST-END.
           EXIT.
      ******************************************************************
       F-CHECK-BREAK-GLASS SECTION.
      *    BREAK-GLASS: A TELLER HOLDING A LIVE GRANT (TAKEN THROUGH
      *    BRKGLASS, SEE BGCHECK) IS SERVED WITH ADMIN RIGHTS UNTIL
      *    IT RUNS OUT OR IS ENDED. THE BUSINESS OBJECTS SEE ONLY THE
      *    RAISED ROLE; THE TELLER'S OWN ROLE IS KEPT IN
      *    U-DISP-BG-ORIG-ROLE AND PUT BACK BEFORE THE NEXT REQUEST
      *    IS LOOKED AT. BANK-USER MAINTENANCE STAYS OUT OF REACH --
      *    A GRANT MUST NOT BE ABLE TO MAKE ITSELF PERMANENT.
           IF U-DISP-BG-ACTIVE-Y
             MOVE U-DISP-BG-ORIG-ROLE        TO U-DISP-LOGIN-ROLE
             SET U-DISP-BG-ACTIVE-N          TO TRUE
           END-IF
           SET FG-BG-USE-NONE                TO TRUE
           IF NOT U-DISP-LOGIN-TELLER
             EXIT SECTION
           END-IF

           INITIALIZE BGCHECK-INTERFACE
           SET I-BGC-OP-CHECK                TO TRUE
           MOVE U-DISP-LOGIN-ID              TO I-BGC-BUSR-ID
           SET PGNAME-BGCHECK                TO TRUE
           CALL PROGNAME USING BGCHECK-INTERFACE
           IF NOT BGCHECK-STATUS-ACTIVE
             EXIT SECTION
           END-IF

           IF I-DISP-OBJ-BUSR-ITEM AND NOT I-DISP-METHOD-GET
             SET O-DISP-ERR-DISP-BREAK-GLASS-LIMIT TO TRUE
             MOVE O-DISP-ERROR-NO            TO I-ERR-CODE
             MOVE 1                          TO I-ERR-PARAM-COUNT
             MOVE O-BGC-START-TS             TO I-ERR-PARAM (1)
             SET FG-PROG-ERROR               TO TRUE
             EXIT SECTION
           END-IF

           MOVE U-DISP-LOGIN-ROLE            TO U-DISP-BG-ORIG-ROLE
           MOVE O-BGC-START-TS               TO U-DISP-BG-GRANT-TS
           SET U-DISP-BG-ACTIVE-Y            TO TRUE
           SET U-DISP-LOGIN-ADMIN            TO TRUE
      *    FROM HERE ON THE REQUEST GOES ON THE USE LOG HOWEVER IT
      *    ENDS -- WRITTEN ONCE ITS OUTCOME IS KNOWN.
           SET FG-BG-USE-PENDING             TO TRUE

           MOVE SPACES                       TO U-LOG-LINE
           STRING
             "BREAK-GLASS GRANT ", O-BGC-START-TS,
             " IN FORCE FOR USER ", U-DISP-LOGIN-ID,
             " (", U-DISP-BG-ORIG-ROLE, ") UNTIL ",
             O-BGC-EXPIRES-TS, " - SERVED AS ADMIN"
             DELIMITED BY SIZE INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-CHECK-BREAK-GLASS-END.
           EXIT.
      ******************************************************************
       F-LOG-BREAK-GLASS-USE SECTION.
      *    ONE LINE ON THE USE LOG AND ONE ON THE GRANT'S COUNT FOR
      *    EVERY REQUEST THAT CAME IN UNDER THE GRANT, WHATEVER ITS
      *    OUTCOME -- SERVED, QUEUED FOR THE ONLINE WINDOW, REFUSED OR
      *    ANSWERED FROM ITS REQUEST KEY. WHAT THE SIGN-OFF IS ASKED TO
      *    ACCEPT.
           ACCEPT WS-WIN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-WIN-TIME FROM TIME
           MOVE SPACES                       TO BREAK-GLASS-USE-RECORD
           STRING WS-WIN-DATE(1:4) "-" WS-WIN-DATE(5:2) "-"
                  WS-WIN-DATE(7:2) " "
                  WS-WIN-TIME(1:2) ":" WS-WIN-TIME(3:2) ":"
                  WS-WIN-TIME(5:2)
             DELIMITED BY SIZE INTO BU-TS
           END-STRING
           MOVE U-DISP-LOGIN-ID              TO BU-BUSR-ID
           MOVE U-DISP-BG-GRANT-TS           TO BU-GRANT-TS
           MOVE I-DISP-METHOD                TO BU-METHOD
           MOVE I-DISP-OBJECT                TO BU-OBJECT
           MOVE O-DISP-ERROR-NO              TO BU-RESULT
           MOVE I-DISP-DATA(1:60)            TO BU-DATA

           OPEN EXTEND BREAK-GLASS-USE-LOG
           IF WS-BGUSE-FILE-STATUS = "35"
             OPEN OUTPUT BREAK-GLASS-USE-LOG
           END-IF
           IF WS-BGUSE-FILE-STATUS = "00"
             WRITE BREAK-GLASS-USE-RECORD
             CLOSE BREAK-GLASS-USE-LOG
           END-IF

           INITIALIZE BGCHECK-INTERFACE
           SET I-BGC-OP-USE                  TO TRUE
           MOVE U-DISP-LOGIN-ID              TO I-BGC-BUSR-ID
           SET PGNAME-BGCHECK                TO TRUE
           CALL PROGNAME USING BGCHECK-INTERFACE

           MOVE SPACES                       TO U-LOG-LINE
           STRING
             "BREAK-GLASS USE ", U-DISP-BG-GRANT-TS,
             " USER ", U-DISP-LOGIN-ID, " - ",
             FUNCTION TRIM(I-DISP-METHOD), " ",
             FUNCTION TRIM(I-DISP-OBJECT), " ",
             O-DISP-ERROR-NO
             DELIMITED BY SIZE INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           SET FG-BG-USE-NONE                TO TRUE
           .
       F-LOG-BREAK-GLASS-USE-END.
           EXIT.
      ******************************************************************
       F-QUEUED-RESPONSE SECTION.
      *    A QUEUED REQUEST NEVER REACHED ITS BUSINESS OBJECT, SO
      *    THERE IS NO RESULT TO SHOW -- THE CLIENT GETS THE QUEUEING
      *    ITSELF BACK INSTEAD.
           INITIALIZE GENERIC-INTERFACE
           PERFORM RESET-GENERIC-ARRAYS
           MOVE "QUEUED"                     TO I-GEN-TAB-NAME
           MOVE 1                            TO I-GEN-ROW-NO
           MOVE 3                            TO I-GEN-FIELD-CNT(1)
           MOVE "STATUS"                     TO I-GEN-F-NAME(1,1)
           MOVE "QUEUED FOR REPLAY AFTER THE NIGHTLY BATCH"
                                             TO I-GEN-F-VAL(1,1)
           MOVE "QUEUED AT"                  TO I-GEN-F-NAME(1,2)
           MOVE WS-WIN-TS                    TO I-GEN-F-VAL(1,2)
           MOVE "REQUEST KEY"                TO I-GEN-F-NAME(1,3)
           MOVE I-DISP-REQUEST-KEY           TO I-GEN-F-VAL(1,3)
           SET PGNAME-GENERIC                TO TRUE
           CALL PROGNAME USING GENERIC-INTERFACE
           .
       F-QUEUED-RESPONSE-END.
           EXIT.
      ******************************************************************
       CHOOSE-RIGHT-CASE-JSON SECTION.
           *> Populate generic for CUSTOMER list
               PERFORM DEBITBLK-ITEM-DELETE
             END-IF
           END-IF
      *>Populate generic for VIRTUAL IBANS OF AN ACCOUNT
           IF I-DISP-OBJ-VIBAN
             PERFORM GENERIC-VIBAN-LIST
           END-IF
      *>Populate generic for WITHDRAWAL NOTICES OF AN ACCOUNT
           IF I-DISP-OBJ-NOTICE
             PERFORM GENERIC-NOTICE-LIST
           END-IF
      *>Populate generic for CUSTOMER SELF-SERVICE INQUIRY
           IF I-DISP-OBJ-INQUIRY
             PERFORM CUSTOMER-INQUIRY
               PERFORM FUTURE-ITEM-DELETE
             END-IF
           END-IF
      *>Populate generic for REQUEST-TO-PAY
           IF I-DISP-OBJ-PAYREQ
             IF I-DISP-METHOD-GET
               PERFORM GENERIC-PAYREQ-LIST
             END-IF
             IF I-DISP-METHOD-POST
               PERFORM PAYREQ-ITEM-POST
             END-IF
             IF I-DISP-METHOD-PUT
               PERFORM PAYREQ-ITEM-PUT
             END-IF
           END-IF
      *>Populate generic for PAYMENT PROXIES
           IF I-DISP-OBJ-PROXY
             IF I-DISP-METHOD-GET AND I-GET-PX-CUSTID NOT = 0
               PERFORM GENERIC-PROXY-LIST
             ELSE
               PERFORM PROXY-ITEM
             END-IF
           END-IF
      *>Populate generic for DECEASED MARKING
           IF I-DISP-OBJ-DECEASED
             IF I-DISP-METHOD-POST
           END-IF
      *>Populate generic for ONE CARD
           IF I-DISP-OBJ-CARD-ITEM
             IF I-DISP-METHOD-GET
               PERFORM CARD-ITEM-GET
             END-IF
             IF I-DISP-METHOD-POST
               PERFORM CARD-ITEM-POST
             END-IF
               PERFORM CARD-ITEM-DELETE
             END-IF
           END-IF
      *>Populate generic for LOYALTY POINTS
           IF I-DISP-OBJ-POINTS
             IF I-DISP-METHOD-GET
               PERFORM POINTS-ITEM-GET
             END-IF
             IF I-DISP-METHOD-POST
               PERFORM POINTS-ITEM-POST
             END-IF
           END-IF
           SET PGNAME-GENERIC                TO TRUE
           CALL PROGNAME USING GENERIC-INTERFACE
           .

           MOVE "BALANCE"                   TO I-GEN-F-NAME(1, 5)
           MOVE O-GET-ACC-BALANCE(1)        TO WS-BAL-FMT
           MOVE FUNCTION TRIM(WS-BAL-FMT)   TO I-GEN-F-VAL (1, 5)
           .
       ACCOUNT-ITEM-POST-END.
           EXIT.

           MOVE "BALANCE"                   TO I-GEN-F-NAME(1, 2)
           MOVE O-GET-ACC-BALANCE(1)        TO WS-BAL-FMT
           MOVE FUNCTION TRIM(WS-BAL-FMT)   TO I-GEN-F-VAL (1, 2)
           .
       ACCOUNT-ITEM-PUT-END.
           EXIT.
           MOVE O-POST-TRANS-ACCOUNTID   TO I-GEN-F-VAL(1,1)
           MOVE "AMOUNT"                 TO I-GEN-F-NAME(1,2)
           MOVE O-POST-TRANS-AMOUNT      TO WS-AMT-FMT
           MOVE FUNCTION TRIM(WS-AMT-FMT)   TO I-GEN-F-VAL(1,2)
           MOVE "TIMESTAMP"              TO I-GEN-F-NAME(1,3)
           MOVE O-POST-TRANS-TIMESTAMP   TO I-GEN-F-VAL(1,3)
           MOVE "OPERATION TYPE"         TO I-GEN-F-NAME(1,4)
           MOVE O-POST-TRANS-TRANS-TYPE  TO I-GEN-F-VAL(1,4)
           MOVE "BALANCE"                TO I-GEN-F-NAME(1,5)
           MOVE O-POST-TRANS-BALANCE     TO WS-BAL-FMT
           MOVE FUNCTION TRIM(WS-BAL-FMT)   TO I-GEN-F-VAL(1,5)
      *    A CURRENCY POCKET POSTING SAYS WHICH POCKET MOVED.
           IF O-POST-TRANS-CURRENCY NOT = SPACES
             MOVE 6                      TO I-GEN-FIELD-CNT(1)
             MOVE "POCKET"               TO I-GEN-F-NAME(1,6)
             MOVE O-POST-TRANS-CURRENCY  TO I-GEN-F-VAL(1,6)
           END-IF
      *    AN EARLY NOTICE SAVINGS WITHDRAWAL SHOWS ITS PENALTY (IT
      *    IS NEVER A POCKET POSTING, SO THE TWO DO NOT MEET).
           IF O-POST-TRANS-PENALTY IS NUMERIC
             AND O-POST-TRANS-PENALTY > 0
             MOVE 6                      TO I-GEN-FIELD-CNT(1)
             MOVE "PENALTY"              TO I-GEN-F-NAME(1,6)
             MOVE O-POST-TRANS-PENALTY   TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(1,6)
           END-IF
           .
       GENERIC-POST-TRANSACTION-END.
           EXIT.
                                             TO I-GEN-F-VAL(WS-IDX, 1)
             MOVE "AMOUNT"                   TO I-GEN-F-NAME(WS-IDX, 2)
             MOVE O-GET-TRANS-AMOUNT(WS-IDX) TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 2)
             MOVE "TIMESTAMP"                TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-GET-TRANS-TIMESTAMP(WS-IDX) 
                                             TO I-GEN-F-VAL(WS-IDX, 3)
             MOVE "BALANCE"                  TO I-GEN-F-NAME(WS-IDX, 5)
             MOVE O-GET-TRANS-BALANCE(WS-IDX) 
                                             TO WS-BAL-FMT
             MOVE FUNCTION TRIM(WS-BAL-FMT) TO I-GEN-F-VAL(WS-IDX, 5)
           END-PERFORM
           .
       GENERIC-GET-TRANSACTION-END.
             IF O-GET-TRANS-AMOUNT(WS-IDX) NOT = SPACES
               MOVE O-GET-TRANS-AMOUNT(WS-IDX) 
                                            TO WS-AMT-FMT
               MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 2)
             ELSE
               MOVE "0"                     TO I-GEN-F-VAL(WS-IDX, 2)
             END-IF
             MOVE "BALANCE"                 TO I-GEN-F-NAME(WS-IDX, 5)
             MOVE O-GET-TRANS-BALANCE(WS-IDX)   
                                            TO WS-BAL-FMT
             MOVE FUNCTION TRIM(WS-BAL-FMT) TO I-GEN-F-VAL(WS-IDX,5)
           END-PERFORM
           .
       GENERIC-TRANSACTION-LIST-END.

             MOVE "AMOUNT"                  TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-GET-TRANSFER-AMOUNT(WS-IDX) TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 4)

             MOVE "TIMESTAMP"               TO I-GEN-F-NAME(WS-IDX, 5)
             MOVE O-GET-TRANSFER-TIMESTAMP(WS-IDX)

             MOVE "AMOUNT"                  TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-GET-HOLD-AMOUNT(WS-IDX) TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 3)

             MOVE "REASON"                  TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-GET-HOLD-REASON(WS-IDX)

           MOVE "AMOUNT"                    TO I-GEN-F-NAME(1, 3)
           MOVE O-POST-HOLD-AMOUNT          TO WS-AMT-FMT
           MOVE FUNCTION TRIM(WS-AMT-FMT)   TO I-GEN-F-VAL(1, 3)

           MOVE "REASON"                    TO I-GEN-F-NAME(1, 4)
           MOVE O-POST-HOLD-REASON          TO I-GEN-F-VAL(1, 4)

             MOVE "MIN AMOUNT"              TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-DBK-MIN-AMOUNT(WS-IDX)  TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 3)

             MOVE "PATTERN"                 TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-DBK-REF-PATTERN(WS-IDX)

           MOVE "MIN AMOUNT"                TO I-GEN-F-NAME(1, 3)
           MOVE O-DBK-MIN-AMOUNT(1)         TO WS-AMT-FMT
           MOVE FUNCTION TRIM(WS-AMT-FMT)   TO I-GEN-F-VAL(1, 3)

           MOVE "PATTERN"                   TO I-GEN-F-NAME(1, 4)
           MOVE O-DBK-REF-PATTERN(1)        TO I-GEN-F-VAL(1, 4)
           .
       DEBITBLK-ITEM-DELETE-END.
           EXIT.
      ******************************************************************
       GENERIC-VIBAN-LIST SECTION.
      *    POST AND DELETE HAND BACK THE ONE ROW ISSUED OR CLOSED IN
      *    THE SAME SHAPE AS THE LIST.
           MOVE "VIBAN"                     TO I-GEN-TAB-NAME
           MOVE O-VIB-COUNT                 TO I-GEN-ROW-NO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                                  UNTIL WS-IDX > I-GEN-ROW-NO
             MOVE 5                         TO I-GEN-FIELD-CNT(WS-IDX)

             MOVE "IBAN"                    TO I-GEN-F-NAME(WS-IDX, 1)
             MOVE O-VIB-IBAN(WS-IDX)        TO I-GEN-F-VAL(WS-IDX, 1)

             MOVE "TAG TYPE"                TO I-GEN-F-NAME(WS-IDX, 2)
             MOVE O-VIB-TAG-TYPE(WS-IDX)    TO I-GEN-F-VAL(WS-IDX, 2)

             MOVE "TAG"                     TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-VIB-TAG(WS-IDX)         TO I-GEN-F-VAL(WS-IDX, 3)

             MOVE "STATUS"                  TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-VIB-STATUS(WS-IDX)      TO I-GEN-F-VAL(WS-IDX, 4)

             MOVE "CREATED"                 TO I-GEN-F-NAME(WS-IDX, 5)
             MOVE O-VIB-CREATED-DATE(WS-IDX)
                                            TO I-GEN-F-VAL(WS-IDX, 5)
           END-PERFORM
           .
       GENERIC-VIBAN-LIST-END.
           EXIT.
      ******************************************************************
       GENERIC-NOTICE-LIST SECTION.
      *    POST AND DELETE HAND BACK THE ACCOUNT'S OPEN NOTICES IN THE
      *    SAME SHAPE AS THE LIST.
           MOVE "NOTICE"                    TO I-GEN-TAB-NAME
           MOVE O-NTL-COUNT                 TO I-GEN-ROW-NO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                                  UNTIL WS-IDX > I-GEN-ROW-NO
             MOVE 6                         TO I-GEN-FIELD-CNT(WS-IDX)

             MOVE "SEQ"                     TO I-GEN-F-NAME(WS-IDX, 1)
             MOVE O-NTL-SEQ(WS-IDX)         TO I-GEN-F-VAL(WS-IDX, 1)

             MOVE "AMOUNT"                  TO I-GEN-F-NAME(WS-IDX, 2)
             MOVE O-NTL-AMOUNT(WS-IDX)      TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 2)

             MOVE "USED"                    TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-NTL-USED(WS-IDX)        TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 3)

             MOVE "FILED"                   TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-NTL-FILED-DATE(WS-IDX)  TO I-GEN-F-VAL(WS-IDX, 4)

             MOVE "EXPIRES"                 TO I-GEN-F-NAME(WS-IDX, 5)
             MOVE O-NTL-EXPIRY-DATE(WS-IDX) TO I-GEN-F-VAL(WS-IDX, 5)

             MOVE "WINDOW ENDS"             TO I-GEN-F-NAME(WS-IDX, 6)
             MOVE O-NTL-WINDOW-END(WS-IDX)  TO I-GEN-F-VAL(WS-IDX, 6)
           END-PERFORM
           .
       GENERIC-NOTICE-LIST-END.
           EXIT.
      ******************************************************************
       GENERIC-BENEF-LIST SECTION.
           MOVE "BENEFICIARY"               TO I-GEN-TAB-NAME
           .
       FUTURE-ITEM-DELETE-END.
           EXIT.
      ******************************************************************
       GENERIC-PAYREQ-LIST SECTION.
           MOVE "PAYREQ"                    TO I-GEN-TAB-NAME
           MOVE O-PRL-COUNT                 TO I-GEN-ROW-NO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                                  UNTIL WS-IDX > I-GEN-ROW-NO
             MOVE 6                         TO I-GEN-FIELD-CNT(WS-IDX)

             MOVE "ID"                      TO I-GEN-F-NAME(WS-IDX, 1)
             MOVE O-PRL-ID(WS-IDX)          TO I-GEN-F-VAL(WS-IDX, 1)

             MOVE "IBAN"                    TO I-GEN-F-NAME(WS-IDX, 2)
             MOVE O-PRL-OTHER-IBAN(WS-IDX)  TO I-GEN-F-VAL(WS-IDX, 2)

             MOVE "AMOUNT"                  TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-PRL-AMOUNT(WS-IDX)      TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX, 3)

             MOVE "REFERENCE"               TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-PRL-REFERENCE(WS-IDX)   TO I-GEN-F-VAL(WS-IDX, 4)

             MOVE "EXPIRES"                 TO I-GEN-F-NAME(WS-IDX, 5)
             MOVE O-PRL-EXPIRY-DATE(WS-IDX) TO I-GEN-F-VAL(WS-IDX, 5)

             MOVE "STATUS"                  TO I-GEN-F-NAME(WS-IDX, 6)
             MOVE O-PRL-STATUS(WS-IDX)      TO I-GEN-F-VAL(WS-IDX, 6)
           END-PERFORM
           .
       GENERIC-PAYREQ-LIST-END.
           EXIT.
      ******************************************************************
       PAYREQ-ITEM-POST SECTION.
           MOVE "PAYREQ"                    TO I-GEN-TAB-NAME
           MOVE 1                           TO I-GEN-ROW-NO
           MOVE 4                           TO I-GEN-FIELD-CNT(1)

           MOVE "ID"                        TO I-GEN-F-NAME(1, 1)
           MOVE O-POST-PR-ID                TO I-GEN-F-VAL(1, 1)

           MOVE "PAYER IBAN"                TO I-GEN-F-NAME(1, 2)
           MOVE O-POST-PR-PAYER-IBAN        TO I-GEN-F-VAL(1, 2)

           MOVE "EXPIRES"                   TO I-GEN-F-NAME(1, 3)
           MOVE O-POST-PR-EXPIRY-DATE       TO I-GEN-F-VAL(1, 3)

           MOVE "STATUS"                    TO I-GEN-F-NAME(1, 4)
           MOVE O-POST-PR-STATUS            TO I-GEN-F-VAL(1, 4)
           .
       PAYREQ-ITEM-POST-END.
           EXIT.
      ******************************************************************
       PAYREQ-ITEM-PUT SECTION.
           MOVE "PAYREQ"                    TO I-GEN-TAB-NAME
           MOVE 1                           TO I-GEN-ROW-NO
           MOVE 4                           TO I-GEN-FIELD-CNT(1)

           MOVE "ID"                        TO I-GEN-F-NAME(1, 1)
           MOVE O-PUT-PR-ID                 TO I-GEN-F-VAL(1, 1)

           MOVE "STATUS"                    TO I-GEN-F-NAME(1, 2)
           MOVE O-PUT-PR-STATUS             TO I-GEN-F-VAL(1, 2)

           MOVE "TRANSFER ID"               TO I-GEN-F-NAME(1, 3)
           MOVE O-PUT-PR-TRANSFER-ID        TO I-GEN-F-VAL(1, 3)

           MOVE "TRANSFER STATUS"           TO I-GEN-F-NAME(1, 4)
           MOVE O-PUT-PR-TRANSFER-STATUS    TO I-GEN-F-VAL(1, 4)
           .
       PAYREQ-ITEM-PUT-END.
           EXIT.
      ******************************************************************
       GENERIC-PROXY-LIST SECTION.
           MOVE "PROXY"                     TO I-GEN-TAB-NAME
           MOVE O-PXL-COUNT                 TO I-GEN-ROW-NO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                                  UNTIL WS-IDX > I-GEN-ROW-NO
             MOVE 4                         TO I-GEN-FIELD-CNT(WS-IDX)

             MOVE "TYPE"                    TO I-GEN-F-NAME(WS-IDX, 1)
             MOVE O-PXL-TYPE(WS-IDX)        TO I-GEN-F-VAL(WS-IDX, 1)

             MOVE "PROXY"                   TO I-GEN-F-NAME(WS-IDX, 2)
             MOVE O-PXL-VALUE(WS-IDX)       TO I-GEN-F-VAL(WS-IDX, 2)

             MOVE "IBAN"                    TO I-GEN-F-NAME(WS-IDX, 3)
             MOVE O-PXL-IBAN(WS-IDX)        TO I-GEN-F-VAL(WS-IDX, 3)

             MOVE "REGISTERED"              TO I-GEN-F-NAME(WS-IDX, 4)
             MOVE O-PXL-REG-DATE(WS-IDX)    TO I-GEN-F-VAL(WS-IDX, 4)
           END-PERFORM
           .
       GENERIC-PROXY-LIST-END.
           EXIT.
      ******************************************************************
       PROXY-ITEM SECTION.
      *    ONE SHAPE FOR REGISTER, RELEASE AND DIRECTORY LOOKUP.
           MOVE "PROXY"                     TO I-GEN-TAB-NAME
           MOVE 1                           TO I-GEN-ROW-NO
           MOVE 6                           TO I-GEN-FIELD-CNT(1)

           MOVE "TYPE"                      TO I-GEN-F-NAME(1, 1)
           MOVE O-PX-TYPE                   TO I-GEN-F-VAL(1, 1)

           MOVE "PROXY"                     TO I-GEN-F-NAME(1, 2)
           MOVE O-PX-VALUE                  TO I-GEN-F-VAL(1, 2)

           MOVE "IBAN"                      TO I-GEN-F-NAME(1, 3)
           MOVE O-PX-IBAN                   TO I-GEN-F-VAL(1, 3)

           MOVE "NAME"                      TO I-GEN-F-NAME(1, 4)
           MOVE O-PX-NAME                   TO I-GEN-F-VAL(1, 4)

           MOVE "BANK"                      TO I-GEN-F-NAME(1, 5)
           MOVE O-PX-BANK-ID                TO I-GEN-F-VAL(1, 5)

           MOVE "STATUS"                    TO I-GEN-F-NAME(1, 6)
           MOVE O-PX-STATUS                 TO I-GEN-F-VAL(1, 6)
           .
       PROXY-ITEM-END.
           EXIT.
      ******************************************************************
       DECEASED-ITEM-POST SECTION.
           MOVE "DECEASED"                  TO I-GEN-TAB-NAME
           .
       GENERIC-CARD-LIST-END.
           EXIT.
      ******************************************************************
       CARD-ITEM-GET SECTION.
           MOVE "CARD"                      TO I-GEN-TAB-NAME
           MOVE 1                           TO I-GEN-ROW-NO
           MOVE 6                           TO I-GEN-FIELD-CNT(1)

           MOVE "ID"                        TO I-GEN-F-NAME(1, 1)
           MOVE O-GET-CARD-ITEM-ID          TO I-GEN-F-VAL(1, 1)

           MOVE "STATUS"                    TO I-GEN-F-NAME(1, 2)
           MOVE O-GET-CARD-ITEM-STATUS      TO I-GEN-F-VAL(1, 2)

           MOVE "ECOMMERCE"                 TO I-GEN-F-NAME(1, 3)
           MOVE O-GET-CARD-CTL-ECOM         TO I-GEN-F-VAL(1, 3)

           MOVE SPACES                      TO WS-CTL-TEXT
           MOVE 1                           TO WS-CTL-PTR
           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 5
             IF O-GET-CARD-CTL-MCC(I1) NOT = SPACES
               STRING O-GET-CARD-CTL-MCC(I1) " "
                 DELIMITED BY SIZE
                 INTO WS-CTL-TEXT WITH POINTER WS-CTL-PTR
               END-STRING
             END-IF
           END-PERFORM
           MOVE "BLOCKED MCC"               TO I-GEN-F-NAME(1, 4)
           MOVE WS-CTL-TEXT                 TO I-GEN-F-VAL(1, 4)

           MOVE SPACES                      TO WS-CTL-TEXT
           MOVE 1                           TO WS-CTL-PTR
           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 5
             IF O-GET-CARD-CTL-COUNTRY(I1) NOT = SPACES
               STRING O-GET-CARD-CTL-COUNTRY(I1) " "
                 DELIMITED BY SIZE
                 INTO WS-CTL-TEXT WITH POINTER WS-CTL-PTR
               END-STRING
             END-IF
           END-PERFORM
           MOVE "ALLOWED COUNTRIES"         TO I-GEN-F-NAME(1, 5)
           MOVE WS-CTL-TEXT                 TO I-GEN-F-VAL(1, 5)

           MOVE SPACES                      TO WS-CTL-TEXT
           MOVE 1                           TO WS-CTL-PTR
           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 2
             IF O-GET-CARD-CTL-TRV-FROM(I1) NOT = 0
               STRING O-GET-CARD-CTL-TRV-COUNTRY(I1) " "
                      O-GET-CARD-CTL-TRV-FROM(I1) "-"
                      O-GET-CARD-CTL-TRV-TO(I1) " "
                 DELIMITED BY SIZE
                 INTO WS-CTL-TEXT WITH POINTER WS-CTL-PTR
               END-STRING
             END-IF
           END-PERFORM
           MOVE "TRAVEL NOTICES"            TO I-GEN-F-NAME(1, 6)
           MOVE WS-CTL-TEXT                 TO I-GEN-F-VAL(1, 6)
           .
       CARD-ITEM-GET-END.
           EXIT.
      ******************************************************************
       CARD-ITEM-POST SECTION.
           MOVE "CARD"                      TO I-GEN-TAB-NAME
           .
       CARD-ITEM-DELETE-END.
           EXIT.
      ******************************************************************
       POINTS-ITEM-GET SECTION.
           MOVE "POINTS"                    TO I-GEN-TAB-NAME
           MOVE 1                           TO I-GEN-ROW-NO
           MOVE 6                           TO I-GEN-FIELD-CNT(1)

           MOVE "BALANCE"                   TO I-GEN-F-NAME(1, 1)
           MOVE O-GET-PTS-BALANCE           TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 1)

           MOVE "EARNED"                    TO I-GEN-F-NAME(1, 2)
           MOVE O-GET-PTS-EARNED            TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 2)

           MOVE "REVERSED"                  TO I-GEN-F-NAME(1, 3)
           MOVE O-GET-PTS-REVERSED          TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 3)

           MOVE "REDEEMED"                  TO I-GEN-F-NAME(1, 4)
           MOVE O-GET-PTS-REDEEMED          TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 4)

           MOVE "EXPIRED"                   TO I-GEN-F-NAME(1, 5)
           MOVE O-GET-PTS-EXPIRED           TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 5)

      *    THE NEXT EXPIRY AS "<POINTS> ON <yyyymmdd>", BLANK WHEN
      *    NOTHING IS LEFT TO EXPIRE.
           MOVE "NEXT EXPIRY"               TO I-GEN-F-NAME(1, 6)
           MOVE SPACES                      TO WS-CTL-TEXT
           IF O-GET-PTS-NEXT-EXPIRY-DATE NOT = 0
             MOVE O-GET-PTS-NEXT-EXPIRY-POINTS TO WS-PTS-FMT
             STRING FUNCTION TRIM(WS-PTS-FMT) " ON "
                    O-GET-PTS-NEXT-EXPIRY-DATE
               DELIMITED BY SIZE
               INTO WS-CTL-TEXT
             END-STRING
           END-IF
           MOVE WS-CTL-TEXT                 TO I-GEN-F-VAL(1, 6)
           .
       POINTS-ITEM-GET-END.
           EXIT.
      ******************************************************************
       POINTS-ITEM-POST SECTION.
           MOVE "POINTS"                    TO I-GEN-TAB-NAME
           MOVE 1                           TO I-GEN-ROW-NO
           MOVE 6                           TO I-GEN-FIELD-CNT(1)

           MOVE "ACCOUNT ID"                TO I-GEN-F-NAME(1, 1)
           MOVE O-POST-PTS-ACCID            TO I-GEN-F-VAL(1, 1)

           MOVE "POINTS"                    TO I-GEN-F-NAME(1, 2)
           MOVE O-POST-PTS-POINTS           TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 2)

           MOVE "CREDIT"                    TO I-GEN-F-NAME(1, 3)
           MOVE O-POST-PTS-CREDIT           TO WS-AMT-FMT
           MOVE FUNCTION TRIM(WS-AMT-FMT)   TO I-GEN-F-VAL(1, 3)

           MOVE "CURRENCY"                  TO I-GEN-F-NAME(1, 4)
           MOVE O-POST-PTS-CURRENCY         TO I-GEN-F-VAL(1, 4)

           MOVE "ACCOUNT BALANCE"           TO I-GEN-F-NAME(1, 5)
           MOVE O-POST-PTS-ACC-BALANCE      TO WS-BAL-FMT
           MOVE FUNCTION TRIM(WS-BAL-FMT)   TO I-GEN-F-VAL(1, 5)

           MOVE "POINTS BALANCE"            TO I-GEN-F-NAME(1, 6)
           MOVE O-POST-PTS-BALANCE          TO WS-PTS-FMT
           MOVE FUNCTION TRIM(WS-PTS-FMT)   TO I-GEN-F-VAL(1, 6)
           .
       POINTS-ITEM-POST-END.
           EXIT.
      ******************************************************************
       CUSTOMER-ITEM SECTION.

      *    ACCOUNT WITH ITS MOST RECENT TRANSACTION FOLDED IN -- THE
      *    GENERIC TABLE ONLY CARRIES 6 FLAT FIELDS PER ROW SO THE
      *    NESTED ACCOUNT/TRANSACTION SNAPSHOT IS FLATTENED THIS WAY.
      *    PENDING REQUESTS-TO-PAY FOLLOW THE ACCOUNT ROWS.
           MOVE "INQUIRY"                   TO I-GEN-TAB-NAME
           MOVE O-INQ-ACC-COUNT             TO WS-IDX2
           ADD 1                            TO WS-IDX2
           ADD O-INQ-PR-COUNT               TO WS-IDX2
           MOVE WS-IDX2                     TO I-GEN-ROW-NO

           MOVE 4                           TO I-GEN-FIELD-CNT(1)
                                        TO I-GEN-F-VAL(WS-IDX2, 3)
             MOVE "BALANCE"             TO I-GEN-F-NAME(WS-IDX2, 4)
             MOVE O-INQ-ACC-BALANCE(WS-IDX) TO WS-BAL-FMT
             MOVE FUNCTION TRIM(WS-BAL-FMT) TO I-GEN-F-VAL(WS-IDX2, 4)
             MOVE "LAST TXN TYPE"       TO I-GEN-F-NAME(WS-IDX2, 5)
             IF O-INQ-ACC-TRANS-COUNT(WS-IDX) > 0
               MOVE O-INQ-TRANS-TRANS-TYPE(WS-IDX, 1)
             MOVE "LAST TXN AMOUNT"     TO I-GEN-F-NAME(WS-IDX2, 6)
             IF O-INQ-ACC-TRANS-COUNT(WS-IDX) > 0
               MOVE O-INQ-TRANS-AMOUNT(WS-IDX, 1) TO WS-AMT-FMT
               MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX2, 6)
             ELSE
               MOVE SPACES              TO I-GEN-F-VAL(WS-IDX2, 6)
             END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                                  UNTIL WS-IDX > O-INQ-PR-COUNT
             COMPUTE WS-IDX2 = O-INQ-ACC-COUNT + 1 + WS-IDX
             MOVE 6                    TO I-GEN-FIELD-CNT(WS-IDX2)

             MOVE "PAY REQUEST ID"      TO I-GEN-F-NAME(WS-IDX2, 1)
             MOVE O-INQ-PR-ID(WS-IDX)   TO I-GEN-F-VAL(WS-IDX2, 1)
             MOVE "FROM IBAN"           TO I-GEN-F-NAME(WS-IDX2, 2)
             MOVE O-INQ-PR-REQ-IBAN(WS-IDX)
                                        TO I-GEN-F-VAL(WS-IDX2, 2)
             MOVE "AMOUNT"              TO I-GEN-F-NAME(WS-IDX2, 3)
             MOVE O-INQ-PR-AMOUNT(WS-IDX) TO WS-AMT-FMT
             MOVE FUNCTION TRIM(WS-AMT-FMT) TO I-GEN-F-VAL(WS-IDX2, 3)
             MOVE "CURRENCY"            TO I-GEN-F-NAME(WS-IDX2, 4)
             MOVE O-INQ-PR-CURRENCY(WS-IDX)
                                        TO I-GEN-F-VAL(WS-IDX2, 4)
             MOVE "REFERENCE"           TO I-GEN-F-NAME(WS-IDX2, 5)
             MOVE O-INQ-PR-REFERENCE(WS-IDX)
                                        TO I-GEN-F-VAL(WS-IDX2, 5)
             MOVE "EXPIRES"             TO I-GEN-F-NAME(WS-IDX2, 6)
             MOVE O-INQ-PR-EXPIRY-DATE(WS-IDX)
                                        TO I-GEN-F-VAL(WS-IDX2, 6)
           END-PERFORM
           .
       CUSTOMER-INQUIRY-END.
           EXIT.
           IF O-DISP-ERR-OK
             PERFORM LOG-PGSUCCESS
             EVALUATE TRUE ALSO TRUE
      *queued during the online window -- nothing posted yet
               WHEN FG-WINDOW-QUEUED ALSO ANY
                 DISPLAY "QUEUED FOR REPLAY AFTER THE NIGHTLY BATCH"
                 DISPLAY "QUEUED AT : "WS-WIN-TS
      *get cust item
               WHEN I-DISP-METHOD-GET ALSO I-DISP-OBJ-CUST-ITEM
                 DISPLAY "CUSTID    : "O-GET-CUST-ITEM-ID
                 DISPLAY "AMOUNT    : " O-POST-TRANS-AMOUNT
                 DISPLAY "DATETIME  : " O-POST-TRANS-TIMESTAMP
                 DISPLAY "BALANCE   : " O-POST-TRANS-BALANCE
                 IF O-POST-TRANS-CURRENCY NOT = SPACES
                   DISPLAY "POCKET    : " O-POST-TRANS-CURRENCY
                 END-IF
                 IF O-POST-TRANS-PENALTY IS NUMERIC
                   AND O-POST-TRANS-PENALTY > 0
                   DISPLAY "PENALTY   : " O-POST-TRANS-PENALTY
                 END-IF

               WHEN I-DISP-METHOD-POST ALSO I-DISP-OBJ-ACC-ITEM
                 DISPLAY "NEW ACCOUNT ADDED:"
                       O-INQ-TRANS-BALANCE(I1, I2)
                   END-PERFORM
                 END-PERFORM
                 DISPLAY "PAY REQS  : "O-INQ-PR-COUNT
                 PERFORM VARYING I1 FROM 1 BY 1
                                    UNTIL I1 > O-INQ-PR-COUNT
                   DISPLAY "  REQ ID    : "O-INQ-PR-ID(I1)
                   DISPLAY "  FROM IBAN : "O-INQ-PR-REQ-IBAN(I1)
                   DISPLAY "  AMOUNT    : "O-INQ-PR-AMOUNT(I1)
                   DISPLAY "  CURRENCY  : "O-INQ-PR-CURRENCY(I1)
                   DISPLAY "  REFERENCE : "O-INQ-PR-REFERENCE(I1)
                   DISPLAY "  EXPIRES   : "O-INQ-PR-EXPIRY-DATE(I1)
                 END-PERFORM

               WHEN I-DISP-METHOD-POST ALSO I-DISP-OBJ-SWEEP
                 DISPLAY "SWEEP POSTED:"
                 DISPLAY "BENEFICIARY REMOVED:"
                 DISPLAY "NICKNAME  : "O-DEL-BN-NICKNAME

               WHEN I-DISP-METHOD-GET ALSO I-DISP-OBJ-PAYREQ
                 DISPLAY "RECORDS   : "O-PRL-COUNT
                 PERFORM VARYING I1 FROM 1 BY 1
                                    UNTIL I1 > O-PRL-COUNT
                   DISPLAY "ID        : "O-PRL-ID(I1)
                   DISPLAY "IBAN      : "O-PRL-OTHER-IBAN(I1)
                   DISPLAY "AMOUNT    : "O-PRL-AMOUNT(I1)
                   DISPLAY "CURRENCY  : "O-PRL-CURRENCY(I1)
                   DISPLAY "REFERENCE : "O-PRL-REFERENCE(I1)
                   DISPLAY "CREATED   : "O-PRL-CREATED-DATE(I1)
                   DISPLAY "EXPIRES   : "O-PRL-EXPIRY-DATE(I1)
                   DISPLAY "STATUS    : "O-PRL-STATUS(I1)
                 END-PERFORM

               WHEN I-DISP-METHOD-POST ALSO I-DISP-OBJ-PAYREQ
                 DISPLAY "PAYMENT REQUEST SENT:"
                 DISPLAY "ID        : "O-POST-PR-ID
                 DISPLAY "PAYER IBAN: "O-POST-PR-PAYER-IBAN
                 DISPLAY "EXPIRES   : "O-POST-PR-EXPIRY-DATE
                 DISPLAY "STATUS    : "O-POST-PR-STATUS

               WHEN I-DISP-METHOD-PUT ALSO I-DISP-OBJ-PAYREQ
                 DISPLAY "PAYMENT REQUEST ANSWERED:"
                 DISPLAY "ID        : "O-PUT-PR-ID
                 DISPLAY "STATUS    : "O-PUT-PR-STATUS
                 DISPLAY "TRANSFER  : "O-PUT-PR-TRANSFER-ID
                 DISPLAY "XFER STAT : "O-PUT-PR-TRANSFER-STATUS

               WHEN I-DISP-METHOD-GET ALSO I-DISP-OBJ-PROXY
                 IF I-GET-PX-CUSTID NOT = 0
                   DISPLAY "RECORDS   : "O-PXL-COUNT
                   PERFORM VARYING I1 FROM 1 BY 1
                                      UNTIL I1 > O-PXL-COUNT
                     DISPLAY "TYPE      : "O-PXL-TYPE(I1)
                     DISPLAY "PROXY     : "O-PXL-VALUE(I1)
                     DISPLAY "IBAN      : "O-PXL-IBAN(I1)
                     DISPLAY "REGISTERED: "O-PXL-REG-DATE(I1)
                   END-PERFORM
                 ELSE
                   DISPLAY "PAYEE     : "O-PX-NAME
                   DISPLAY "IBAN      : "O-PX-IBAN
                   DISPLAY "BANK      : "O-PX-BANK-ID
                 END-IF

               WHEN ANY ALSO I-DISP-OBJ-PROXY
                 DISPLAY "PROXY "O-PX-STATUS
                 DISPLAY "TYPE      : "O-PX-TYPE
                 DISPLAY "PROXY     : "O-PX-VALUE
                 DISPLAY "IBAN      : "O-PX-IBAN

               WHEN I-DISP-METHOD-GET ALSO I-DISP-OBJ-DEBIT-BLOCK
                 DISPLAY "RECORDS   : "O-DBK-COUNT
                 PERFORM VARYING I1 FROM 1 BY 1
               WHEN I-DISP-METHOD-DELETE ALSO I-DISP-OBJ-DEBIT-BLOCK
                 DISPLAY "DEBIT BLOCK LIFTED"

               WHEN I-DISP-METHOD-GET ALSO I-DISP-OBJ-VIBAN
                 DISPLAY "RECORDS   : "O-VIB-COUNT
                 PERFORM VARYING I1 FROM 1 BY 1
                                    UNTIL I1 > O-VIB-COUNT
                   DISPLAY "IBAN      : "O-VIB-IBAN(I1)
                   DISPLAY "TAG TYPE  : "O-VIB-TAG-TYPE(I1)
                   DISPLAY "TAG       : "O-VIB-TAG(I1)
                   DISPLAY "CREATED   : "O-VIB-CREATED-DATE(I1)
                 END-PERFORM

               WHEN I-DISP-METHOD-POST ALSO I-DISP-OBJ-VIBAN
                 DISPLAY "VIRTUAL IBAN ISSUED:"
                 DISPLAY "IBAN      : "O-VIB-IBAN(1)
                 DISPLAY "TAG TYPE  : "O-VIB-TAG-TYPE(1)
                 DISPLAY "TAG       : "O-VIB-TAG(1)

               WHEN I-DISP-METHOD-DELETE ALSO I-DISP-OBJ-VIBAN
                 DISPLAY "VIRTUAL IBAN CLOSED:"
                 DISPLAY "IBAN      : "O-VIB-IBAN(1)

               WHEN ANY ALSO I-DISP-OBJ-NOTICE
                 DISPLAY "NOTICE    : "O-NTL-NOTICE-DAYS " DAYS"
                 DISPLAY "AVAILABLE : "O-NTL-AVAILABLE
                 DISPLAY "RECORDS   : "O-NTL-COUNT
                 PERFORM VARYING I1 FROM 1 BY 1
                                    UNTIL I1 > O-NTL-COUNT
                   DISPLAY "SEQ       : "O-NTL-SEQ(I1)
                   DISPLAY "AMOUNT    : "O-NTL-AMOUNT(I1)
                   DISPLAY "USED      : "O-NTL-USED(I1)
                   DISPLAY "EXPIRES   : "O-NTL-EXPIRY-DATE(I1)
                   DISPLAY "WINDOW END: "O-NTL-WINDOW-END(I1)
                 END-PERFORM

               WHEN I-DISP-METHOD-POST ALSO I-DISP-OBJ-FUTURE-XFER
                 DISPLAY "FUTURE TRANSFER WAREHOUSED:"
                 DISPLAY "ID        : "O-POST-FUT-ID
                 DISPLAY "TYPE      : "O-POST-CARD-TYPE
                 DISPLAY "STATUS    : "O-POST-CARD-STATUS
                 DISPLAY "EXPIRY    : "O-POST-CARD-EXPIRY
                 IF O-POST-CARD-TYPE = "C"
                   DISPLAY "CR LIMIT  : "O-POST-CARD-CREDIT-LIMIT
                 END-IF

               WHEN I-DISP-METHOD-PUT ALSO I-DISP-OBJ-CARD-ITEM
                 DISPLAY "CARD UPDATED:"
                 DISPLAY "ID        : "O-DEL-CARD-ID
                 DISPLAY "STATUS    : "O-DEL-CARD-STATUS

               WHEN I-DISP-METHOD-GET ALSO I-DISP-OBJ-POINTS
                 DISPLAY "CUSTOMERID: "O-GET-PTS-CUSTID
                 DISPLAY "BALANCE   : "O-GET-PTS-BALANCE
                 DISPLAY "EARNED    : "O-GET-PTS-EARNED
                 DISPLAY "REVERSED  : "O-GET-PTS-REVERSED
                 DISPLAY "REDEEMED  : "O-GET-PTS-REDEEMED
                 DISPLAY "EXPIRED   : "O-GET-PTS-EXPIRED
                 IF O-GET-PTS-NEXT-EXPIRY-DATE NOT = 0
                   DISPLAY "NEXT EXPIRY: "
                           O-GET-PTS-NEXT-EXPIRY-POINTS " ON "
                           O-GET-PTS-NEXT-EXPIRY-DATE
                 END-IF

               WHEN I-DISP-METHOD-POST ALSO I-DISP-OBJ-POINTS
                 DISPLAY "POINTS REDEEMED:"
                 DISPLAY "ACCOUNT ID: "O-POST-PTS-ACCID
                 DISPLAY "POINTS    : "O-POST-PTS-POINTS
                 DISPLAY "CREDIT    : "O-POST-PTS-CREDIT
                         " "O-POST-PTS-CURRENCY
                 DISPLAY "ACC BAL   : "O-POST-PTS-ACC-BALANCE
                 DISPLAY "PTS BAL   : "O-POST-PTS-BALANCE

               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             "REQUESTS: " FUNCTION TRIM(WS-BATCH-REQ-NUMBER)
             " | PROCESSED: " FUNCTION TRIM(WS-BATCH-PROCESSED)
             " | FAILED: " FUNCTION TRIM(WS-BATCH-FAILED)
             " | QUEUED: " FUNCTION TRIM(WS-BATCH-QUEUED)
             INTO BATCH-RESULTS-LINE
           END-STRING
           WRITE BATCH-RESULTS-LINE
           MOVE SPACES                       TO O-DISP-ERROR-MESSAGE
           MOVE SPACES                       TO O-DISP-DATA-OUT
           SET FG-PROG-OK                    TO TRUE
           SET FG-WINDOW-NONE                TO TRUE
           SET FG-REQKEY-NONE                TO TRUE
           INITIALIZE ERROR-INTERFACE

           MOVE REQUEST-LINE                 TO ARG-COMMAND-STRING
             END-IF
           END-IF

      *    A GRANT CAN START OR RUN OUT PART WAY THROUGH THE FILE, SO
      *    IT IS LOOKED AT AGAIN FOR EVERY REQUEST.
           IF FG-PROG-OK AND FG-SESSION-CHECKED-Y
             PERFORM F-CHECK-BREAK-GLASS
           END-IF

           IF FG-PROG-OK
             PERFORM F-CHECK-ONLINE-MODE
           END-IF

           IF FG-PROG-OK AND FG-WINDOW-NONE
             PERFORM F-CLAIM-REQUEST-KEY
           END-IF

           IF FG-PROG-OK AND FG-WINDOW-NONE
             AND NOT FG-REQKEY-REPLAYED
             PERFORM F-CALL-BO
             PERFORM F-SETTLE-REQUEST-KEY
           END-IF

           IF FG-BG-USE-PENDING
             PERFORM F-LOG-BREAK-GLASS-USE
           END-IF

           IF NOT O-DISP-ERR-OK
             PERFORM F-HANDLE-ERROR
           END-IF

           MOVE SPACES                       TO BATCH-RESULTS-LINE
           IF O-DISP-ERR-OK
             ADD 1                           TO WS-BATCH-PROCESSED
             EVALUATE TRUE
               WHEN FG-WINDOW-QUEUED
                 ADD 1                       TO WS-BATCH-QUEUED
                 STRING
                   "REQ " WS-BATCH-REQ-NUMBER
                   " QUED " ARG-COMMAND-STRING(7:18)
                   " QUEUED FOR REPLAY AFTER THE NIGHTLY BATCH"
                   INTO BATCH-RESULTS-LINE
                 END-STRING
               WHEN FG-REQKEY-REPLAYED
                 STRING
                   "REQ " WS-BATCH-REQ-NUMBER
                   " DUP  " ARG-COMMAND-STRING(7:18)
                   " ORIGINAL RESULT OF " O-RK-FIRST-TS " RETURNED"
                   INTO BATCH-RESULTS-LINE
                 END-STRING
               WHEN OTHER
                 STRING
                   "REQ " WS-BATCH-REQ-NUMBER
                   " OK   " ARG-COMMAND-STRING(7:18)
                   INTO BATCH-RESULTS-LINE
                 END-STRING
             END-EVALUATE
           ELSE
             ADD 1                           TO WS-BATCH-FAILED
             STRING
