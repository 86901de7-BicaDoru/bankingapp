      *     VAULTMAINT RETURN  001 0007 20260901 350.00
      *     VAULTMAINT LIST    001
      *     VAULTMAINT RECON   001 29650.00
      *     VAULTMAINT ATMLOAD   001 10042 40000.00
      *     VAULTMAINT ATMUNLOAD 001 10042 3120.00
      *  One vault balance per BRANCHID on files/vault.dat, and one
      *  movement row per cash event on files/vaultmovements.dat:
      *  shipments to/from the central cash processor (SHIPIN/
      *  files/vaultvariance.log (same variance path as TILLBAL's
      *  files/tillvariance.log) -- found the day it happens, not at
      *  the annual count.
      *  ATMLOAD/ATMUNLOAD are the cassette replenishments for the
      *  branch's cash machines (see ATMMAINT): a load moves cash out
      *  of the vault into the machine's book cassette cash on
      *  files/atms.dat; an unload brings the counted cassette cash
      *  back into the vault, clears the machine's book cash, and
      *  appends any difference between the two to
      *  files/vaultvariance.log. RECON's combined position includes
      *  the cash sitting in the branch's machines.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           RECORD KEY IS TL-KEY
           FILE STATUS IS WS-TILL-FILE-STATUS.

           SELECT ATM-FILE ASSIGN TO "files/atms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-ATM-ID
           FILE STATUS IS WS-ATM-FILE-STATUS.

           SELECT VARIANCE-LOG ASSIGN TO "files/vaultvariance.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
             88 VM-TYPE-SHIP-OUT       VALUE "SO".
             88 VM-TYPE-TILL-ISSUE     VALUE "TI".
             88 VM-TYPE-TILL-RETURN    VALUE "TR".
             88 VM-TYPE-ATM-LOAD       VALUE "AL".
             88 VM-TYPE-ATM-UNLOAD     VALUE "AU".
           05 VM-AMOUNT                PIC 9(10)V99.
      *    THE TILL ROW A TI/TR MOVEMENT FED -- SAME FIELDS AS
      *    TL-KEY. ZEROES ON EXTERNAL SHIPMENTS.
           05 VM-TILL-BUSR-ID          PIC 9(09).
           05 VM-TILL-SHIFT-DATE       PIC 9(08).
      *    CARRIER/CIT REFERENCE ON SI/SO MOVEMENTS, "ATM " AND THE
      *    TERMINAL ID ON AL/AU MOVEMENTS.
           05 VM-REFERENCE             PIC X(20).
           05 VM-TIMESTAMP             PIC X(22).

       FD  TILL-FILE.
       COPY TILLRECORD.

       FD  ATM-FILE.
       COPY ATMRECORD.

       FD  VARIANCE-LOG.
       01  VARIANCE-LINE               PIC X(200).
      ******************************************************************

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(10).
           88 ARG-OP-SHIPIN              VALUE "SHIPIN".
           88 ARG-OP-SHIPOUT             VALUE "SHIPOUT".
           88 ARG-OP-ISSUE               VALUE "ISSUE".
           88 ARG-OP-RETURN              VALUE "RETURN".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-RECON               VALUE "RECON".
           88 ARG-OP-ATMLOAD             VALUE "ATMLOAD".
           88 ARG-OP-ATMUNLOAD           VALUE "ATMUNLOAD".
      *    SHIPIN/SHIPOUT: TOK2=BRANCH TOK3=AMOUNT TOK4=REFERENCE.
      *    ISSUE/RETURN: TOK2=BRANCH TOK3=BUSR-ID TOK4=SHIFT-DATE
      *    TOK5=AMOUNT. LIST: TOK2=BRANCH. RECON: TOK2=BRANCH
      *    TOK3=COUNTED VAULT CASH. ATMLOAD/ATMUNLOAD: TOK2=BRANCH
      *    TOK3=TERMINAL ID TOK4=AMOUNT LOADED / CASH COUNTED OUT.
         05 ARG-TOK2                    PIC X(03).
         05 ARG-TOK3                    PIC X(20).
         05 ARG-TOK4                    PIC X(20).
         05 WS-VAULT-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-MOVEMENT-FILE-STATUS     PIC XX VALUE SPACES.
         05 WS-TILL-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-ATM-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-ATM-ID                   PIC 9(05).
         05 WS-ATM-BOOK                 PIC S9(10)V99.
         05 WS-ATMS-EXPECTED            PIC S9(10)V99.
         05 WS-ATM-COUNT                PIC 9(04).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-BRANCHID                 PIC 9(03).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-NEXT-ID                  PIC 9(07) VALUE 0.
         05 WS-COUNTED                  PIC S9(10)V99.
         05 WS-VARIANCE                 PIC S9(10)V99.
         05 FG-VAULT-FOUND              PIC X VALUE 'N'.
           88 FG-VAULT-FOUND-Y          VALUE 'Y'.
           88 FG-VAULT-FOUND-N          VALUE 'N'.
         05 FG-ATM-FOUND                PIC X VALUE 'N'.
           88 FG-ATM-FOUND-Y            VALUE 'Y'.
           88 FG-ATM-FOUND-N            VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
               PERFORM F-LIST-VAULT
             WHEN ARG-OP-RECON
               PERFORM F-RECONCILE-VAULT
             WHEN ARG-OP-ATMLOAD
               PERFORM F-ATM-LOAD
             WHEN ARG-OP-ATMUNLOAD
               PERFORM F-ATM-UNLOAD
             WHEN OTHER
               DISPLAY "USAGE: VAULTMAINT "
                       "SHIPIN|SHIPOUT|ISSUE|RETURN|LIST|RECON|"
                       "ATMLOAD|ATMUNLOAD ..."
           END-EVALUATE

           PERFORM F-FINISH
             CLOSE TILL-FILE
           END-IF

      *    AND THE BOOK CASH IN THE BRANCH'S MACHINES.
           MOVE 0                          TO WS-ATMS-EXPECTED
           MOVE 0                          TO WS-ATM-COUNT
           OPEN INPUT ATM-FILE
           IF WS-ATM-FILE-STATUS = "00"
             MOVE LOW-VALUES               TO AT-ATM-ID
             START ATM-FILE KEY IS NOT LESS THAN AT-ATM-ID
               INVALID KEY
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT INVALID KEY
                 SET FG-MORE-RECORDS-Y     TO TRUE
             END-START
             PERFORM UNTIL FG-MORE-RECORDS-N
               READ ATM-FILE NEXT RECORD
                 AT END
                   SET FG-MORE-RECORDS-N   TO TRUE
                 NOT AT END
                   IF AT-BRANCH-ID = WS-BRANCHID
                     AND NOT AT-IS-CLOSED
                     ADD 1                 TO WS-ATM-COUNT
                     ADD AT-CASSETTE-CASH  TO WS-ATMS-EXPECTED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ATM-FILE
           END-IF

           COMPUTE WS-COMBINED = VA-BALANCE + WS-TILLS-EXPECTED
                                 + WS-ATMS-EXPECTED
           COMPUTE WS-VARIANCE = WS-COUNTED - VA-BALANCE

           DISPLAY "BRANCH " WS-BRANCHID " VAULT LEDGER "
                   VA-BALANCE " / COUNTED " WS-COUNTED
           DISPLAY "OPEN TILLS (" WS-OPEN-TILL-COUNT ") EXPECTED "
                   WS-TILLS-EXPECTED
           DISPLAY "ATMS (" WS-ATM-COUNT ") BOOK CASSETTE CASH "
                   WS-ATMS-EXPECTED
           DISPLAY "COMBINED BRANCH CASH POSITION " WS-COMBINED

           IF WS-VARIANCE = 0
           .
       F-RECONCILE-VAULT-END.
           EXIT.
      ******************************************************************
       F-ATM-LOAD SECTION.
      *    ATMLOAD <BRANCH> <ATM> <AMOUNT> -- CASH OUT OF THE VAULT
      *    INTO THE MACHINE'S CASSETTES.
           PERFORM F-READ-VAULT
           PERFORM F-READ-BRANCH-ATM
           IF FG-ATM-FOUND-N
             EXIT SECTION
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-TOK4)
           IF WS-AMOUNT = 0
             DISPLAY "NOTHING TO LOAD -- ATM LOAD REFUSED"
             CLOSE ATM-FILE
             EXIT SECTION
           END-IF

           IF WS-AMOUNT > VA-BALANCE
             DISPLAY "VAULT HOLDS ONLY " VA-BALANCE
                     " -- ATM LOAD REFUSED"
             CLOSE ATM-FILE
             EXIT SECTION
           END-IF

           SUBTRACT WS-AMOUNT              FROM VA-BALANCE
           PERFORM F-STAMP-AND-REWRITE-VAULT

           ADD WS-AMOUNT                   TO AT-CASSETTE-CASH
           MOVE WS-TODAY-RAW               TO AT-LAST-LOAD-DATE
           REWRITE ATM-RECORD
           CLOSE ATM-FILE

           PERFORM F-WRITE-MOVEMENT-ATM
           MOVE "AL"                       TO VM-TYPE
           REWRITE VAULT-MOVEMENT-RECORD

           DISPLAY "LOADED " WS-AMOUNT " INTO ATM " WS-ATM-ID
                   " -- CASSETTES NOW " AT-CASSETTE-CASH
                   " VAULT NOW " VA-BALANCE
           .
       F-ATM-LOAD-END.
           EXIT.
      ******************************************************************
       F-ATM-UNLOAD SECTION.
      *    ATMUNLOAD <BRANCH> <ATM> <COUNTED> -- THE CASSETTES COME
      *    OUT AND THE CASH IN THEM IS COUNTED BACK INTO THE VAULT.
      *    THE COUNT, NOT THE BOOK FIGURE, IS WHAT THE VAULT RECEIVES;
      *    ANY DIFFERENCE IS A VARIANCE ON THE MACHINE.
           PERFORM F-READ-VAULT
           PERFORM F-READ-BRANCH-ATM
           IF FG-ATM-FOUND-N
             EXIT SECTION
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-TOK4)
           MOVE AT-CASSETTE-CASH           TO WS-ATM-BOOK
           COMPUTE WS-VARIANCE = WS-AMOUNT - WS-ATM-BOOK

           ADD WS-AMOUNT                   TO VA-BALANCE
           PERFORM F-STAMP-AND-REWRITE-VAULT

           MOVE 0                          TO AT-CASSETTE-CASH
           MOVE WS-TODAY-RAW               TO AT-LAST-UNLOAD-DATE
           REWRITE ATM-RECORD
           CLOSE ATM-FILE

           PERFORM F-WRITE-MOVEMENT-ATM
           MOVE "AU"                       TO VM-TYPE
           REWRITE VAULT-MOVEMENT-RECORD

           DISPLAY "UNLOADED " WS-AMOUNT " FROM ATM " WS-ATM-ID
                   " (BOOK " WS-ATM-BOOK ") -- VAULT NOW " VA-BALANCE

           IF WS-VARIANCE NOT = 0
             DISPLAY "ATM VARIANCE " WS-VARIANCE
                     " -- LOGGED TO files/vaultvariance.log"
             MOVE WS-VARIANCE              TO WS-AMOUNT-EDITED
             OPEN EXTEND VARIANCE-LOG
             STRING
               WS-TIMESTAMP " BRANCH " WS-BRANCHID
               " ATM " WS-ATM-ID
               " UNLOAD BOOK " WS-ATM-BOOK
               " COUNTED " WS-AMOUNT
               " VARIANCE " FUNCTION TRIM(WS-AMOUNT-EDITED)
               INTO VARIANCE-LINE
             END-STRING
             WRITE VARIANCE-LINE
             CLOSE VARIANCE-LOG
           END-IF
           .
       F-ATM-UNLOAD-END.
           EXIT.
      ******************************************************************
       F-READ-BRANCH-ATM SECTION.
      *    THE MACHINE NAMED BY TOK3, WHICH MUST BELONG TO THE BRANCH
      *    AND NOT BE CLOSED. LEAVES ATM-FILE OPEN I-O WITH THE ROW
      *    IN ITS RECORD AREA WHEN FOUND.
           SET FG-ATM-FOUND-N              TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-ATM-ID
           OPEN I-O ATM-FILE
           IF WS-ATM-FILE-STATUS NOT = "00"
             DISPLAY "NO ATM REGISTER ON FILE -- SEE ATMMAINT"
             EXIT SECTION
           END-IF
           MOVE WS-ATM-ID                  TO AT-ATM-ID
           READ ATM-FILE
             INVALID KEY
               DISPLAY "NO ATM " WS-ATM-ID " ON THE REGISTER"
               CLOSE ATM-FILE
               EXIT SECTION
           END-READ
           IF AT-BRANCH-ID NOT = WS-BRANCHID
             DISPLAY "ATM " WS-ATM-ID " BELONGS TO BRANCH "
                     AT-BRANCH-ID
             CLOSE ATM-FILE
             EXIT SECTION
           END-IF
           IF AT-IS-CLOSED
             DISPLAY "ATM " WS-ATM-ID " IS CLOSED"
             CLOSE ATM-FILE
             EXIT SECTION
           END-IF
           SET FG-ATM-FOUND-Y              TO TRUE

      *    THE LOAD/UNLOAD DATE IS THE WALL-CLOCK DATE OF THE
      *    MOVEMENT, THE SAME CLOCK THE MOVEMENT TIMESTAMP USES.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           .
       F-READ-BRANCH-ATM-END.
           EXIT.
      ******************************************************************
       F-WRITE-MOVEMENT-ATM SECTION.
           PERFORM F-FIND-NEXT-MOVEMENT-ID
           INITIALIZE VAULT-MOVEMENT-RECORD
           MOVE WS-NEXT-ID                 TO VM-ID
           MOVE WS-BRANCHID                TO VM-BRANCHID
           MOVE WS-AMOUNT                  TO VM-AMOUNT
           STRING "ATM "                   DELIMITED BY SIZE
                  WS-ATM-ID                DELIMITED BY SIZE
             INTO VM-REFERENCE
           END-STRING
           MOVE WS-TIMESTAMP               TO VM-TIMESTAMP
           WRITE VAULT-MOVEMENT-RECORD
           .
       F-WRITE-MOVEMENT-ATM-END.
           EXIT.
      ******************************************************************
       F-GET-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
