      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CARDVAULT.
      ******************************************************************
      *  Card number vault -- called subprogram (same shape as
      *  ODPROTECT/CARDCTL). files/card.dat no longer holds the full
      *  card number: CARD-NUMBER carries a token ("TK" and a
      *  ten-digit sequence) and the last four digits, and the number
      *  itself lives only here, on files/cardvault.dat (see
      *  CARDVAULTRECORD).
      *     ISSUE      generates the number for a new card (the
      *                "4000" + account + card + "00" scheme every
      *                issuing path used to build itself), stores it
      *                and returns the token and last four. Callers:
      *                CARDMAINT, CARDBO, CARDREISSUE.
      *     TOKENIZE   stores a number that is already on a card row
      *                -- the one-time conversion of old rows run by
      *                FILECONV CARDTOK. A number already in the vault
      *                gets its existing token back.
      *     DETOKEN    token to number, and
      *     FINDPAN    number to token and card id, for the programs
      *                that deal with the card network and card
      *                production only: CARDMAINT, CARDREISSUE and
      *                CARDCLEAR's clearing match. Any other caller
      *                is refused.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO "files/cardvault.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-TOKEN
           FILE STATUS IS WS-VAULT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  VAULT-FILE.
       COPY CARDVAULTRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CARDVAULT           ".

       01 INTERNAL-VARS.
         05 WS-VAULT-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-NEXT-SEQ                 PIC 9(10).
         05 WS-TOKEN.
           10 WS-TOKEN-PREFIX           PIC X(02) VALUE "TK".
           10 WS-TOKEN-SEQ              PIC 9(10).
         05 WS-PAN                      PIC X(16).
         05 WS-ACCID-EDITED             PIC 9(09).
         05 WS-CARDID-EDITED            PIC 9(05).
         05 WS-CALLER                   PIC X(20).
           88 WS-CALLER-MAY-ISSUE       VALUES "CARDMAINT"
                                               "CARDBO"
                                               "CARDREISSUE".
           88 WS-CALLER-MAY-TOKENIZE    VALUE  "FILECONV".
           88 WS-CALLER-MAY-DETOKEN     VALUES "CARDMAINT"
                                               "CARDREISSUE"
                                               "CARDCLEAR".

       01 FLAGS.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-PAN-FOUND                PIC X VALUE 'N'.
           88 FG-PAN-FOUND-Y            VALUE 'Y'.
           88 FG-PAN-FOUND-N            VALUE 'N'.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY CARDVAULTINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING CARDVAULT-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE CARDVAULT-OUT
           SET CARDVAULT-STATUS-OK        TO TRUE
           MOVE I-PV-CALLER               TO WS-CALLER

           EVALUATE TRUE
             WHEN I-PV-OP-ISSUE
               IF NOT WS-CALLER-MAY-ISSUE
                 SET CARDVAULT-STATUS-DENIED TO TRUE
               END-IF
             WHEN I-PV-OP-TOKENIZE
               IF NOT WS-CALLER-MAY-TOKENIZE
                 SET CARDVAULT-STATUS-DENIED TO TRUE
               END-IF
             WHEN I-PV-OP-DETOKEN
             WHEN I-PV-OP-FINDPAN
               IF NOT WS-CALLER-MAY-DETOKEN
                 SET CARDVAULT-STATUS-DENIED TO TRUE
               END-IF
             WHEN OTHER
               SET CARDVAULT-STATUS-BAD-OP TO TRUE
           END-EVALUATE
           IF NOT CARDVAULT-STATUS-OK
             GO TO MAIN-END
           END-IF

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET CARDVAULT-STATUS-IO-ERR  TO TRUE
             GO TO MAIN-END
           END-IF

           EVALUATE TRUE
             WHEN I-PV-OP-ISSUE
               PERFORM F-ISSUE
             WHEN I-PV-OP-TOKENIZE
               PERFORM F-TOKENIZE
             WHEN I-PV-OP-DETOKEN
               PERFORM F-DETOKEN
             WHEN I-PV-OP-FINDPAN
               MOVE I-PV-PAN              TO WS-PAN
               PERFORM F-FIND-PAN
               IF FG-PAN-FOUND-N
                 SET CARDVAULT-STATUS-NOT-FOUND TO TRUE
               END-IF
           END-EVALUATE

           CLOSE VAULT-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-OPEN-FILE SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILE -- CREATE IT EMPTY
      *    (SAME BOOTSTRAP AS ODPROTECT'S F-OPEN-FILE).
           SET FG-FILE-OPEN-N             TO TRUE

           OPEN I-O VAULT-FILE
           IF WS-VAULT-FILE-STATUS = "35"
             OPEN OUTPUT VAULT-FILE
             CLOSE VAULT-FILE
             OPEN I-O VAULT-FILE
           END-IF
           IF WS-VAULT-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-FILE-OPEN-Y             TO TRUE
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-ISSUE SECTION.
           MOVE I-PV-ACCOUNTID            TO WS-ACCID-EDITED
           MOVE I-PV-CARDID               TO WS-CARDID-EDITED
           MOVE SPACES                    TO WS-PAN
           STRING "4000"                  DELIMITED BY SIZE
                  WS-ACCID-EDITED         DELIMITED BY SIZE
                  WS-CARDID-EDITED        DELIMITED BY SIZE
                  "00"                    DELIMITED BY SIZE
             INTO WS-PAN
           END-STRING

           PERFORM F-WRITE-TOKEN
           .
       F-ISSUE-END.
           EXIT.
      ******************************************************************
       F-TOKENIZE SECTION.
      *    RE-RUNNING THE CONVERSION MUST NOT MINT A SECOND TOKEN FOR
      *    A NUMBER ALREADY IN THE VAULT.
           MOVE I-PV-PAN                  TO WS-PAN
           PERFORM F-FIND-PAN
           IF FG-PAN-FOUND-N
             PERFORM F-WRITE-TOKEN
           END-IF
           .
       F-TOKENIZE-END.
           EXIT.
      ******************************************************************
       F-WRITE-TOKEN SECTION.
           PERFORM F-FIND-NEXT-SEQ

           MOVE SPACES                    TO CARDVAULT-RECORD
           MOVE WS-NEXT-SEQ               TO WS-TOKEN-SEQ
           MOVE WS-TOKEN                  TO PV-TOKEN
           MOVE WS-PAN                    TO PV-PAN
           MOVE I-PV-CARDID               TO PV-CARD-ID
           MOVE WS-TODAY-RAW              TO PV-CREATED-DATE
           MOVE WS-CALLER                 TO PV-CREATED-BY-PGM
           WRITE CARDVAULT-RECORD

           IF WS-VAULT-FILE-STATUS NOT = "00"
             SET CARDVAULT-STATUS-IO-ERR  TO TRUE
             EXIT SECTION
           END-IF

           MOVE PV-TOKEN                  TO O-PV-TOKEN
           MOVE PV-PAN(13:4)              TO O-PV-LAST4
           MOVE PV-CARD-ID                TO O-PV-CARDID
           .
       F-WRITE-TOKEN-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-SEQ SECTION.
           MOVE 0                         TO WS-NEXT-SEQ
           MOVE LOW-VALUES                TO PV-TOKEN
           START VAULT-FILE KEY IS NOT LESS THAN PV-TOKEN
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VAULT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 MOVE PV-TOKEN            TO WS-TOKEN
                 IF WS-TOKEN-SEQ > WS-NEXT-SEQ
                   MOVE WS-TOKEN-SEQ      TO WS-NEXT-SEQ
                 END-IF
             END-READ
           END-PERFORM

           MOVE "TK"                      TO WS-TOKEN-PREFIX
           ADD 1                          TO WS-NEXT-SEQ
           .
       F-FIND-NEXT-SEQ-END.
           EXIT.
      ******************************************************************
       F-FIND-PAN SECTION.
      *    THE VAULT IS KEYED ON THE TOKEN ONLY, SO A NUMBER LOOKUP IS
      *    A FULL BROWSE -- THE SAME TRADE-OFF CUSTBO MAKES FOR THE
      *    JOINT-OWNER FILE.
           SET FG-PAN-FOUND-N             TO TRUE
           MOVE LOW-VALUES                TO PV-TOKEN
           START VAULT-FILE KEY IS NOT LESS THAN PV-TOKEN
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VAULT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF PV-PAN = WS-PAN
                   SET FG-PAN-FOUND-Y     TO TRUE
                   SET FG-MORE-RECORDS-N  TO TRUE
                   MOVE PV-TOKEN          TO O-PV-TOKEN
                   MOVE PV-PAN(13:4)      TO O-PV-LAST4
                   MOVE PV-CARD-ID        TO O-PV-CARDID
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-PAN-END.
           EXIT.
      ******************************************************************
       F-DETOKEN SECTION.
           MOVE I-PV-TOKEN                TO PV-TOKEN
           READ VAULT-FILE
             INVALID KEY
               SET CARDVAULT-STATUS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               MOVE PV-TOKEN              TO O-PV-TOKEN
               MOVE PV-PAN                TO O-PV-PAN
               MOVE PV-PAN(13:4)          TO O-PV-LAST4
               MOVE PV-CARD-ID            TO O-PV-CARDID
           END-READ
           .
       F-DETOKEN-END.
           EXIT.
