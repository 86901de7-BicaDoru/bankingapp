      *  old row is flagged CARD-REISSUED-Y so it is not picked up
      *  again next run. Produces a mailing list of old/new card pairs
      *  so replacement cards can go out before the old ones expire.
      *  The new number is generated and held by CARDVAULT; the card
      *  row and the mailing list carry only tokens and last fours.
      *  A credit card's revolving line moves to the replacement card
      *  before the new row is written (CARDCREDIT REISSUE) -- limit,
      *  balance, statement and ledger carry over under the new card
      *  ID, and the old card, still usable until it expires, draws
      *  on the same line. A line that cannot be moved leaves no
      *  replacement card behind; the old card stays unflagged so the
      *  next run tries again.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CARDREISSUE         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CARDVAULT            VALUE "CARDVAULT           ".
         88 PGNAME-CARDCREDIT           VALUE "CARDCREDIT          ".

       01 CONSTANTS.
      *    HOW FAR AHEAD OF EXPIRY TO GENERATE A REPLACEMENT -- WIDE
         05 WS-CUTOFF-YYYYMM            PIC 9(06).

         05 WS-OLD-CARD-ID              PIC 9(05).
         05 WS-OLD-CARD-TOKEN           PIC X(12).
         05 WS-OLD-CARD-LAST4           PIC X(04).
         05 WS-OLD-CARD-EXPIRY          PIC 9(06).
         05 WS-OLD-CARD-ACCOUNT-ID      PIC 9(09).
         05 WS-OLD-CARD-TYPE            PIC X(01).

         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-NEW-CARD-TOKEN           PIC X(12).
         05 WS-NEW-CARD-LAST4           PIC X(04).
         05 WS-NEW-CARD-EXPIRY          PIC 9(06).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-EXP-YEAR                 PIC 9(04).
         05 WS-CARDS-FAILED             PIC 9(07) VALUE 0.

         05 WS-CARDS-CHECKED            PIC 9(07) VALUE 0.
         05 WS-CARDS-REISSUED           PIC 9(07) VALUE 0.
         05 FG-MORE-IDS                 PIC X VALUE 'Y'.
           88 FG-MORE-IDS-Y             VALUE 'Y'.
           88 FG-MORE-IDS-N             VALUE 'N'.
         05 FG-LINE-MOVED               PIC X VALUE 'Y'.
           88 FG-LINE-MOVED-Y           VALUE 'Y'.
           88 FG-LINE-MOVED-N           VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY REPORTREGINTERFACE.
       COPY CARDVAULTINTERFACE.
       COPY CARDCREDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
             "CARDS CHECKED: ",
             FUNCTION TRIM(WS-CARDS-CHECKED),
             " | REISSUED: ",
             FUNCTION TRIM(WS-CARDS-REISSUED),
             " | FAILED: ",
             FUNCTION TRIM(WS-CARDS-FAILED)
             INTO REISSUE-LINE
           END-STRING
           WRITE REISSUE-LINE
      *    OF THE NEW ROW BOTH REPOSITION CARD-FILE OFF THE RECORD
      *    F-RUN-BATCH IS CURRENTLY READING.
           MOVE CARD-ID                    TO WS-OLD-CARD-ID
           IF CARD-IS-TOKENIZED
             MOVE CARD-TOKEN               TO WS-OLD-CARD-TOKEN
           ELSE
             MOVE "UNTOKENIZED"            TO WS-OLD-CARD-TOKEN
           END-IF
           MOVE CARD-LAST4                 TO WS-OLD-CARD-LAST4
           MOVE CARD-EXPIRY                TO WS-OLD-CARD-EXPIRY
           MOVE CARD-ACCOUNT-ID            TO WS-OLD-CARD-ACCOUNT-ID
           MOVE CARD-TYPE                  TO WS-OLD-CARD-TYPE

           PERFORM F-FIND-NEXT-ID
           PERFORM F-WRITE-NEW-CARD
      *    NO NUMBER FROM THE VAULT, NO REPLACEMENT -- THE OLD CARD
      *    STAYS UNFLAGGED SO THE NEXT RUN TRIES AGAIN.
           IF NOT CARDVAULT-STATUS-OK
             ADD 1                         TO WS-CARDS-FAILED
             DISPLAY "CARD NUMBER VAULT UNAVAILABLE, STATUS "
                     CARDVAULT-STATUS " -- CARD " WS-OLD-CARD-ID
                     " NOT REISSUED"
             PERFORM F-RESTORE-POSITION
             EXIT SECTION
           END-IF
           IF FG-LINE-MOVED-N
             ADD 1                         TO WS-CARDS-FAILED
             DISPLAY "CREDIT LINE NOT MOVED, STATUS "
                     CARDCREDIT-STATUS " -- CARD " WS-OLD-CARD-ID
                     " NOT REISSUED"
             PERFORM F-RESTORE-POSITION
             EXIT SECTION
           END-IF
           PERFORM F-FLAG-OLD-CARD-REISSUED
           PERFORM F-WRITE-MAILING-LINE

           EXIT.
      ******************************************************************
       F-WRITE-NEW-CARD SECTION.
           SET FG-LINE-MOVED-Y             TO TRUE
           INITIALIZE CARD-RECORD
           MOVE WS-NEXT-ID                 TO CARD-ID
           MOVE WS-OLD-CARD-ACCOUNT-ID     TO CARD-ACCOUNT-ID
             INTO CARD-EXPIRY
           END-STRING

           INITIALIZE CARDVAULT-INTERFACE
           SET I-PV-OP-ISSUE               TO TRUE
           MOVE PGM-ID                     TO I-PV-CALLER
           MOVE WS-NEXT-ID                 TO I-PV-CARDID
           MOVE WS-OLD-CARD-ACCOUNT-ID     TO I-PV-ACCOUNTID
           SET PGNAME-CARDVAULT            TO TRUE
           CALL PROGNAME USING CARDVAULT-INTERFACE
           IF NOT CARDVAULT-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-PV-TOKEN                 TO CARD-TOKEN
           MOVE O-PV-LAST4                 TO CARD-LAST4

           SET CARD-STATUS-ISSUED          TO TRUE
           SET CARD-REISSUED-N             TO TRUE

           IF CARD-TYPE-CREDIT
             PERFORM F-MOVE-CREDIT-LINE
             IF FG-LINE-MOVED-N
               EXIT SECTION
             END-IF
           END-IF

           WRITE CARD-RECORD

           MOVE CARD-TOKEN                 TO WS-NEW-CARD-TOKEN
           MOVE CARD-LAST4                 TO WS-NEW-CARD-LAST4
           MOVE CARD-EXPIRY                TO WS-NEW-CARD-EXPIRY
           .
       F-WRITE-NEW-CARD-END.
           EXIT.
      ******************************************************************
       F-MOVE-CREDIT-LINE SECTION.
      *    AN OLD CREDIT CARD WITH NO LINE OF ITS OWN (NEVER OPENED)
      *    HAS NOTHING TO CARRY OVER -- THE REPLACEMENT IS ISSUED
      *    WITHOUT ONE, AS THE OLD CARD WAS.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-REISSUE            TO TRUE
           MOVE WS-OLD-CARD-ID             TO I-CCR-CARDID
           MOVE WS-NEXT-ID                 TO I-CCR-NEW-CARDID
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF NOT CARDCREDIT-STATUS-OK
           AND NOT CARDCREDIT-STATUS-NOT-FOUND
             SET FG-LINE-MOVED-N           TO TRUE
           END-IF
           .
       F-MOVE-CREDIT-LINE-END.
           EXIT.
      ******************************************************************
       F-RESTORE-POSITION SECTION.
      *    RE-READ THE OLD ROW SO F-RUN-BATCH'S READ NEXT CARRIES ON
      *    FROM IT, AS F-FLAG-OLD-CARD-REISSUED DOES ON SUCCESS.
           MOVE WS-OLD-CARD-ID             TO CARD-ID
           READ CARD-FILE
             INVALID KEY
               CONTINUE
           END-READ
           .
       F-RESTORE-POSITION-END.
           EXIT.
      ******************************************************************
       F-FLAG-OLD-CARD-REISSUED SECTION.
           MOVE WS-OLD-CARD-ID             TO CARD-ID
           STRING
             "ACCOUNT " WS-OLD-CARD-ACCOUNT-ID
             " OLD CARD " WS-OLD-CARD-ID
             " (" WS-OLD-CARD-TOKEN " ****" WS-OLD-CARD-LAST4
             ") EXP " WS-OLD-CARD-EXPIRY
             " -> NEW CARD " WS-NEXT-ID
             " (" WS-NEW-CARD-TOKEN " ****" WS-NEW-CARD-LAST4
             ") EXP " WS-NEW-CARD-EXPIRY
             INTO REISSUE-LINE
           END-STRING
           WRITE REISSUE-LINE
