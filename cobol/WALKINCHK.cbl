      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. WALKINCHK.
      ******************************************************************
      *  Walk-in conductor check. Called directly (same style as
      *  BGCHECK), never routed through the DISPATCHER. Given a walk-in
      *  register id (see WALKIN) it answers whether that person may
      *  conduct a transaction now: on file, not held by a screening
      *  hit, and showing an identity document that has not run out.
      *  LINK does the same check and then records the transaction
      *  against them on files/walkinlink.dat, and counts it on the
      *  register row -- FXCASH's call for a deal over the threshold,
      *  WALKIN's for a draft or a third-party deposit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALKIN-FILE ASSIGN TO "files/walkin.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WI-ID
           FILE STATUS IS WS-WI-FILE-STATUS.

           SELECT WALKIN-LINK-FILE ASSIGN TO "files/walkinlink.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-KEY
           FILE STATUS IS WS-WL-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  WALKIN-FILE.
       COPY WALKINRECORD.

       FD  WALKIN-LINK-FILE.
       COPY WALKINLINKRECORD.
      ******************************************************************
       WORKING-STORAGE           SECTION.

       01 WS-WI-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-WL-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-TODAY-RAW                PIC 9(08).
      ******************************************************************
       LINKAGE SECTION.
       COPY WALKINCHKINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING WALKINCHK-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET WALKINCHK-STATUS-OK         TO TRUE
           MOVE SPACES                     TO O-WIC-NAME
                                              O-WIC-DOC-TYPE
                                              O-WIC-DOC-NUMBER
           ACCEPT WS-TODAY-RAW             FROM DATE YYYYMMDD

           OPEN I-O WALKIN-FILE
           IF WS-WI-FILE-STATUS NOT = "00"
      *      NOBODY HAS EVER BEEN REGISTERED.
             SET WALKINCHK-STATUS-NOT-FOUND TO TRUE
             GO TO MAIN-END
           END-IF

           MOVE I-WIC-CONDUCTOR-ID         TO WI-ID
           READ WALKIN-FILE
             INVALID KEY
               SET WALKINCHK-STATUS-NOT-FOUND TO TRUE
           END-READ
           IF NOT WALKINCHK-STATUS-OK
             CLOSE WALKIN-FILE
             GO TO MAIN-END
           END-IF

           MOVE WI-NAME                    TO O-WIC-NAME
           MOVE WI-DOC-TYPE                TO O-WIC-DOC-TYPE
           MOVE WI-DOC-NUMBER              TO O-WIC-DOC-NUMBER
           EVALUATE TRUE
             WHEN WI-IS-HELD
               SET WALKINCHK-STATUS-HELD   TO TRUE
             WHEN WI-DOC-EXPIRY < WS-TODAY-RAW
               SET WALKINCHK-STATUS-DOC-EXPIRED TO TRUE
           END-EVALUATE

           IF WALKINCHK-STATUS-OK AND I-WIC-OP-LINK
             PERFORM F-WRITE-LINK
           END-IF

           CLOSE WALKIN-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-WRITE-LINK SECTION.
           OPEN I-O WALKIN-LINK-FILE
           IF WS-WL-FILE-STATUS = "35"
             OPEN OUTPUT WALKIN-LINK-FILE
             CLOSE WALKIN-LINK-FILE
             OPEN I-O WALKIN-LINK-FILE
           END-IF

           INITIALIZE WALKIN-LINK-RECORD
           MOVE I-WIC-KIND                 TO WL-KIND
           MOVE I-WIC-REF-ID               TO WL-REF-ID
           MOVE I-WIC-TRANS-ID             TO WL-TRANS-ID
           MOVE I-WIC-CONDUCTOR-ID         TO WL-CONDUCTOR-ID
           MOVE I-WIC-ACCOUNT-ID           TO WL-ACCOUNT-ID
           MOVE I-WIC-AMOUNT               TO WL-AMOUNT
           MOVE I-WIC-CURRENCY             TO WL-CURRENCY
           MOVE WS-TODAY-RAW               TO WL-TXN-DATE
           MOVE I-WIC-BUSR-ID              TO WL-LINKED-BY
           WRITE WALKIN-LINK-RECORD
             INVALID KEY
      *        ONE CONDUCTOR PER TRANSACTION -- ALREADY LINKED.
               SET WALKINCHK-STATUS-DUPLICATE TO TRUE
           END-WRITE
           CLOSE WALKIN-LINK-FILE

           IF WALKINCHK-STATUS-OK
             ADD 1                         TO WI-TXN-COUNT
             MOVE WS-TODAY-RAW             TO WI-LAST-TXN-DATE
             REWRITE WALKIN-RECORD
           END-IF
           .
       F-WRITE-LINK-END.
           EXIT.
