      *  chain continues from that anchor, so edit or truncate ANY
      *  line in ANY generation and AUDITVRFY points at the exact
      *  first entry where continuity breaks.
      *  BREAK-GLASS -- an entry whose actor holds a live break-glass
      *  grant (see BGCHECK/BRKGLASS) carries " breakglass="<grant
      *  start> after the actor, inside the hashed content, so the
      *  admin sign-off can find every change made under the grant.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         05 WS-CS-CHAR-VAL        PIC 9(03).
         05 WS-CS-LINE-HASH       PIC 9(16).

       01 PGNAME-BGCHECK              PIC X(20)
                                      VALUE "BGCHECK             ".

       01 WS-TIME-RAW                 PIC 9(08).
       01 WS-TIME REDEFINES WS-TIME-RAW.
         05 WS-TIME-HH                PIC X(02).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BGCHECKINTERFACE.
       LINKAGE SECTION.
       COPY AUDITINTERFACE.
      ******************************************************************
             I-AUDIT-ACTOR-BUSR-ID      DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           PERFORM UT-TAG-BREAK-GLASS

      *    CHAIN THE ENTRY: HASH(CONTENT) FOLDED INTO THE PREVIOUS
      *    ENTRY'S RUNNING HASH, APPENDED TO THE LINE ITSELF.
           .
       UT-CHECK-LOG-ROTATION-END.
           EXIT.
      ******************************************************************
       UT-TAG-BREAK-GLASS SECTION.
           IF I-AUDIT-ACTOR-BUSR-ID = 0
             EXIT SECTION
           END-IF
           INITIALIZE BGCHECK-INTERFACE
           SET I-BGC-OP-CHECK              TO TRUE
           MOVE I-AUDIT-ACTOR-BUSR-ID      TO I-BGC-BUSR-ID
           CALL PGNAME-BGCHECK USING BGCHECK-INTERFACE
           IF BGCHECK-STATUS-ACTIVE
             STRING FUNCTION TRIM(AUDIT-LINE)
                    " breakglass=" O-BGC-START-TS
               DELIMITED BY SIZE
               INTO AUDIT-LINE
             END-STRING
           END-IF
           .
       UT-TAG-BREAK-GLASS-END.
           EXIT.
      ******************************************************************
       UT-LOAD-CHAIN-STATE SECTION.
           MOVE 0                          TO WS-CHAIN-HASH
