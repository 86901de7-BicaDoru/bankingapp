      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. INDEXRATE.
      ******************************************************************
      *  As-of-date reference index lookup for variable-rate loans.
      *  Called directly (same style as FXRATEHIST/DATEROLL), never
      *  routed through the DISPATCHER. Given an index code and a
      *  date, walks the dated fixings INDEXMAINT keeps on
      *  files/indexrates.dat and returns the one with the latest
      *  effective date not after the asked-for date -- the index
      *  that applied on a loan's reset date.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-RATE-FILE ASSIGN TO "files/indexrates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IR-KEY
           FILE STATUS IS WS-IR-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  INDEX-RATE-FILE.
       COPY INDEXRATERECORD.
      ******************************************************************
       WORKING-STORAGE           SECTION.

       01 WS-IR-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 FG-MORE-RECORDS             PIC X(01).
         88 FG-MORE-RECORDS-Y         VALUE "Y".
         88 FG-MORE-RECORDS-N         VALUE "N".
      ******************************************************************
       LINKAGE SECTION.
       COPY INDEXRATEINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING INDEXRATE-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET INDEXRATE-STATUS-NOT-FOUND  TO TRUE
           MOVE 0                          TO O-IXR-RATE-PCT
           MOVE 0                          TO O-IXR-EFFECTIVE-DATE

           PERFORM F-SEARCH-HISTORY
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-SEARCH-HISTORY SECTION.
      *    THE KEY ORDERS EACH INDEX'S FIXINGS BY EFFECTIVE DATE, SO A
      *    FORWARD READ FROM THE INDEX'S FIRST ROW FINDS THE LATEST
      *    ONE NOT AFTER THE AS-OF DATE.
           OPEN INPUT INDEX-RATE-FILE
           IF WS-IR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE I-IXR-INDEX-CODE           TO IR-INDEX-CODE
           MOVE 0                          TO IR-EFFECTIVE-DATE
           START INDEX-RATE-FILE KEY IS NOT LESS THAN IR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INDEX-RATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN IR-INDEX-CODE NOT = I-IXR-INDEX-CODE
                     SET FG-MORE-RECORDS-N TO TRUE
                   WHEN IR-EFFECTIVE-DATE > I-IXR-AS-OF-DATE
                     SET FG-MORE-RECORDS-N TO TRUE
                   WHEN OTHER
                     MOVE IR-RATE-PCT      TO O-IXR-RATE-PCT
                     MOVE IR-EFFECTIVE-DATE
                                           TO O-IXR-EFFECTIVE-DATE
                     SET INDEXRATE-STATUS-OK
                                           TO TRUE
                 END-EVALUATE
             END-READ
           END-PERFORM

           CLOSE INDEX-RATE-FILE
           .
       F-SEARCH-HISTORY-END.
           EXIT.
