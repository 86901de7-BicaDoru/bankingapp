      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      USERRECERT.
      ******************************************************************
      *  Quarterly staff access recertification. Run standalone by
      *  operations at the start of each quarter, no arguments:
      *     USERRECERT
      *  Lists every non-client bank user (BaAd/BaTS/BaTe, from
      *  BUSRDB GETUSERS) with their role, branch and status from
      *  files/staffprofile.dat (see STAFFPROFILERECORD), their last
      *  successful login and last activity (files/session.dat --
      *  BUSRBO writes a row per login and slides it forward on every
      *  request, and never purges them), failed logins and lockout
      *  from files/loginatt.dat, and how many audited actions they
      *  performed in the last K-RECERT-ACTIVITY-DAYS (files/audit.log
      *  and its daily archives, see AUDITLOG). Users are grouped by
      *  the manager who must certify them with RECERTMAINT CERTIFY
      *  or REVOKE; a certification older than K-RECERT-CYCLE-DAYS
      *  is shown as due.
      *  A staff user with no profile row yet gets one here, active
      *  from today, so their inactivity clock starts now rather than
      *  from a login history nobody was watching.
      *  A teller with no login for K-RECERT-INACTIVE-DAYS is
      *  disabled (BUSRBO then refuses their login, US09) and the
      *  disablement recorded in AUDITLOG under entity "ACCESSCERT"
      *  with actor zero. Admins past the same limit are only
      *  flagged for the certifying manager -- the run never locks
      *  the bank out of its own administration.
      *  Report: files/reports/ACCESS_RECERT_<yyyymmdd>.txt,
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT STAFF-PROFILE-FILE ASSIGN TO "files/staffprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SF-BUSR-ID
           FILE STATUS IS WS-SF-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "files/session.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-TOKEN
           FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT LOGIN-ATTEMPTS-FILE ASSIGN TO "files/loginatt.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LA-USERNAME
           FILE STATUS IS WS-LA-FILE-STATUS.

           SELECT AUDIT-INPUT ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AU-FILE-STATUS.

           SELECT RECERT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STAFF-PROFILE-FILE.
       COPY STAFFPROFILERECORD.

       FD  SESSION-FILE.
       COPY SESSIONRECORD.

      *    SAME LAYOUT AS BUSRBO'S LOGIN-ATTEMPTS FILE.
       FD  LOGIN-ATTEMPTS-FILE.
       01  LOGIN-ATTEMPT-RECORD.
         05 LA-USERNAME           PIC X(50).
         05 LA-FAILED-COUNT       PIC 9(02).
         05 LA-LOCKOUT-UNTIL-MIN  PIC 9(10).

       FD  AUDIT-INPUT.
       01  AUDIT-LINE                   PIC X(200).

       FD  RECERT-OUTPUT.
       01  RECERT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "USERRECERT          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 CONSTANTS.
      *    INACTIVITY, ACTIVITY LOOK-BACK AND CERTIFICATION CYCLE.
         COPY RECERTCONFIG.
      *    EVERY *DB.cbl GETLIST OPERATION PAGES AT THIS SIZE.
         COPY PAGINGCONFIG.
      *    SESSION IDLE-TIMEOUT WINDOW -- MUST MATCH BUSRBO'S
      *    K-SESSION-MINUTES, SINCE A TOKEN'S LAST-ACTIVITY TIME IS
      *    INFERRED AS SS-EXPIRES-MIN LESS THIS WINDOW.
         05 K-SESSION-MINUTES           PIC 9(05) VALUE 30.
         05 K-MAX-STAFF                 PIC 9(03) VALUE 500.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-SF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SS-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-AU-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-AUDIT-FILENAME           PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-TODAY-INT                PIC 9(07).
         05 WS-PAGE-NUMBER              PIC 9(05).

      *    WALL CLOCK -- SESSION EXPIRIES, LOCKOUTS AND THE AUDIT
      *    ARCHIVE NAMES ALL RUN ON IT, NOT ON THE BUSINESS DATE.
         05 WS-NOW-DATE-RAW             PIC 9(08).
         05 WS-NOW-TIME-RAW             PIC 9(08).
         05 WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
           10 WS-NOW-HH                 PIC 9(02).
           10 WS-NOW-MM                 PIC 9(02).
           10 WS-NOW-SSTT               PIC 9(04).
         05 WS-NOW-MINUTES              PIC 9(10).
         05 WS-NOW-INT                  PIC 9(07).
         05 WS-ARCHIVE-DATE             PIC 9(08).
         05 WS-DAYS-BACK                PIC 9(03).

         05 WS-TOKEN-DATE               PIC X(08).
         05 WS-TOKEN-BUSR-X             PIC X(09).
         05 WS-ACTIVE-MIN               PIC 9(10).
         05 WS-ACTIVE-DAY-INT           PIC 9(07).
         05 WS-REF-DATE                 PIC 9(08).
         05 WS-IDLE-DAYS                PIC 9(05).
         05 WS-CERT-AGE                 PIC 9(05).

         05 WS-CUR-MANAGER              PIC 9(09).
         05 WS-NEXT-MANAGER             PIC 9(09).
         05 WS-MANAGER-NAME             PIC X(50).

         05 WS-STAFF-LISTED             PIC 9(05) VALUE 0.
         05 WS-STAFF-SKIPPED            PIC 9(05) VALUE 0.
         05 WS-PROFILES-ADDED           PIC 9(05) VALUE 0.
         05 WS-DISABLED-NOW             PIC 9(05) VALUE 0.
         05 WS-ADMINS-FLAGGED           PIC 9(05) VALUE 0.
         05 WS-ALREADY-DISABLED         PIC 9(05) VALUE 0.
         05 WS-CERT-DUE                 PIC 9(05) VALUE 0.
         05 WS-AUDIT-FILES              PIC 9(05) VALUE 0.

      *    ONE ENTRY PER STAFF USER, FILLED FROM BUSRDB AND THEN
      *    FOLDED TOGETHER WITH THE SESSION, LOGIN-ATTEMPT, AUDIT AND
      *    STAFF PROFILE FILES.
       01 STAFF-TABLE.
         05 ST-COUNT                    PIC 9(03) VALUE 0.
         05 ST-ENTRY OCCURS 500 TIMES.
           10 ST-BUSR-ID                PIC 9(09).
           10 ST-USERNAME               PIC X(50).
           10 ST-ROLE                   PIC X(04).
             88 ST-ROLE-ADMIN           VALUE "BaAd".
           10 ST-LAST-LOGIN             PIC 9(08).
           10 ST-LAST-ACTIVE-MIN        PIC 9(10).
           10 ST-ACTIONS                PIC 9(07).
           10 ST-FAILED-COUNT           PIC 9(02).
           10 ST-LOCKED                 PIC X(01).
           10 ST-BRANCHID               PIC 9(03).
           10 ST-MANAGER                PIC 9(09).
           10 ST-STATUS                 PIC X(01).
           10 ST-STATUS-DATE            PIC 9(08).
           10 ST-LAST-CERT-DATE         PIC 9(08).
           10 ST-LAST-CERT-DECISION     PIC X(01).
           10 ST-IDLE-DAYS              PIC 9(05).
           10 ST-OUTCOME                PIC X(10).
           10 ST-REPORTED               PIC X(01).

       01 AUDIT-FIELDS.
         05 AF-ACTOR-BUSR-ID            PIC 9(09).

       01 EDIT-FIELDS.
         05 ED-LAST-ACTIVE              PIC X(16).
         05 ED-HH                       PIC 9(02).
         05 ED-MI                       PIC 9(02).
         05 ED-ACTIONS                  PIC Z(06)9.
         05 ED-IDLE                     PIC Z(04)9.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
           88 FG-MORE-PAGES-Y           VALUE 'Y'.
           88 FG-MORE-PAGES-N           VALUE 'N'.
         05 FG-STAFF-FOUND              PIC X VALUE 'N'.
           88 FG-STAFF-FOUND-Y          VALUE 'Y'.
           88 FG-STAFF-FOUND-N          VALUE 'N'.
         05 FG-MORE-MANAGERS            PIC X VALUE 'Y'.
           88 FG-MORE-MANAGERS-Y        VALUE 'Y'.
           88 FG-MORE-MANAGERS-N        VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-STAFF                   PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSRINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY AUDITINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-LOAD-STAFF
           PERFORM F-SCAN-SESSIONS
           PERFORM F-SCAN-LOGIN-ATTEMPTS
           PERFORM F-SCAN-AUDIT-TRAIL
           PERFORM F-APPLY-PROFILES
           PERFORM F-WRITE-REPORT
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STAFF ACCESS RECERTIFICATION STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
             MOVE O-BUSDATE-ISO           TO WS-TODAY-ISO
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
             STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                    WS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-ISO
             END-STRING
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)

           ACCEPT WS-NOW-DATE-RAW         FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW         FROM TIME
           COMPUTE WS-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-RAW)
           COMPUTE WS-NOW-MINUTES = WS-NOW-INT * 1440
               + (WS-NOW-HH * 60) + WS-NOW-MM

           STRING "files/reports/ACCESS_RECERT_"  DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN I-O STAFF-PROFILE-FILE
           IF WS-SF-FILE-STATUS = "35"
             OPEN OUTPUT STAFF-PROFILE-FILE
             CLOSE STAFF-PROFILE-FILE
             OPEN I-O STAFF-PROFILE-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE STAFF-PROFILE-FILE

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-STAFF-LISTED           TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "STAFF: ",
             FUNCTION TRIM(WS-STAFF-LISTED),
             " | DISABLED: ",
             FUNCTION TRIM(WS-DISABLED-NOW),
             " | ADMINS FLAGGED: ",
             FUNCTION TRIM(WS-ADMINS-FLAGGED),
             " | CERT DUE: ",
             FUNCTION TRIM(WS-CERT-DUE)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-LOAD-STAFF SECTION.
           SET FG-MORE-PAGES-Y             TO TRUE
           MOVE 1                          TO WS-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-PAGES-N
             INITIALIZE BUSRDB-INTERFACE
             SET I-BUSR-OP-GETUSERS        TO TRUE
             MOVE WS-PAGE-NUMBER           TO I-BUSR-PAGE-NUMBER
             SET PGNAME-BUSRDB             TO TRUE
             CALL PROGNAME USING BUSRDB-INTERFACE

             IF NOT BUSRDB-STATUS-OK
               MOVE 0                      TO O-BUSR-COUNT
             END-IF

             IF O-BUSR-COUNT = 0
               SET FG-MORE-PAGES-N         TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-BUSR-COUNT
                 IF O-BUSR-L-ROLE(IND-1) NOT = "BaCl"
                   PERFORM F-ADD-STAFF
                 END-IF
               END-PERFORM
               IF O-BUSR-COUNT < K-PAGE-SIZE
                 SET FG-MORE-PAGES-N       TO TRUE
               ELSE
                 ADD 1                     TO WS-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-LOAD-STAFF-END.
           EXIT.
      ******************************************************************
       F-ADD-STAFF SECTION.
           IF ST-COUNT >= K-MAX-STAFF
             ADD 1                         TO WS-STAFF-SKIPPED
             EXIT SECTION
           END-IF
           ADD 1                           TO ST-COUNT
           INITIALIZE ST-ENTRY(ST-COUNT)
           MOVE O-BUSR-L-ID(IND-1)         TO ST-BUSR-ID(ST-COUNT)
           MOVE O-BUSR-L-USERNAME(IND-1)   TO ST-USERNAME(ST-COUNT)
           MOVE O-BUSR-L-ROLE(IND-1)       TO ST-ROLE(ST-COUNT)
           MOVE "N"                        TO ST-LOCKED(ST-COUNT)
           MOVE "N"                        TO ST-REPORTED(ST-COUNT)
           .
       F-ADD-STAFF-END.
           EXIT.
      ******************************************************************
       F-FIND-STAFF SECTION.
      *    CALLER LEAVES THE BANK USER IN AF-ACTOR-BUSR-ID; IND-STAFF
      *    POINTS AT THEIR ENTRY WHEN FG-STAFF-FOUND-Y.
           SET FG-STAFF-FOUND-N            TO TRUE
           PERFORM VARYING IND-STAFF FROM 1 BY 1
                   UNTIL IND-STAFF > ST-COUNT
             IF ST-BUSR-ID(IND-STAFF) = AF-ACTOR-BUSR-ID
               SET FG-STAFF-FOUND-Y        TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM
           .
       F-FIND-STAFF-END.
           EXIT.
      ******************************************************************
       F-SCAN-SESSIONS SECTION.
      *    EVERY LOGIN LEAVES A ROW; ITS TOKEN CARRIES THE LOGIN DATE
      *    AND ITS EXPIRY, LESS THE IDLE WINDOW, THE LAST REQUEST.
           OPEN INPUT SESSION-FILE
           IF WS-SS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO SS-TOKEN
           START SESSION-FILE KEY IS NOT LESS THAN SS-TOKEN
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SESSION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-FOLD-IN-SESSION
             END-READ
           END-PERFORM

           CLOSE SESSION-FILE
           .
       F-SCAN-SESSIONS-END.
           EXIT.
      ******************************************************************
       F-FOLD-IN-SESSION SECTION.
           MOVE SS-BUSR-ID                 TO AF-ACTOR-BUSR-ID
           PERFORM F-FIND-STAFF
           IF FG-STAFF-FOUND-N
             EXIT SECTION
           END-IF

      *    TOKEN = "SS" + BANK USER + LOGIN DATE + TIME. THE USER WAS
      *    5 DIGITS ON TOKENS ISSUED BEFORE IDS WERE WIDENED, 9 ON
      *    EVERY LATER ONE.
           MOVE SS-BUSR-ID                 TO WS-TOKEN-BUSR-X
           IF SS-TOKEN(3:9) = WS-TOKEN-BUSR-X
             MOVE SS-TOKEN(12:8)           TO WS-TOKEN-DATE
           ELSE
             MOVE SS-TOKEN(8:8)            TO WS-TOKEN-DATE
           END-IF
           IF WS-TOKEN-DATE IS NUMERIC
             IF WS-TOKEN-DATE > ST-LAST-LOGIN(IND-STAFF)
               MOVE WS-TOKEN-DATE          TO ST-LAST-LOGIN(IND-STAFF)
             END-IF
           END-IF

           IF SS-EXPIRES-MIN > K-SESSION-MINUTES
             COMPUTE WS-ACTIVE-MIN = SS-EXPIRES-MIN - K-SESSION-MINUTES
             IF WS-ACTIVE-MIN > ST-LAST-ACTIVE-MIN(IND-STAFF)
               MOVE WS-ACTIVE-MIN     TO ST-LAST-ACTIVE-MIN(IND-STAFF)
             END-IF
           END-IF
           .
       F-FOLD-IN-SESSION-END.
           EXIT.
      ******************************************************************
       F-SCAN-LOGIN-ATTEMPTS SECTION.
      *    A ROW EXISTS ONLY WHILE FAILURES ARE OUTSTANDING -- BUSRBO
      *    DELETES IT ON THE NEXT GOOD LOGIN.
           OPEN INPUT LOGIN-ATTEMPTS-FILE
           IF WS-LA-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-STAFF FROM 1 BY 1
                   UNTIL IND-STAFF > ST-COUNT
             MOVE ST-USERNAME(IND-STAFF)   TO LA-USERNAME
             READ LOGIN-ATTEMPTS-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE LA-FAILED-COUNT   TO ST-FAILED-COUNT(IND-STAFF)
                 IF LA-LOCKOUT-UNTIL-MIN > WS-NOW-MINUTES
                   MOVE "Y"                TO ST-LOCKED(IND-STAFF)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOGIN-ATTEMPTS-FILE
           .
       F-SCAN-LOGIN-ATTEMPTS-END.
           EXIT.
      ******************************************************************
       F-SCAN-AUDIT-TRAIL SECTION.
      *    AUDITLOG ROTATES files/audit.log INTO
      *    files/archive/audit_<yyyymmdd>.log ONCE PER WALL-CLOCK DAY;
      *    THE LOOK-BACK READS EACH EARLIER DAY'S ARCHIVE THAT EXISTS
      *    AND THEN THE LIVE FILE FOR TODAY.
           PERFORM VARYING WS-DAYS-BACK FROM K-RECERT-ACTIVITY-DAYS
                   BY -1 UNTIL WS-DAYS-BACK < 1
             COMPUTE WS-ARCHIVE-DATE = FUNCTION DATE-OF-INTEGER(
                 WS-NOW-INT - WS-DAYS-BACK)
             MOVE SPACES                   TO WS-AUDIT-FILENAME
             STRING "files/archive/audit_" DELIMITED BY SIZE
                    WS-ARCHIVE-DATE        DELIMITED BY SIZE
                    ".log"                 DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
             END-STRING
             PERFORM F-SCAN-AUDIT-FILE
           END-PERFORM

           MOVE "files/audit.log"          TO WS-AUDIT-FILENAME
           PERFORM F-SCAN-AUDIT-FILE
           .
       F-SCAN-AUDIT-TRAIL-END.
           EXIT.
      ******************************************************************
       F-SCAN-AUDIT-FILE SECTION.
           OPEN INPUT AUDIT-INPUT
           IF WS-AU-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           ADD 1                           TO WS-AUDIT-FILES

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ AUDIT-INPUT
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-FOLD-IN-AUDIT-LINE
             END-READ
           END-PERFORM

           CLOSE AUDIT-INPUT
           .
       F-SCAN-AUDIT-FILE-END.
           EXIT.
      ******************************************************************
       F-FOLD-IN-AUDIT-LINE SECTION.
      *    AUDITLOG.cbl'S COLUMN LAYOUT -- A 5-DIGIT ACTOR ON LINES
      *    WRITTEN BEFORE IDS WERE WIDENED (SPACE AFTER THE ENTITY
      *    ID), 9 DIGITS ON EVERY LATER ONE (SEE SESSRPT).
           IF AUDIT-LINE(40:1) = SPACE
             IF AUDIT-LINE(56:5) NOT NUMERIC
               EXIT SECTION
             END-IF
             MOVE AUDIT-LINE(56:5)         TO AF-ACTOR-BUSR-ID
           ELSE
             IF AUDIT-LINE(60:9) NOT NUMERIC
               EXIT SECTION
             END-IF
             MOVE AUDIT-LINE(60:9)         TO AF-ACTOR-BUSR-ID
           END-IF

           PERFORM F-FIND-STAFF
           IF FG-STAFF-FOUND-Y
             ADD 1                         TO ST-ACTIONS(IND-STAFF)
           END-IF
           .
       F-FOLD-IN-AUDIT-LINE-END.
           EXIT.
      ******************************************************************
       F-APPLY-PROFILES SECTION.
           PERFORM VARYING IND-STAFF FROM 1 BY 1
                   UNTIL IND-STAFF > ST-COUNT
             PERFORM F-APPLY-ONE
           END-PERFORM
           .
       F-APPLY-PROFILES-END.
           EXIT.
      ******************************************************************
       F-APPLY-ONE SECTION.
           MOVE ST-BUSR-ID(IND-STAFF)      TO SF-BUSR-ID
           READ STAFF-PROFILE-FILE
             INVALID KEY
               INITIALIZE STAFF-PROFILE-RECORD
               MOVE ST-BUSR-ID(IND-STAFF)  TO SF-BUSR-ID
               SET SF-IS-ACTIVE            TO TRUE
               MOVE WS-TODAY-RAW           TO SF-STATUS-DATE
               SET SF-CERT-NONE            TO TRUE
               MOVE WS-TODAY-RAW           TO SF-UPDATED-DATE
               WRITE STAFF-PROFILE-RECORD
               ADD 1                       TO WS-PROFILES-ADDED
           END-READ

      *    IDLE DAYS RUN FROM THE LATER OF THE LAST LOGIN AND THE
      *    DATE THE PROFILE WAS CREATED OR LAST ENABLED.
           MOVE SF-STATUS-DATE             TO WS-REF-DATE
           IF ST-LAST-LOGIN(IND-STAFF) > WS-REF-DATE
             MOVE ST-LAST-LOGIN(IND-STAFF) TO WS-REF-DATE
           END-IF
           MOVE 0                          TO WS-IDLE-DAYS
           IF WS-REF-DATE > 0 AND WS-REF-DATE < WS-TODAY-RAW
             COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
           END-IF
           MOVE WS-IDLE-DAYS               TO ST-IDLE-DAYS(IND-STAFF)

           EVALUATE TRUE
             WHEN SF-IS-DISABLED
               MOVE "DISABLED"             TO ST-OUTCOME(IND-STAFF)
               ADD 1                       TO WS-ALREADY-DISABLED
             WHEN WS-IDLE-DAYS < K-RECERT-INACTIVE-DAYS
               MOVE "ACTIVE"               TO ST-OUTCOME(IND-STAFF)
             WHEN ST-ROLE-ADMIN(IND-STAFF)
               MOVE "FLAG-ADMIN"           TO ST-OUTCOME(IND-STAFF)
               ADD 1                       TO WS-ADMINS-FLAGGED
             WHEN OTHER
               PERFORM F-DISABLE-INACTIVE
           END-EVALUATE

      *    NEVER CERTIFIED, OR LAST CERTIFIED MORE THAN A CYCLE AGO.
           IF SF-LAST-CERT-DATE = 0
             ADD 1                         TO WS-CERT-DUE
           ELSE
             COMPUTE WS-CERT-AGE = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(SF-LAST-CERT-DATE)
             IF WS-CERT-AGE >= K-RECERT-CYCLE-DAYS
               ADD 1                       TO WS-CERT-DUE
             END-IF
           END-IF

           MOVE SF-BRANCHID             TO ST-BRANCHID(IND-STAFF)
           MOVE SF-MANAGER-BUSR-ID      TO ST-MANAGER(IND-STAFF)
           MOVE SF-STATUS               TO ST-STATUS(IND-STAFF)
           MOVE SF-STATUS-DATE          TO ST-STATUS-DATE(IND-STAFF)
           MOVE SF-LAST-CERT-DATE       TO ST-LAST-CERT-DATE(IND-STAFF)
           MOVE SF-LAST-CERT-DECISION
                                   TO ST-LAST-CERT-DECISION(IND-STAFF)
           .
       F-APPLY-ONE-END.
           EXIT.
      ******************************************************************
       F-DISABLE-INACTIVE SECTION.
           SET SF-IS-DISABLED              TO TRUE
           SET SF-DISABLED-INACTIVE        TO TRUE
           MOVE 0                          TO SF-DISABLED-BY
           MOVE WS-TODAY-RAW               TO SF-STATUS-DATE
           MOVE 0                          TO SF-UPDATED-BY
           MOVE WS-TODAY-RAW               TO SF-UPDATED-DATE
           REWRITE STAFF-PROFILE-RECORD
           MOVE "DISABLED"                 TO ST-OUTCOME(IND-STAFF)
           ADD 1                           TO WS-DISABLED-NOW

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-REVOKE          TO TRUE
           MOVE "ACCESSCERT"               TO I-AUDIT-ENTITY
           MOVE SF-BUSR-ID                 TO I-AUDIT-ENTITY-ID
           MOVE 0                          TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG             TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE

           MOVE PGM-ID                     TO U-LOG-RUNNABLE-PROG
           STRING "DISABLED INACTIVE USER " SF-BUSR-ID
                  " -- NO LOGIN FOR " WS-IDLE-DAYS " DAYS"
             DELIMITED BY SIZE INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-DISABLE-INACTIVE-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           OPEN OUTPUT RECERT-OUTPUT
           MOVE SPACES                     TO RECERT-LINE
           STRING "STAFF ACCESS RECERTIFICATION -- " WS-TODAY-ISO
                  "   INACTIVE AFTER " K-RECERT-INACTIVE-DAYS " DAYS"
                  "   ACTIVITY OVER " K-RECERT-ACTIVITY-DAYS " DAYS"
             DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           MOVE SPACES                     TO RECERT-LINE
           WRITE RECERT-LINE

      *    ONE GROUP PER CERTIFYING MANAGER, LOWEST ID FIRST -- USERS
      *    WITH NO MANAGER YET (ZERO) COME FIRST SO THEY ARE NOT
      *    MISSED.
           MOVE 0                          TO WS-CUR-MANAGER
           SET FG-MORE-MANAGERS-Y          TO TRUE
           PERFORM F-WRITE-MANAGER-GROUP
           PERFORM UNTIL FG-MORE-MANAGERS-N
             PERFORM F-FIND-NEXT-MANAGER
             IF FG-MORE-MANAGERS-Y
               PERFORM F-WRITE-MANAGER-GROUP
             END-IF
           END-PERFORM

           PERFORM F-WRITE-SUMMARY
           CLOSE RECERT-OUTPUT
           .
       F-WRITE-REPORT-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-MANAGER SECTION.
      *    SMALLEST MANAGER ID ABOVE THE ONE JUST WRITTEN.
           SET FG-MORE-MANAGERS-N          TO TRUE
           MOVE 999999999                  TO WS-NEXT-MANAGER
           PERFORM VARYING IND-STAFF FROM 1 BY 1
                   UNTIL IND-STAFF > ST-COUNT
             IF ST-MANAGER(IND-STAFF) > WS-CUR-MANAGER
               AND ST-MANAGER(IND-STAFF) <= WS-NEXT-MANAGER
               MOVE ST-MANAGER(IND-STAFF)  TO WS-NEXT-MANAGER
               SET FG-MORE-MANAGERS-Y      TO TRUE
             END-IF
           END-PERFORM
           IF FG-MORE-MANAGERS-Y
             MOVE WS-NEXT-MANAGER          TO WS-CUR-MANAGER
           END-IF
           .
       F-FIND-NEXT-MANAGER-END.
           EXIT.
      ******************************************************************
       F-WRITE-MANAGER-GROUP SECTION.
           MOVE SPACES                     TO WS-MANAGER-NAME
           MOVE WS-CUR-MANAGER             TO AF-ACTOR-BUSR-ID
           PERFORM F-FIND-STAFF
           IF FG-STAFF-FOUND-Y
             MOVE ST-USERNAME(IND-STAFF)   TO WS-MANAGER-NAME
           END-IF

           MOVE 0                          TO IND-1
           PERFORM VARYING IND-STAFF FROM 1 BY 1
                   UNTIL IND-STAFF > ST-COUNT
             IF ST-MANAGER(IND-STAFF) = WS-CUR-MANAGER
               IF IND-1 = 0
                 PERFORM F-WRITE-GROUP-HEADER
               END-IF
               ADD 1                       TO IND-1
               PERFORM F-WRITE-STAFF-LINE
             END-IF
           END-PERFORM
           .
       F-WRITE-MANAGER-GROUP-END.
           EXIT.
      ******************************************************************
       F-WRITE-GROUP-HEADER SECTION.
           MOVE SPACES                     TO RECERT-LINE
           IF WS-CUR-MANAGER = 0
             MOVE "----- NO CERTIFYING MANAGER ASSIGNED (RECERTMAINT "
               & "ASSIGN) -----"           TO RECERT-LINE
           ELSE
             STRING "----- MANAGER " WS-CUR-MANAGER " "
                    FUNCTION TRIM(WS-MANAGER-NAME) " -----"
               DELIMITED BY SIZE INTO RECERT-LINE
             END-STRING
           END-IF
           WRITE RECERT-LINE
           MOVE "BUSR      USERNAME             ROLE BR  LAST-LOGIN "
             & "LAST-ACTIVE      ACTIONS FAIL LK IDLE   STATUS     "
             & "LAST-CERT"                 TO RECERT-LINE
           WRITE RECERT-LINE
           .
       F-WRITE-GROUP-HEADER-END.
           EXIT.
      ******************************************************************
       F-WRITE-STAFF-LINE SECTION.
           ADD 1                           TO WS-STAFF-LISTED

           MOVE "NEVER"                    TO ED-LAST-ACTIVE
           IF ST-LAST-ACTIVE-MIN(IND-STAFF) > 0
             COMPUTE WS-ACTIVE-DAY-INT =
                 ST-LAST-ACTIVE-MIN(IND-STAFF) / 1440
             COMPUTE WS-ACTIVE-MIN = ST-LAST-ACTIVE-MIN(IND-STAFF)
                 - (WS-ACTIVE-DAY-INT * 1440)
             COMPUTE WS-ARCHIVE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-ACTIVE-DAY-INT)
             COMPUTE ED-HH = WS-ACTIVE-MIN / 60
             COMPUTE ED-MI = WS-ACTIVE-MIN - (ED-HH * 60)
             MOVE SPACES                   TO ED-LAST-ACTIVE
             STRING WS-ARCHIVE-DATE " " ED-HH ":" ED-MI
               DELIMITED BY SIZE INTO ED-LAST-ACTIVE
             END-STRING
           END-IF
           MOVE ST-ACTIONS(IND-STAFF)      TO ED-ACTIONS
           MOVE ST-IDLE-DAYS(IND-STAFF)    TO ED-IDLE

           MOVE SPACES                     TO RECERT-LINE
           STRING ST-BUSR-ID(IND-STAFF) " "
                  ST-USERNAME(IND-STAFF)(1:20) " "
                  ST-ROLE(IND-STAFF) " "
                  ST-BRANCHID(IND-STAFF) " "
                  ST-LAST-LOGIN(IND-STAFF) "   "
                  ED-LAST-ACTIVE " "
                  ED-ACTIONS " "
                  ST-FAILED-COUNT(IND-STAFF) "   "
                  ST-LOCKED(IND-STAFF) "  "
                  ED-IDLE "  "
                  ST-OUTCOME(IND-STAFF) " "
                  ST-LAST-CERT-DATE(IND-STAFF) " "
                  ST-LAST-CERT-DECISION(IND-STAFF)
             DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           .
       F-WRITE-STAFF-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE "----- SUMMARY -----"      TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE SPACES                     TO RECERT-LINE
           STRING "STAFF USERS: " WS-STAFF-LISTED
                  "   NEW PROFILES: " WS-PROFILES-ADDED
                  "   CERTIFICATION DUE: " WS-CERT-DUE
             DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           MOVE SPACES                     TO RECERT-LINE
           STRING "DISABLED THIS RUN: " WS-DISABLED-NOW
                  "   ALREADY DISABLED: " WS-ALREADY-DISABLED
                  "   ADMINS FLAGGED INACTIVE: " WS-ADMINS-FLAGGED
             DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           MOVE SPACES                     TO RECERT-LINE
           STRING "AUDIT FILES READ: " WS-AUDIT-FILES
             DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           IF WS-STAFF-SKIPPED > 0
             MOVE SPACES                   TO RECERT-LINE
             STRING "*** " WS-STAFF-SKIPPED " STAFF USERS OVER THE "
                    K-MAX-STAFF " LIMIT NOT REVIEWED ***"
               DELIMITED BY SIZE INTO RECERT-LINE
             END-STRING
             WRITE RECERT-LINE
           END-IF
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
