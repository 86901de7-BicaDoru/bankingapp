      *> RECORD LAYOUT FOR THE INDEXED VARIABLE-RATE TERMS FILE
      *> (files/loanvarrate.dat), ONE ROW PER VARIABLE-RATE LOAN,
      *> KEYED BY LOAN ID -- THE SAME SIDE-FILE SHAPE AS
      *> LOANRISKSCORERECORD, SO loans.dat KEEPS ITS LAYOUT. A LOAN
      *> WITH NO ROW HERE IS FIXED-RATE. SET UP BY LOANORD VARRATE,
      *> DRIVEN BY LOANRESET. LN-ANNUAL-RATE-PCT ON THE LOAN RECORD
      *> ALWAYS HOLDS THE RATE CURRENTLY IN FORCE, SO LOANRUN AND
      *> EVERY OTHER READER OF THE LOAN NEED NOT KNOW ABOUT THIS FILE.
       01  LOAN-VARRATE-RECORD.
           05 LVR-LOAN-ID              PIC 9(05).
      *    REFERENCE INDEX (SEE INDEXRATERECORD) AND THE MARGIN OVER
      *    IT, IN ANNUAL PERCENT.
           05 LVR-INDEX-CODE           PIC X(08).
           05 LVR-MARGIN-PCT           PIC S9(03)V99.
      *    MONTHS BETWEEN RESETS -- 3, 6 OR 12.
           05 LVR-RESET-MONTHS         PIC 9(02).
      *    INDEX + MARGIN IS HELD BETWEEN THESE. ZERO CAP = NO CAP.
           05 LVR-FLOOR-PCT            PIC 9(03)V99.
           05 LVR-CAP-PCT              PIC 9(03)V99.
           05 LVR-NEXT-RESET-DATE      PIC 9(08).
           05 LVR-LAST-RESET-DATE      PIC 9(08).
           05 LVR-LAST-INDEX-PCT       PIC S9(03)V99.
      *    A RESET IS FIXED AND THE BORROWER NOTIFIED K-VARRATE-
      *    NOTICE-DAYS AHEAD OF LVR-NEXT-RESET-DATE (SEE
      *    VARRATECONFIG); THE NEW TERMS WAIT HERE UNTIL THE DATE.
           05 LVR-PENDING              PIC X(01).
             88 LVR-RESET-PENDING      VALUE "P".
             88 LVR-NO-RESET-PENDING   VALUE " ".
           05 LVR-PENDING-INDEX-PCT    PIC S9(03)V99.
           05 LVR-PENDING-RATE-PCT     PIC 9(03)V99.
           05 LVR-PENDING-PAYMENT      PIC 9(10)V99.
           05 LVR-NOTIFIED-DATE        PIC 9(08).
