      *> RECORD LAYOUT FOR THE INDEXED STAGED-DISBURSEMENT FACILITY
      *> FILE (files/loanfacility.dat), ONE ROW PER CONSTRUCTION OR
      *> PROJECT LOAN WHOSE PRINCIPAL IS RELEASED IN TRANCHES, KEYED
      *> BY LOAN ID -- THE SAME SIDE-FILE SHAPE AS LOANVARRATERECORD,
      *> SO loans.dat KEEPS ITS LAYOUT. OPENED BY LOANORD STAGED,
      *> DRAWN BY LOANDRAW, CLOSED OUT BY LOANDRAWRUN AT THE DRAW
      *> DEADLINE. WHILE THE FACILITY IS IN DRAWDOWN THE LOAN RECORD
      *> CARRIES LN-DISBURSE-STAGED: LN-PRINCIPAL IS THE APPROVED
      *> FACILITY, LN-REMAINING-PRINCIPAL WHAT HAS BEEN DRAWN AND NOT
      *> REPAID, AND LN-MONTHLY-PAYMENT INTEREST ON THAT ONLY.
       01  LOAN-FACILITY-RECORD.
           05 LF-LOAN-ID               PIC 9(05).
           05 LF-FACILITY-AMOUNT       PIC 9(10)V99.
           05 LF-DRAWN-AMOUNT          PIC 9(10)V99.
      *    LAST DAY A TRANCHE MAY BE DRAWN. AMORTIZATION STARTS THE
      *    DAY AFTER AT THE LATEST, ON WHATEVER HAS BEEN DRAWN BY THEN.
           05 LF-DRAW-DEADLINE         PIC 9(08).
           05 LF-PHASE                 PIC X(01).
             88 LF-IN-DRAWDOWN         VALUE "D".
             88 LF-AMORTIZING          VALUE "A".
      *      LOAN CANCELLED -- OR NOTHING DRAWN BY THE DEADLINE.
             88 LF-CLOSED              VALUE "X".
           05 LF-AMORTIZED-DATE        PIC 9(08).
           05 LF-TRANCHE-COUNT         PIC 9(02).
      *    THE DRAWDOWN SCHEDULE. A TRANCHE IS PLANNED, REQUESTED ONCE
      *    THE WORK IT PAYS FOR IS CERTIFIED, AND RELEASED ONLY WHEN A
      *    SECOND BANK USER (SENIOR TELLER OR ADMIN) APPROVES -- THE
      *    SAME TWO-PERSON CONTROL LOANCHGOFF APPLIES. A REJECTED
      *    REQUEST GOES BACK TO PLANNED.
           05 LF-TRANCHE OCCURS 12 TIMES.
             10 LF-TR-AMOUNT           PIC 9(10)V99.
             10 LF-TR-PLANNED-DATE     PIC 9(08).
             10 LF-TR-STATUS           PIC X(01).
               88 LF-TR-PLANNED        VALUE "P".
               88 LF-TR-REQUESTED      VALUE "R".
               88 LF-TR-DRAWN          VALUE "D".
      *        NOT DRAWN BY THE DEADLINE -- THE COMMITMENT LAPSED.
               88 LF-TR-LAPSED         VALUE "X".
             10 LF-TR-REQUESTED-BY     PIC 9(09).
             10 LF-TR-DECIDED-BY       PIC 9(09).
             10 LF-TR-DRAWN-DATE       PIC 9(08).
