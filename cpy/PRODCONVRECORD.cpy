      *> RECORD LAYOUT FOR THE INDEXED PRODUCT CONVERSION REGISTER
      *> (files/prodconv.dat), ONE ROW PER SCHEDULED MOVE OF AN
      *> ACCOUNT BETWEEN THE CURRENT ("CUR") AND SAVINGS ("SAV")
      *> PRODUCTS, KEYED BY ACCOUNT AND EFFECTIVE DATE. REQUESTED,
      *> BULK-LOADED AND CANCELLED BY PRODCONV; CARRIED OUT ON ITS
      *> EFFECTIVE DATE BY THE NIGHTLY PRODCONVRUN, WHICH KEEPS WHAT
      *> IT SETTLED UNDER THE OLD PRODUCT ON THE ROW. STATEMENTS
      *> (STMTCYCLE) READ THE DONE ROWS TO SHOW THE CHANGE.
       01  PRODUCT-CONVERSION-RECORD.
           05 PV-KEY.
             10 PV-ACCOUNT-ID          PIC 9(09).
      *      FIRST DAY THE ACCOUNT RUNS UNDER THE NEW PRODUCT.
             10 PV-EFF-DATE            PIC 9(08).
      *    PRODUCT AT REQUEST TIME (LEGACY UNTYPED ROWS AS "SAV") AND
      *    THE ONE IT MOVES TO.
           05 PV-FROM-PRODUCT          PIC X(03).
           05 PV-TO-PRODUCT            PIC X(03).
           05 PV-STATUS                PIC X(01).
      *      SCHEDULED -- WAITING FOR ITS EFFECTIVE DATE.
             88 PV-IS-PENDING          VALUE "P".
      *      CARRIED OUT BY PRODCONVRUN.
             88 PV-IS-DONE             VALUE "D".
             88 PV-IS-CANCELLED        VALUE "X".
      *      NOT CARRIED OUT -- REASON IN PV-FAIL-REASON.
             88 PV-IS-FAILED           VALUE "F".
           05 PV-CUSTOMER-ID           PIC 9(09).
           05 PV-BRANCH-ID             PIC 9(03).
           05 PV-CURRENCY              PIC X(03).
           05 PV-SOURCE                PIC X(01).
             88 PV-FROM-SINGLE         VALUE "S".
             88 PV-FROM-BULK           VALUE "B".
           05 PV-REQUESTED-BY          PIC 9(09).
           05 PV-REQUESTED-DATE        PIC 9(08).
           05 PV-CLOSED-BY             PIC 9(09).
      *    BUSINESS DATE THE ROW WAS CARRIED OUT, FAILED OR CANCELLED.
           05 PV-CLOSED-DATE           PIC 9(08).
      *    SETTLED UNDER THE OLD PRODUCT ON THE DAY OF CONVERSION:
      *    ACCRUED CREDIT INTEREST (GROSS) AND THE TAX WITHHELD ON IT.
           05 PV-INTEREST-SETTLED      PIC 9(10)V99.
           05 PV-TAX-WITHHELD          PIC 9(10)V99.
           05 PV-FAIL-REASON           PIC X(30).
           05 FILLER                   PIC X(34).
