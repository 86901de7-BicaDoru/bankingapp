                                                   "GETITEM "
                                                   "PUT     "
                                                   "POST    "
                                                   "DELETE  "
                                                   "RENUMINT".
             88 I-ACC-OP-GETITEM             VALUE "GETITEM ".
             88 I-ACC-OP-GETLIST             VALUE "GETLIST ".
             88 I-ACC-OP-PUT                 VALUE "PUT     ".
             88 I-ACC-OP-POST                VALUE "POST    ".
             88 I-ACC-OP-DELETE              VALUE "DELETE  ".
      *    ONE-TIME MOVE OF AN INTERNAL ACCOUNT ROW (PRODUCT_TYPE
      *    "INT", CUSTOMERID 0) FROM I-ACC-ACCOUNTID TO
      *    I-ACC-NEW-ACCOUNTID, TOGETHER WITH EVERY TRANSACTION ROW
      *    THAT NAMES IT -- SEE FILECONV INTACCID.
             88 I-ACC-OP-RENUM-INTERNAL      VALUE "RENUMINT".
           10 I-ACC-ACCOUNTID                PIC 9(09).
           10 I-ACC-PAGE-NUMBER              PIC 9(05).
           10 I-ACC-CUSTOMERID               PIC 9(09).
           10 I-ACC-BALANCE                  PIC S9(10)V99.
           10 I-ACC-IBAN                     PIC X(30).
           10 I-ACC-CURRENCY                 PIC X(3).
      *    BRANCH THE ACCOUNT WAS OPENED AT, SEE BRANCHMAINT. ZERO
      *    ON POST, ZERO MEANS "NOT SET" -- ACCBO SUBSTITUTES ITS OWN
      *    K-OVERDRAFT-LIMIT DEFAULT (SAME "ZERO MEANS UNSET"
      *    CONVENTION AS I-ACC-BRANCHID).
           10 I-ACC-OD-LIMIT                 PIC 9(10)V99.
      *    PRODUCT TYPE SET AT POST -- "CUR" IS A TRANSACTIONAL
      *    CURRENT ACCOUNT (NO CREDIT INTEREST, ACTIVITY FEES APPLY),
      *    "SAV" A SAVINGS ACCOUNT (EARNS INTEREST, NO ACTIVITY
      *    FEES). SPACES ON LEGACY ROWS BEHAVE AS "SAV" SO NOBODY'S
      *    EXISTING INTEREST STOPS UNTIL THE ACCOUNT IS TYPED.
      *    "N32"/"N95" ARE NOTICE SAVINGS -- 32 OR 95 DAYS' NOTICE
      *    BEFORE A WITHDRAWAL, THEIR OWN RATE (SEE NOTICE.cbl).
      *    "INT" IS ONE OF THE BANK'S OWN INTERNAL ACCOUNTS (SEE
      *    INTACCCONFIG) -- NEVER OPENED THROUGH A CUSTOMER CHANNEL.
      *    ON GETITEM/GETLIST IT DOUBLES AS A FILTER: ACCDB ONLY
      *    RETURNS INTERNAL ROWS WHEN THE CALLER SETS IT, AND THEN
      *    ONLY INTERNAL ROWS ON A GETLIST.
           10 I-ACC-PRODUCT-TYPE             PIC X(03).
             88 I-ACC-PROD-CURRENT           VALUE "CUR".
             88 I-ACC-PROD-SAVINGS           VALUES "SAV" "   ".
             88 I-ACC-PROD-NOTICE            VALUES "N32" "N95".
             88 I-ACC-PROD-INTERNAL          VALUE "INT".
      *    CONTINUATION KEY FOR KEYSET PAGING ON GETLIST -- THE
      *    LAST ACCOUNT ID OF THE PREVIOUS PAGE (O-ACCDB-CONT-ID).
      *    EVERY LIST IS IN ID ORDER, SO THE NEXT PAGE STARTS RIGHT
      *    AFTER IT INSTEAD OF RE-SKIPPING EVERY EARLIER ROW AS
      *    I-ACC-PAGE-NUMBER DOES. ZERO MEANS PAGE-NUMBER PAGING.
           10 I-ACC-CONT-ID                  PIC 9(09).
      *    TARGET ID ON RENUMINT ONLY.
           10 I-ACC-NEW-ACCOUNTID            PIC 9(09).

         05 ACCDB-STATUS                     PIC X(02).
           88 ACCDB-STATUS-OK                VALUE "00".
         05 ACCDB-OUT.
           10 O-ACC-COUNT                    PIC 9(02).
           10 O-ACC-ELEM                     OCCURS 20 TIMES.
             15 O-ACC-ACCOUNTID              PIC 9(09).
             15 O-ACC-CUSTOMERID             PIC 9(09).
             15 O-ACC-IBAN                   PIC X(30).
             15 O-ACC-CURRENCY               PIC X(05).
             15 O-ACC-BALANCE                PIC S9(10)V99.
             15 O-ACC-STATUS                 PIC X(01).
             15 O-ACC-BRANCHID                PIC 9(03).
             15 O-ACC-OD-LIMIT                PIC 9(10)V99.
             15 O-ACC-PRODUCT-TYPE            PIC X(03).
      *    CONTINUATION KEY OF THE PAGE JUST RETURNED BY GETLIST --
      *    ITS LAST ACCOUNT ID (ZERO ON AN EMPTY PAGE). KEPT OUTSIDE
      *    ACCDB-OUT SO THE PAGE IMAGE CALLERS COPY AROUND KEEPS ITS
      *    SIZE.
         05 O-ACCDB-CONT-ID                  PIC 9(09).
