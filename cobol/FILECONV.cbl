      *  system whose data files were created under the previous
      *  record layouts:
      *     FILECONV ALL
      *     FILECONV JOINTACC|CARD|CARDTOK|LOANS|WDRAPPR|IDWIDTH|
      *              INTACCID|CARDLINE|SUSPENSE|CHARGEBACK
      *  Four indexed files gained trailing fields and therefore a
      *  longer record -- jointacc.dat (permission tier + mandate
      *  rule), card.dat (hold link + reissue marker), loans.dat
      *       converted file into place (CBL_RENAME_FILE, the same
      *       routine GENERIC's archival uses).
      *  Safe to re-run: a converted or absent file is left alone.
      *     SUSPENSE and CHARGEBACK are two more of the same kind,
      *  for files that were already at the wide ID/amount layout when
      *  they gained trailing fields: achsuspense.dat (the wire as it
      *  arrived and the rate, when it was converted into the
      *  suspense currency -- none for an existing row) and
      *  chargebacks.dat (where the disputed purchase was posted --
      *  the account, for an existing case -- and the credit line
      *  purchase fields, blank). A file still narrow is left for
      *  IDWIDTH, which writes the new layout directly.
      *     CARDTOK is a conversion of content, not length: card.dat
      *  rows written before card numbers were tokenized still hold
      *  the full number in CARD-NUMBER. Each such row has its number
      *  handed to the card number vault (CARDVAULT TOKENIZE) and is
      *  rewritten in place with the token and last four; rows
      *  already tokenized are skipped. No .bak copy is kept -- and
      *  the card.dat.bak left by the CARD conversion, which still
      *  holds full numbers, is deleted. ALL runs it last.
      *     IDWIDTH widens account, customer, bank user and
      *  transaction IDs from 5 to 9 digits and amounts from 8 to 10
      *  integer digits in every data file that carries them. A file
      *  still in a pre-width layout that the conversions above
      *  cannot open is left for this pass (ALL runs it after them).
      *  Each file is copied row by row through its narrow layout,
      *  read back from disk, and swapped in only when row count,
      *  amount total and ID hash match; the totals for every file
      *  go to files/reports/FILECONV_IDWIDTH_<yyyymmdd>.txt. Lines
      *  still waiting in the offline spool carry the old columns --
      *  they must be replayed by the previous release first.
      *     INTACCID moves the bank's internal accounts (INTACCCONFIG)
      *  from the 99901-99999 block they held under 5-digit IDs up to
      *  the same last five digits at the top of the 9-digit range
      *  (999999901-999999999), where no customer account will ever
      *  be numbered. It is a database conversion, not a file one:
      *  each row is moved by ACCDB RENUMINT, which takes only a row
      *  that really is internal (product type INT, customer 0) and
      *  repoints both legs of its postings with it. An ID with no
      *  internal row -- never used, already moved, or a customer's
      *  account -- is reported and left alone. ALL runs it after
      *  IDWIDTH; it must run before the first posting of the new
      *  release, which would otherwise open a fresh row on the new
      *  ID and leave the old balance stranded.
      *     CARDLINE splits the card credit lines, kept one per
      *  account and shared by every credit card on it, into one line
      *  per card (cardcredit.dat and its ledger cardtxn.dat, both
      *  rekeyed by card). Each account's line, ledger and all, goes
      *  to its highest-numbered credit card not cancelled (failing
      *  that, its highest); each other credit card on the account
      *  gets a pointer row to it and goes on drawing on the same
      *  line. IDWIDTH widens a narrow line file into the per-account
      *  layout and leaves the split to this pass, which ALL runs
      *  straight after it. Both files are swapped in together, and
      *  only when every line found a credit card and every ledger
      *  row its line -- otherwise both are left as they were, .new
      *  copies kept.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WDR-KEY
           FILE STATUS IS WS-NEW-STATUS.

      *    SUSPENSE/CHARGEBACK -- THE PREVIOUS WIDE LAYOUT AT THE LIVE
      *    NAME; THE NEW ONE IS SQ-NEW-FILE / CB-NEW-FILE BELOW.
           SELECT SQ-OLD-FILE ASSIGN TO "files/achsuspense.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OSQ-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CB-OLD-FILE ASSIGN TO "files/chargebacks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCB-KEY
           FILE STATUS IS WS-OLD-STATUS.

      *    ID/AMOUNT WIDENING (IDWIDTH) -- EACH FILE UNDER ITS
      *    NARROW LAYOUT AT THE LIVE NAME, AND UNDER ITS CURRENT
      *    LAYOUT AT WHATEVER NAME WS-NEW-NAME HOLDS.

           SELECT SW-NARROW-FILE ASSIGN TO "files/acctswitch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSW-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SW-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SW-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT AP-NARROW-FILE ASSIGN TO "files/ach_processed.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NAP-REFERENCE
           FILE STATUS IS WS-OLD-STATUS.

           SELECT AP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-REFERENCE
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SQ-NARROW-FILE ASSIGN TO "files/achsuspense.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSQ-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SQ-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SQ-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT AT-NARROW-FILE ASSIGN TO "files/atms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NAT-ATM-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT AT-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-ATM-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT BN-NARROW-FILE ASSIGN TO "files/beneficiaries.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NBN-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT BN-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT BG-NARROW-FILE ASSIGN TO "files/borrowergroups.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NBG-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT BG-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CARD-NARROW-FILE ASSIGN TO "files/card.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCARD-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CTL-NARROW-FILE ASSIGN TO "files/cardcontrols.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCTL-CARD-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CTL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-CARD-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CCL-NARROW-FILE ASSIGN TO "files/cardcredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCCL-ACCOUNT-ID
           FILE STATUS IS WS-OLD-STATUS.

      *    CARD LINES AFTER WIDENING BUT BEFORE THEY WERE KEPT PER
      *    CARD -- STILL ONE PER ACCOUNT (CARDLINE CONVERTS THEM).
           SELECT CCL-OLD-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCCL-ACCOUNT-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CCL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCL-CARD-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CT-NARROW-FILE ASSIGN TO "files/cardtxn.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCT-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CT-OLD-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCT-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CT-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT PK-NARROW-FILE ASSIGN TO "files/ccypockets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPK-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PK-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CRT-NARROW-FILE ASSIGN TO "files/certificates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCRT-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CRT-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CB-NARROW-FILE ASSIGN TO "files/chargebacks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCB-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CB-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-KEY OF CHARGEBACK-RECORD
           FILE STATUS IS WS-NEW-STATUS.

           SELECT COA-NARROW-FILE ASSIGN
           TO "files/chargeoffapprovals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCOA-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT COA-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COA-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CBK-NARROW-FILE ASSIGN TO "files/checkbooks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCBK-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CBK-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-KEY OF CHECK-BOOK-RECORD
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CK-NARROW-FILE ASSIGN TO "files/checkdeposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCK-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CK-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CK-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CS-NARROW-FILE ASSIGN TO "files/checkserials.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCS-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CS-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CL-NARROW-FILE ASSIGN TO "files/collateral.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCL-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CLM-NARROW-FILE ASSIGN TO "files/creditlimits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCLM-CUSTOMER-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CLM-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CUSTOMER-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CN-NARROW-FILE ASSIGN TO "files/custcontact.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCN-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CN-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CDA-NARROW-FILE ASSIGN TO "files/custdelapprovals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCDA-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CDA-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDA-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CE-NARROW-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCE-CUSTOMERID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CE-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CP-NARROW-FILE ASSIGN TO "files/custprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCP-CUSTOMERID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUSTOMERID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CR-NARROW-FILE ASSIGN TO "files/custrelation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCR-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT FS-NARROW-FILE ASSIGN TO "files/data/feeschedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT FS-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT DC-NARROW-FILE ASSIGN TO "files/ddcollections.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDC-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT DC-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT DM-NARROW-FILE ASSIGN TO "files/ddmandates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDM-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT DM-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT DBK-NARROW-FILE ASSIGN TO "files/debitblocks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDBK-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT DBK-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBK-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT DCD-NARROW-FILE ASSIGN TO "files/deceased.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDCD-CUSTOMERID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT DCD-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CUSTOMERID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT DR-NARROW-FILE ASSIGN TO "files/drafts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDR-SERIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT DR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DR-SERIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT BF-NARROW-FILE ASSIGN TO "files/eodrecon_bf.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NBF-ACCOUNTID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT BF-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BF-ACCOUNTID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT WL-NARROW-FILE ASSIGN TO "files/feewaivers_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT WL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT FC-NARROW-FILE ASSIGN TO "files/fraudcases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFC-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT FC-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT FT-NARROW-FILE ASSIGN TO "files/futurexfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFT-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT FT-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT FXC-NARROW-FILE ASSIGN TO "files/fxcash.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFXC-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT FXC-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXC-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT GN-NARROW-FILE ASSIGN TO "files/garnish.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NGN-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT GN-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GN-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT IP-NARROW-FILE ASSIGN TO "files/instantpay.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NIP-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT IP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT IA-NARROW-FILE ASSIGN TO "files/intaccrual.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NIA-ACCOUNTID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT IA-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IA-ACCOUNTID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT IB-NARROW-FILE ASSIGN TO "files/interbranch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NIB-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT IB-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IB-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT IO-NARROW-FILE ASSIGN TO "files/inwardorigin.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT IO-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT JA-NARROW-FILE ASSIGN TO "files/jointacc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NJA-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT KY-NARROW-FILE ASSIGN TO "files/kycdocument.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NKY-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT KY-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KY-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT LB-NARROW-FILE ASSIGN TO "files/loanbalance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLB-LOAN-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LB-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-LOAN-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT LF-NARROW-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLF-LOAN-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LF-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT LL-NARROW-FILE ASSIGN TO "files/loanledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLL-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LL-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT LP-NARROW-FILE ASSIGN TO "files/loanparties.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLP-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LP-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT LOAN-NARROW-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLN-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LVR-NARROW-FILE ASSIGN TO "files/loanvarrate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLVR-LOAN-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT LVR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVR-LOAN-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT WO-NARROW-FILE ASSIGN TO "files/loanwriteoff.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NWO-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT WO-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT MH-NARROW-FILE ASSIGN TO "files/mailhold.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NMH-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT MH-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT NT-NARROW-FILE ASSIGN TO "files/notices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NNT-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NT-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NT-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT NP-NARROW-FILE ASSIGN TO "files/notifyprefs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NNP-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NP-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT NS-NARROW-FILE ASSIGN TO "files/notifystatus.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NNS-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NS-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NS-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT ODP-NARROW-FILE ASSIGN TO "files/odprotect.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NODP-ACCOUNT-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT ODP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODP-ACCOUNT-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT OB-NARROW-FILE ASSIGN TO "files/onboarding.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOB-CUSTOMER-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT OB-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OB-CUSTOMER-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT PR-NARROW-FILE ASSIGN TO "files/payrequests.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPR-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT PL-NARROW-FILE ASSIGN TO "files/pocketledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPL-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT PX-NARROW-FILE ASSIGN TO "files/proxyreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPX-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT PX-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PX-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT RD-NARROW-FILE ASSIGN TO "files/reqdups.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT RD-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT RK-NARROW-FILE ASSIGN TO "files/reqkeys.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRK-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT RK-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RK-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT RV-NARROW-FILE ASSIGN TO "files/reversals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRV-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT RV-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SC-NARROW-FILE ASSIGN TO "files/salarycredits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSC-ACCOUNT-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SC-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-ACCOUNT-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SR-NARROW-FILE ASSIGN TO "files/schedrules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSR-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-KEY OF SCHED-RULE-RECORD
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SA-NARROW-FILE ASSIGN TO "files/sdbaccess.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSA-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SA-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SB-NARROW-FILE ASSIGN TO "files/sdboxes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSB-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SB-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SP-NARROW-FILE ASSIGN TO "files/sdbparties.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSP-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SRN-NARROW-FILE ASSIGN TO "files/sdbrentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSRN-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SRN-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-KEY OF SDB-RENTAL-RECORD
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SS-NARROW-FILE ASSIGN TO "files/session.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSS-TOKEN
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SS-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-TOKEN
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SO-NARROW-FILE ASSIGN TO "files/standord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSO-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SO-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SU-NARROW-FILE ASSIGN TO "files/stepup.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSU-BUSR-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SU-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SU-BUSR-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SCY-NARROW-FILE ASSIGN TO "files/stmtcycle.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSCY-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SCY-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCY-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SX-NARROW-FILE ASSIGN TO "files/stmtexport.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSX-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT SX-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT TR-NARROW-FILE ASSIGN TO "files/taxresidency.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTR-CUSTOMERID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT TR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-CUSTOMERID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT TD-NARROW-FILE ASSIGN TO "files/termdeposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTD-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT TD-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT TK-NARROW-FILE ASSIGN TO "files/tickets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTK-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT TK-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TK-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT TL-NARROW-FILE ASSIGN TO "files/tillbalance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTL-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT TL-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT TF-NARROW-FILE ASSIGN TO "files/tillfx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTF-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT TF-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT APR-NARROW-FILE ASSIGN
           TO "files/transferapprovals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NAPR-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT APR-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT VM-NARROW-FILE ASSIGN TO "files/vaultmovements.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NVM-ID
           FILE STATUS IS WS-OLD-STATUS.

           SELECT VM-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VM-ID
           FILE STATUS IS WS-NEW-STATUS.

           SELECT VC-NARROW-FILE ASSIGN TO "files/vibancoll.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NVC-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT VC-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT VI-NARROW-FILE ASSIGN TO "files/vibans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NVI-IBAN
           FILE STATUS IS WS-OLD-STATUS.

           SELECT VI-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VI-IBAN
           FILE STATUS IS WS-NEW-STATUS.

           SELECT WP-NARROW-FILE ASSIGN
           TO "files/wires_in_processed.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NWP-REFERENCE
           FILE STATUS IS WS-OLD-STATUS.

           SELECT WP-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WP-REFERENCE
           FILE STATUS IS WS-NEW-STATUS.

           SELECT WDR-NARROW-FILE ASSIGN
           TO "files/withdrawalapprovals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NWDR-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT YB-NARROW-FILE ASSIGN TO "files/yearendbal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NYB-KEY
           FILE STATUS IS WS-OLD-STATUS.

           SELECT YB-NEW-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YB-KEY
           FILE STATUS IS WS-NEW-STATUS.

           SELECT SPOOL-FILE ASSIGN TO "files/offline_spool.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.

           SELECT WIDEN-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
      *    THE OLD LAYOUTS, EXACTLY AS THE PREVIOUS RELEASE WROTE
      *    THEM -- DO NOT EXTEND THESE; THEY EXIST ONLY SO THIS
      *    PROGRAM CAN STILL READ A PRE-MIGRATION FILE.
       FD  JA-OLD-FILE.
       01  OLD-JOINT-ACC-RECORD.
           05 OJA-KEY.
             10 OJA-ACCOUNT-ID       PIC 9(05).
             10 OJA-BUSR-ID          PIC 9(05).
           05 OJA-STATUS              PIC X(01).

       FD  JA-NEW-FILE.
       COPY JOINTACCRECORD.

       FD  CARD-OLD-FILE.
       01  OLD-CARD-RECORD.
           05 OCD-ID                  PIC 9(05).
           05 OCD-ACCOUNT-ID          PIC 9(05).
           05 OCD-NUMBER              PIC X(16).
           05 OCD-TYPE                PIC X(01).
           05 OCD-EXPIRY              PIC 9(06).
           05 OCD-STATUS              PIC X(01).

       FD  CARD-NEW-FILE.
       COPY CARDRECORD.

       FD  LOAN-OLD-FILE.
       01  OLD-LOAN-RECORD.
           05 OLN-ID                  PIC 9(05).
           05 OLN-ACCOUNT-ID          PIC 9(05).
           05 OLN-CUSTOMER-ID         PIC 9(05).
           05 OLN-CURRENCY            PIC X(03).
           05 OLN-PRINCIPAL           PIC 9(08)V99.
           05 OLN-ANNUAL-RATE-PCT     PIC 9(03)V99.
           05 OLN-TERM-MONTHS         PIC 9(03).
           05 OLN-MONTHLY-PAYMENT     PIC 9(08)V99.
           05 OLN-REMAINING-PRINCIPAL PIC 9(08)V99.
           05 OLN-NEXT-DUE-DATE       PIC 9(08).
           05 OLN-STATUS              PIC X(01).

       FD  LOAN-NEW-FILE.
       COPY LOANRECORD.

       FD  WDR-OLD-FILE.
       01  OLD-WDR-APPROVAL-RECORD.
           05 OWD-KEY.
             10 OWD-ID                PIC 9(05).
           05 OWD-ACCOUNTID           PIC 9(05).
           05 OWD-AMOUNT              PIC 9(08)V99.
           05 OWD-TRTYPE              PIC X(10).
           05 OWD-MEMO                PIC X(40).
           05 OWD-REQUESTED-BY        PIC 9(05).
           05 OWD-TIMESTAMP           PIC X(22).
           05 OWD-STATUS              PIC X(01).
           05 OWD-DECIDED-BY          PIC 9(05).

       FD  WDR-NEW-FILE.
       COPY WDRAPPROVALRECORD.

       FD  SQ-OLD-FILE.
       01  OLD-SUSPENSE-RECORD.
           05 OSQ-ID                  PIC 9(05).
           05 OSQ-REFERENCE           PIC X(20).
           05 OSQ-IBAN                PIC X(30).
           05 OSQ-AMOUNT              PIC 9(10)V99.
           05 OSQ-CURRENCY            PIC X(03).
           05 OSQ-RECEIVED-DATE       PIC 9(08).
           05 OSQ-STATUS              PIC X(01).
           05 OSQ-RESOLVED-ACCID      PIC 9(09).
           05 OSQ-RESOLVED-TS         PIC X(22).

       FD  CB-OLD-FILE.
       01  OLD-CHARGEBACK-RECORD.
           05 OCB-KEY.
             10 OCB-ID                PIC 9(07).
           05 OCB-CARD-ID             PIC 9(05).
           05 OCB-TRANS-ID            PIC 9(09).
           05 OCB-ACCOUNT-ID          PIC 9(09).
           05 OCB-AMOUNT              PIC 9(10)V99.
           05 OCB-STATUS              PIC X(01).
           05 OCB-OPENED-BY           PIC 9(09).
           05 OCB-OPENED-TS           PIC X(22).
           05 OCB-DEADLINE-DATE       PIC 9(08).
           05 OCB-RESOLVED-TS         PIC X(22).

      *    THE NARROW LAYOUTS -- ACCOUNT, CUSTOMER, BANK USER AND
      *    TRANSACTION IDS AT FIVE DIGITS, AMOUNTS AT EIGHT INTEGER
      *    DIGITS -- EXACTLY AS THE PREVIOUS RELEASE WROTE THEM.
      *    SAME RULE AS ABOVE: DO NOT EXTEND THESE.

       FD  SW-NARROW-FILE.
       01  NARROW-ACC-SWITCH-RECORD.
           05 NSW-ID                  PIC 9(05).
           05 NSW-CUSTOMER-ID         PIC 9(05).
           05 NSW-ACCOUNT-ID          PIC 9(05).
           05 NSW-NEW-IBAN            PIC X(30).
           05 NSW-CURRENCY            PIC X(03).
           05 NSW-OLD-BANK-BIC        PIC X(11).
           05 NSW-OLD-BANK-NAME       PIC X(35).
           05 NSW-OLD-IBAN            PIC X(30).
           05 NSW-SWITCH-DATE         PIC 9(08).
           05 NSW-STATUS              PIC X(01).
           05 NSW-REQUESTED-DATE      PIC 9(08).
           05 NSW-REQUESTED-BY        PIC 9(05).
           05 NSW-CONFIRMED-DATE      PIC 9(08).
           05 NSW-CONFIRMED-BY        PIC 9(05).
           05 NSW-BAL-REF             PIC X(20).
           05 NSW-BAL-REQUESTED-DATE  PIC 9(08).
           05 NSW-BAL-AMOUNT          PIC 9(08)V99.
           05 NSW-CLOSED-DATE         PIC 9(08).
           05 NSW-SO-COUNT            PIC 9(02).
           05 NSW-SO-ID               PIC 9(05) OCCURS 20 TIMES.
           05 NSW-PAYER-COUNT         PIC 9(02).
           05 NSW-PAYER               OCCURS 20 TIMES.
             10 NSW-PAYER-NAME        PIC X(35).
             10 NSW-PAYER-IBAN        PIC X(30).
             10 NSW-PAYER-AMOUNT      PIC 9(08)V99.
             10 NSW-PAYER-REFERENCE   PIC X(20).

       FD  SW-NEW-FILE.
       COPY ACCSWITCHRECORD.

       FD  AP-NARROW-FILE.
       01  NARROW-ACH-PROCESSED-RECORD.
           05 NAP-REFERENCE           PIC X(20).
           05 NAP-IBAN                PIC X(30).
           05 NAP-DIRECTION           PIC X(01).
           05 NAP-AMOUNT              PIC 9(08)V99.
           05 NAP-POSTED-TS           PIC X(22).

       FD  AP-NEW-FILE.
       01  ACH-PROCESSED-RECORD.
           05 AP-REFERENCE            PIC X(20).
           05 AP-IBAN                 PIC X(30).
           05 AP-DIRECTION            PIC X(01).
           05 AP-AMOUNT               PIC 9(10)V99.
           05 AP-POSTED-TS            PIC X(22).

       FD  SQ-NARROW-FILE.
       01  NARROW-SUSPENSE-RECORD.
           05 NSQ-ID                  PIC 9(05).
           05 NSQ-REFERENCE           PIC X(20).
           05 NSQ-IBAN                PIC X(30).
           05 NSQ-AMOUNT              PIC 9(08)V99.
           05 NSQ-CURRENCY            PIC X(03).
           05 NSQ-RECEIVED-DATE       PIC 9(08).
           05 NSQ-STATUS              PIC X(01).
           05 NSQ-RESOLVED-ACCID      PIC 9(05).
           05 NSQ-RESOLVED-TS         PIC X(22).

       FD  SQ-NEW-FILE.
       COPY SUSPENSERECORD.

       FD  AT-NARROW-FILE.
       01  NARROW-ATM-RECORD.
           05 NAT-ATM-ID              PIC 9(05).
           05 NAT-BRANCH-ID           PIC 9(03).
           05 NAT-LOCATION            PIC X(30).
           05 NAT-STATUS              PIC X(01).
           05 NAT-CASSETTE-CASH       PIC S9(10)V99.
           05 NAT-LAST-LOAD-DATE      PIC 9(08).
           05 NAT-LAST-UNLOAD-DATE    PIC 9(08).
           05 NAT-LAST-SETTLED-DATE   PIC 9(08).
           05 NAT-ADDED-DATE          PIC 9(08).
           05 NAT-ADDED-BY            PIC 9(05).
           05 NAT-UPDATED-DATE        PIC 9(08).
           05 NAT-UPDATED-BY          PIC 9(05).
           05 FILLER                  PIC X(10).

       FD  AT-NEW-FILE.
       COPY ATMRECORD.

       FD  BN-NARROW-FILE.
       01  NARROW-BENEFICIARY-RECORD.
           05 NBN-KEY.
             10 NBN-CUSTOMERID        PIC 9(05).
             10 NBN-NICKNAME          PIC X(15).
           05 NBN-IBAN                PIC X(30).
           05 NBN-CREATED-DATE        PIC 9(08).
           05 NBN-STATUS              PIC X(01).

       FD  BN-NEW-FILE.
       COPY BENEFICIARYRECORD.

       FD  BG-NARROW-FILE.
       01  NARROW-BORR-GROUP-RECORD.
           05 NBG-KEY.
             10 NBG-GROUP-CODE        PIC X(08).
             10 NBG-CUSTOMER-ID       PIC 9(05).
           05 NBG-GROUP-NAME          PIC X(30).
           05 NBG-STATUS              PIC X(01).
           05 NBG-ADDED-DATE          PIC 9(08).
           05 NBG-REMOVED-DATE        PIC 9(08).

       FD  BG-NEW-FILE.
       COPY BORRGROUPRECORD.

       FD  CARD-NARROW-FILE.
       01  NARROW-CARD-RECORD.
           05 NCARD-ID                PIC 9(05).
           05 NCARD-ACCOUNT-ID        PIC 9(05).
           05 NCARD-NUMBER.
             10 NCARD-TOKEN.
               15 NCARD-TOKEN-PREFIX  PIC X(02).
               15 NCARD-TOKEN-SEQ     PIC X(10).
             10 NCARD-LAST4           PIC X(04).
           05 NCARD-TYPE              PIC X(01).
           05 NCARD-EXPIRY            PIC 9(06).
           05 NCARD-STATUS            PIC X(01).
           05 NCARD-HOLD-ID           PIC 9(05).
           05 NCARD-HOLD-EXPIRY       PIC 9(08).
           05 NCARD-REISSUED          PIC X(01).

       FD  CTL-NARROW-FILE.
       01  NARROW-CARDCTL-RECORD.
           05 NCTL-CARD-ID            PIC 9(05).
           05 NCTL-SETTINGS.
             10 NCTL-BLOCKED-MCC      PIC X(04) OCCURS 5.
             10 NCTL-ALLOWED-COUNTRY  PIC X(02) OCCURS 5.
             10 NCTL-ECOM             PIC X(01).
             10 NCTL-TRAVEL           OCCURS 2.
               15 NCTL-TRAVEL-FROM    PIC 9(08).
               15 NCTL-TRAVEL-TO      PIC 9(08).
               15 NCTL-TRAVEL-COUNTRY PIC X(02).
           05 NCTL-UPDATED-DATE       PIC 9(08).
           05 NCTL-UPDATED-BY         PIC 9(05).
           05 FILLER                  PIC X(20).

       FD  CTL-NEW-FILE.
       COPY CARDCTLRECORD.

       FD  CCL-NARROW-FILE.
       01  NARROW-CARD-CREDIT-RECORD.
           05 NCCL-ACCOUNT-ID         PIC 9(05).
           05 NCCL-CREDIT-LIMIT       PIC 9(08)V99.
           05 NCCL-BALANCE            PIC 9(08)V99.
           05 NCCL-AUTH-TOTAL         PIC 9(08)V99.
           05 NCCL-LAST-STMT-DATE     PIC 9(08).
           05 NCCL-STMT-BALANCE       PIC 9(08)V99.
           05 NCCL-MIN-DUE            PIC 9(08)V99.
           05 NCCL-DUE-DATE           PIC 9(08).
           05 NCCL-PAID-SINCE-STMT    PIC 9(08)V99.
           05 NCCL-NEXT-STMT-DATE     PIC 9(08).
           05 NCCL-AUTOPAY            PIC X(01).
           05 NCCL-AUTOPAY-TAKEN      PIC X(01).
           05 NCCL-LAST-SEQ           PIC 9(05).
           05 NCCL-STATUS             PIC X(01).

       FD  CCL-OLD-FILE.
       01  OLD-CARD-CREDIT-RECORD.
           05 OCCL-ACCOUNT-ID         PIC 9(09).
           05 OCCL-CREDIT-LIMIT       PIC 9(10)V99.
           05 OCCL-BALANCE            PIC 9(10)V99.
           05 OCCL-AUTH-TOTAL         PIC 9(10)V99.
           05 OCCL-LAST-STMT-DATE     PIC 9(08).
           05 OCCL-STMT-BALANCE       PIC 9(10)V99.
           05 OCCL-MIN-DUE            PIC 9(10)V99.
           05 OCCL-DUE-DATE           PIC 9(08).
           05 OCCL-PAID-SINCE-STMT    PIC 9(10)V99.
           05 OCCL-NEXT-STMT-DATE     PIC 9(08).
           05 OCCL-AUTOPAY            PIC X(01).
           05 OCCL-AUTOPAY-TAKEN      PIC X(01).
           05 OCCL-LAST-SEQ           PIC 9(05).
           05 OCCL-STATUS             PIC X(01).

       FD  CCL-NEW-FILE.
       COPY CARDCREDITRECORD.

       FD  CT-NARROW-FILE.
       01  NARROW-CARD-TXN-RECORD.
           05 NCT-KEY.
             10 NCT-ACCOUNT-ID        PIC 9(05).
             10 NCT-SEQ               PIC 9(05).
           05 NCT-CARD-ID             PIC 9(05).
           05 NCT-DATE                PIC 9(08).
           05 NCT-TYPE                PIC X(01).
           05 NCT-STATUS              PIC X(01).
           05 NCT-AMOUNT              PIC 9(08)V99.
           05 NCT-EXPIRY              PIC 9(08).
           05 NCT-REFERENCE           PIC X(20).
           05 NCT-STMT-DATE           PIC 9(08).

       FD  CT-OLD-FILE.
       01  OLD-CARD-TXN-RECORD.
           05 OCT-KEY.
             10 OCT-ACCOUNT-ID        PIC 9(09).
             10 OCT-SEQ               PIC 9(05).
           05 OCT-CARD-ID             PIC 9(05).
           05 OCT-DATE                PIC 9(08).
           05 OCT-TYPE                PIC X(01).
           05 OCT-STATUS              PIC X(01).
           05 OCT-AMOUNT              PIC 9(10)V99.
           05 OCT-EXPIRY              PIC 9(08).
           05 OCT-REFERENCE           PIC X(20).
           05 OCT-STMT-DATE           PIC 9(08).

       FD  CT-NEW-FILE.
       COPY CARDTXNRECORD.

       FD  PK-NARROW-FILE.
       01  NARROW-POCKET-RECORD.
           05 NPK-KEY.
             10 NPK-ACCOUNT-ID        PIC 9(05).
             10 NPK-CURRENCY          PIC X(03).
           05 NPK-BALANCE             PIC S9(08)V99.
           05 NPK-STATUS              PIC X(01).
           05 NPK-AUTO-FX             PIC X(01).
           05 NPK-OPENED-DATE         PIC 9(08).
           05 NPK-CLOSED-DATE         PIC 9(08).
           05 NPK-LAST-MOVE-DATE      PIC 9(08).
           05 NPK-LAST-SEQ            PIC 9(07).
           05 FILLER                  PIC X(20).

       FD  PK-NEW-FILE.
       COPY POCKETRECORD.

       FD  CRT-NARROW-FILE.
       01  NARROW-CERTIFICATE-RECORD.
           05 NCRT-ID                 PIC 9(07).
           05 NCRT-CUSTOMERID         PIC 9(05).
           05 NCRT-AS-OF-DATE         PIC 9(08).
           05 NCRT-ISSUED-TS          PIC X(22).
           05 NCRT-FILENAME           PIC X(60).

       FD  CRT-NEW-FILE.
       01  CERTIFICATE-RECORD.
           05 CRT-ID                  PIC 9(07).
           05 CRT-CUSTOMERID          PIC 9(09).
           05 CRT-AS-OF-DATE          PIC 9(08).
           05 CRT-ISSUED-TS           PIC X(22).
           05 CRT-FILENAME            PIC X(60).

       FD  CB-NARROW-FILE.
       01  NARROW-CHARGEBACK-RECORD.
           05 NCB-KEY.
             10 NCB-ID                PIC 9(07).
           05 NCB-CARD-ID             PIC 9(05).
           05 NCB-TRANS-ID            PIC 9(05).
           05 NCB-ACCOUNT-ID          PIC 9(05).
           05 NCB-AMOUNT              PIC 9(08)V99.
           05 NCB-STATUS              PIC X(01).
           05 NCB-OPENED-BY           PIC 9(05).
           05 NCB-OPENED-TS           PIC X(22).
           05 NCB-DEADLINE-DATE       PIC 9(08).
           05 NCB-RESOLVED-TS         PIC X(22).

       FD  CB-NEW-FILE.
       COPY CHARGEBACKRECORD.

       FD  COA-NARROW-FILE.
       01  NARROW-COA-APPROVAL-RECORD.
           05 NCOA-KEY.
             10 NCOA-ID               PIC 9(05).
           05 NCOA-LOAN-ID            PIC 9(05).
           05 NCOA-AMOUNT             PIC 9(08)V99.
           05 NCOA-REQUESTED-BY       PIC 9(05).
           05 NCOA-TIMESTAMP          PIC X(22).
           05 NCOA-STATUS             PIC X(01).
           05 NCOA-DECIDED-BY         PIC 9(05).

       FD  COA-NEW-FILE.
       COPY CHGOFFAPPROVALRECORD.

       FD  CBK-NARROW-FILE.
       01  NARROW-CHECK-BOOK-RECORD.
           05 NCBK-KEY.
             10 NCBK-ACCOUNT-ID       PIC 9(05).
             10 NCBK-SERIAL-FROM      PIC 9(07).
           05 NCBK-DETAIL.
             10 NCBK-SERIAL-TO        PIC 9(07).
             10 NCBK-ISSUED-DATE      PIC 9(08).
             10 NCBK-ISSUED-BY        PIC 9(05).
             10 NCBK-STATUS           PIC X(01).
             10 NCBK-CANCELLED-DATE   PIC 9(08).
             10 NCBK-CANCELLED-BY     PIC 9(05).
             10 FILLER                PIC X(10).
           05 NCBK-CONTROL            REDEFINES NCBK-DETAIL.
             10 NCBK-POSPAY           PIC X(01).
             10 NCBK-POSPAY-DATE      PIC 9(08).
             10 NCBK-POSPAY-BY        PIC 9(05).
             10 FILLER                PIC X(30).

       FD  CBK-NEW-FILE.
       COPY CHECKBOOKRECORD.

       FD  CK-NARROW-FILE.
       01  NARROW-CHECK-DEP-RECORD.
           05 NCK-ID                  PIC 9(05).
           05 NCK-ACCOUNT-ID          PIC 9(05).
           05 NCK-AMOUNT              PIC 9(08)V99.
           05 NCK-HOLD-ID             PIC 9(05).
           05 NCK-TRANS-ID            PIC 9(05).
           05 NCK-DEPOSIT-DATE        PIC 9(08).
           05 NCK-AVAIL-DATE          PIC 9(08).
           05 NCK-STATUS              PIC X(01).

       FD  CK-NEW-FILE.
       01  CHECK-DEP-RECORD.
           05 CK-ID                   PIC 9(05).
           05 CK-ACCOUNT-ID           PIC 9(09).
           05 CK-AMOUNT               PIC 9(10)V99.
           05 CK-HOLD-ID              PIC 9(05).
           05 CK-TRANS-ID             PIC 9(09).
           05 CK-DEPOSIT-DATE         PIC 9(08).
           05 CK-AVAIL-DATE           PIC 9(08).
           05 CK-STATUS               PIC X(01).
             88 CK-STATUS-PENDING     VALUE "P".
             88 CK-STATUS-CLEARED     VALUE "C".
             88 CK-STATUS-RETURNED    VALUE "R".

       FD  CS-NARROW-FILE.
       01  NARROW-CHECK-SERIAL-RECORD.
           05 NCS-KEY.
             10 NCS-ACCOUNT-ID        PIC 9(05).
             10 NCS-SERIAL            PIC 9(07).
           05 NCS-POSPAY-AMOUNT       PIC 9(08)V99.
           05 NCS-POSPAY-PAYEE        PIC X(30).
           05 NCS-POSPAY-ISSUE-DATE   PIC 9(08).
           05 NCS-POSPAY-LOADED-DATE  PIC 9(08).
           05 NCS-STOP                PIC X(01).
           05 NCS-STOP-DATE           PIC 9(08).
           05 NCS-STOP-BY             PIC 9(05).
           05 NCS-STOP-REASON         PIC X(30).
           05 NCS-PRESENT-STATUS      PIC X(01).
           05 NCS-PRESENT-DATE        PIC 9(08).
           05 NCS-PRESENT-AMOUNT      PIC 9(08)V99.
           05 NCS-ITEM-REF            PIC X(20).
           05 NCS-RETURN-CODE         PIC X(02).

       FD  CS-NEW-FILE.
       COPY CHECKSERIALRECORD.

       FD  CL-NARROW-FILE.
       01  NARROW-COLLATERAL-RECORD.
           05 NCL-ID                  PIC 9(05).
           05 NCL-CUSTOMER-ID         PIC 9(05).
           05 NCL-LOAN-ID             PIC 9(05).
           05 NCL-TYPE                PIC X(10).
           05 NCL-DESCRIPTION         PIC X(40).
           05 NCL-APPRAISED-VALUE     PIC 9(08)V99.
           05 NCL-APPRAISAL-DATE      PIC 9(08).
           05 NCL-STATUS              PIC X(01).

       FD  CL-NEW-FILE.
       COPY COLLATERALRECORD.

       FD  CLM-NARROW-FILE.
       01  NARROW-CREDIT-LIMIT-RECORD.
           05 NCLM-CUSTOMER-ID        PIC 9(05).
           05 NCLM-SCORE-POOR-COUNT   PIC 9(01).
           05 NCLM-SCORED-LIMIT       PIC 9(10)V99.
           05 NCLM-SCORED-DATE        PIC 9(08).
           05 NCLM-OVERRIDE-ACTIVE    PIC X(01).
           05 NCLM-OVERRIDE-LIMIT     PIC 9(10)V99.
           05 NCLM-REQUEST-STATUS     PIC X(01).
           05 NCLM-REQUEST-LIMIT      PIC 9(10)V99.
           05 NCLM-REQUEST-REASON     PIC X(30).
           05 NCLM-REQUESTED-BY       PIC 9(05).
           05 NCLM-REQUESTED-DATE     PIC 9(08).
           05 NCLM-DECIDED-BY         PIC 9(05).
           05 NCLM-DECIDED-DATE       PIC 9(08).

       FD  CLM-NEW-FILE.
       COPY CREDLIMITRECORD.

       FD  CN-NARROW-FILE.
       01  NARROW-CUST-CONTACT-RECORD.
           05 NCN-KEY.
             10 NCN-CUSTOMERID        PIC 9(05).
             10 NCN-SEQ               PIC 9(05).
           05 NCN-DETAIL.
             10 NCN-TYPE              PIC X(01).
             10 NCN-VALUE             PIC X(60).
             10 NCN-VALID-FROM        PIC 9(08).
             10 NCN-VALID-TO          PIC 9(08).
             10 NCN-ADDED-BY          PIC 9(05).
             10 NCN-ADDED-DATE        PIC 9(08).
             10 NCN-ENDED-BY          PIC 9(05).
             10 FILLER                PIC X(20).
           05 NCN-CONTROL             REDEFINES NCN-DETAIL.
             10 NCN-LAST-SEQ          PIC 9(05).
             10 NCN-MAIL-STATUS       PIC X(01).
             10 NCN-RETURNED-DATE     PIC 9(08).
             10 NCN-RETURNED-BY       PIC 9(05).
             10 NCN-VERIFIED-DATE     PIC 9(08).
             10 NCN-VERIFIED-BY       PIC 9(05).
             10 FILLER                PIC X(83).

       FD  CN-NEW-FILE.
       COPY CONTACTRECORD.

       FD  CDA-NARROW-FILE.
       01  NARROW-CDA-APPROVAL-RECORD.
           05 NCDA-KEY.
             10 NCDA-ID               PIC 9(05).
           05 NCDA-CUSTID             PIC 9(05).
           05 NCDA-REQUESTED-BY       PIC 9(05).
           05 NCDA-TIMESTAMP          PIC X(22).
           05 NCDA-STATUS             PIC X(01).
           05 NCDA-DECIDED-BY         PIC 9(05).

       FD  CDA-NEW-FILE.
       COPY CUSTDELAPPROVALRECORD.

       FD  CE-NARROW-FILE.
       01  NARROW-CUST-ENTITY-RECORD.
           05 NCE-CUSTOMERID          PIC 9(05).
           05 NCE-REG-NUMBER          PIC X(20).
           05 NCE-LEGAL-FORM          PIC X(04).
           05 NCE-INCORP-DATE         PIC 9(08).
           05 NCE-STATUS              PIC X(01).
           05 NCE-UPDATED-BY          PIC 9(05).
           05 NCE-UPDATED-DATE        PIC 9(08).

       FD  CE-NEW-FILE.
       COPY CUSTENTITYRECORD.

       FD  CP-NARROW-FILE.
       01  NARROW-CUST-PROFILE-RECORD.
           05 NCP-CUSTOMERID          PIC 9(05).
           05 NCP-BIRTH-DATE          PIC 9(08).
           05 NCP-MAJORITY-DATE       PIC 9(08).
           05 NCP-MINOR-STATUS        PIC X(01).
           05 NCP-GUARDIAN-CUSTID     PIC 9(05).
           05 NCP-TXN-LIMIT           PIC 9(08)V99.
           05 NCP-DAILY-LIMIT         PIC 9(08)V99.
           05 NCP-BDAY-NOTICE-YEAR    PIC 9(04).
           05 NCP-MAJ-NOTICE-DATE     PIC 9(08).
           05 NCP-CONVERTED-DATE      PIC 9(08).
           05 NCP-UPDATED-BY          PIC 9(05).
           05 NCP-UPDATED-DATE        PIC 9(08).

       FD  CP-NEW-FILE.
       COPY CUSTPROFILERECORD.

       FD  CR-NARROW-FILE.
       01  NARROW-CUST-RELATION-RECORD.
           05 NCR-KEY.
             10 NCR-ENTITY-CUSTID     PIC 9(05).
             10 NCR-ROLE              PIC X(01).
             10 NCR-PERSON-CUSTID     PIC 9(05).
           05 NCR-SIGNING-POWER       PIC X(01).
           05 NCR-SIGNING-LIMIT       PIC 9(08)V99.
           05 NCR-OWNERSHIP-PCT       PIC 9(03)V99.
           05 NCR-STATUS              PIC X(01).
           05 NCR-ADDED-BY            PIC 9(05).
           05 NCR-ADDED-DATE          PIC 9(08).
           05 NCR-REMOVED-DATE        PIC 9(08).

       FD  CR-NEW-FILE.
       COPY CUSTRELATIONRECORD.

       FD  FS-NARROW-FILE.
       01  NARROW-FEE-SCHEDULE-RECORD.
           05 NFS-CODE                PIC X(08).
           05 NFS-EFF-DATE            PIC X(10).
           05 NFS-AMOUNT              PIC 9(08)V99.

       FD  FS-NEW-FILE.
       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE            PIC X(08).
           05 FILE-FS-EFF-DATE        PIC X(10).
           05 FILE-FS-AMOUNT          PIC 9(10)V99.

       FD  DC-NARROW-FILE.
       01  NARROW-DD-COLL-RECORD.
           05 NDC-ID                  PIC 9(05).
           05 NDC-CREDITOR-ACC        PIC 9(05).
           05 NDC-CUSTOMER-ID         PIC 9(05).
           05 NDC-CREDITOR-IBAN       PIC X(30).
           05 NDC-MANDATE-ID          PIC X(35).
           05 NDC-DEBTOR-IBAN         PIC X(30).
           05 NDC-DEBTOR-NAME         PIC X(35).
           05 NDC-AMOUNT              PIC 9(08)V99.
           05 NDC-CURRENCY            PIC X(03).
           05 NDC-DUE-DATE            PIC 9(08).
           05 NDC-MERCHANT-REF        PIC X(20).
           05 NDC-REMITTANCE          PIC X(40).
           05 NDC-SEQ-TYPE            PIC X(04).
           05 NDC-STATUS              PIC X(01).
           05 NDC-REPORTED-STATUS     PIC X(01).
           05 NDC-REASON              PIC X(40).
           05 NDC-ACH-REF             PIC X(20).
           05 NDC-CREDIT-TRANS-ID     PIC 9(05).
           05 NDC-RECEIVED-DATE       PIC 9(08).
           05 NDC-SENT-DATE           PIC 9(08).
           05 NDC-SETTLED-DATE        PIC 9(08).
           05 NDC-RETURNED-DATE       PIC 9(08).

       FD  DC-NEW-FILE.
       COPY DDCOLLRECORD.

       FD  DM-NARROW-FILE.
       01  NARROW-DD-MANDATE-RECORD.
           05 NDM-KEY.
             10 NDM-CREDITOR-ACC      PIC 9(05).
             10 NDM-MANDATE-ID        PIC X(35).
           05 NDM-CUSTOMER-ID         PIC 9(05).
           05 NDM-DEBTOR-IBAN         PIC X(30).
           05 NDM-DEBTOR-NAME         PIC X(35).
           05 NDM-SIGNATURE-DATE      PIC 9(08).
           05 NDM-SEQ-TYPE            PIC X(04).
           05 NDM-STATUS              PIC X(01).
           05 NDM-COLLECTION-COUNT    PIC 9(05).
           05 NDM-LAST-DUE-DATE       PIC 9(08).
           05 NDM-CREATED-DATE        PIC 9(08).
           05 NDM-CREATED-BY          PIC 9(05).
           05 NDM-CLOSED-DATE         PIC 9(08).

       FD  DM-NEW-FILE.
       COPY DDMANDATERECORD.

       FD  DBK-NARROW-FILE.
       01  NARROW-DEBIT-BLOCK-RECORD.
           05 NDBK-KEY.
             10 NDBK-ACCOUNT-ID       PIC 9(05).
             10 NDBK-SEQ              PIC 9(03).
           05 NDBK-SCOPE              PIC X(01).
           05 NDBK-REF-PATTERN        PIC X(20).
           05 NDBK-MIN-AMOUNT         PIC 9(08)V99.
           05 NDBK-STATUS             PIC X(01).
           05 NDBK-CREATED-DATE       PIC 9(08).

       FD  DBK-NEW-FILE.
       COPY DEBITBLOCKRECORD.

       FD  DCD-NARROW-FILE.
       01  NARROW-DECEASED-RECORD.
           05 NDCD-CUSTOMERID         PIC 9(05).
           05 NDCD-DATE-OF-DEATH      PIC 9(08).
           05 NDCD-STATUS             PIC X(01).
           05 NDCD-NOMINATED-IBAN     PIC X(30).
           05 NDCD-MARKED-BY          PIC 9(05).
           05 NDCD-REQUESTED-BY       PIC 9(05).
           05 NDCD-APPROVED-BY        PIC 9(05).
           05 NDCD-MARKED-TS          PIC X(22).

       FD  DCD-NEW-FILE.
       COPY DECEASEDRECORD.

       FD  DR-NARROW-FILE.
       01  NARROW-DRAFT-RECORD.
           05 NDR-SERIAL              PIC 9(07).
           05 NDR-ACCOUNT-ID          PIC 9(05).
           05 NDR-PAYEE               PIC X(40).
           05 NDR-AMOUNT              PIC 9(08)V99.
           05 NDR-FEE                 PIC 9(08)V99.
           05 NDR-ISSUE-DATE          PIC 9(08).
           05 NDR-STATUS              PIC X(01).
           05 NDR-STATUS-DATE         PIC 9(08).
           05 NDR-ISSUED-BY-BUSR-ID   PIC 9(05).

       FD  DR-NEW-FILE.
       COPY DRAFTRECORD.

       FD  BF-NARROW-FILE.
       01  NARROW-BF-RECORD.
           05 NBF-ACCOUNTID           PIC 9(05).
           05 NBF-NET                 PIC S9(10)V99.

       FD  BF-NEW-FILE.
       01  BF-RECORD.
           05 BF-ACCOUNTID            PIC 9(09).
           05 BF-NET                  PIC S9(10)V99.

       FD  WL-NARROW-FILE.
       01  NARROW-FEE-WAIVER-LOG-RECORD.
           05 NWL-DATE                PIC 9(08).
           05 NWL-CUSTOMER-ID         PIC 9(05).
           05 NWL-ACCOUNT-ID          PIC 9(05).
           05 NWL-FEE-CODE            PIC X(08).
           05 NWL-FEE-AMOUNT          PIC 9(08)V99.
           05 NWL-WAIVED-AMOUNT       PIC 9(08)V99.
           05 NWL-RULE-ID             PIC 9(03).
           05 NWL-BASIS               PIC X(01).
           05 NWL-DESCRIPTION         PIC X(30).

       FD  WL-NEW-FILE.
       COPY FEEWAIVERLOG.

       FD  FC-NARROW-FILE.
       01  NARROW-FRAUDCASE-RECORD.
           05 NFC-KEY.
             10 NFC-CASE-ID           PIC 9(07).
           05 NFC-ENTITY              PIC X(10).
           05 NFC-ENTITY-ID           PIC 9(05).
           05 NFC-TRTYPE              PIC X(10).
           05 NFC-AMOUNT              PIC 9(08)V99.
           05 NFC-REASON              PIC X(40).
           05 NFC-ACTOR-BUSR-ID       PIC 9(05).
           05 NFC-OPENED-TIMESTAMP    PIC X(22).
           05 NFC-STATUS              PIC X(01).
           05 NFC-ASSIGNED-TO         PIC 9(05).
           05 NFC-CLOSED-BY           PIC 9(05).
           05 NFC-CLOSED-TIMESTAMP    PIC X(22).
           05 NFC-DISPOSITION-NOTES   PIC X(60).

       FD  FC-NEW-FILE.
       COPY FRAUDCASERECORD.

       FD  FT-NARROW-FILE.
       01  NARROW-FUTURE-XFER-RECORD.
           05 NFT-ID                  PIC 9(05).
           05 NFT-SRC-IBAN            PIC X(30).
           05 NFT-DEST-IBAN           PIC X(30).
           05 NFT-AMOUNT              PIC 9(08)V99.
           05 NFT-VALUE-DATE          PIC 9(08).
           05 NFT-STATUS              PIC X(01).
           05 NFT-REQUESTED-BY        PIC 9(05).
           05 NFT-CAPTURED-TS         PIC X(22).
           05 NFT-EXECUTED-TS         PIC X(22).

       FD  FT-NEW-FILE.
       COPY FUTUREXFERRECORD.

       FD  FXC-NARROW-FILE.
       01  NARROW-FXCASH-RECORD.
           05 NFXC-ID                 PIC 9(07).
           05 NFXC-TYPE               PIC X(01).
           05 NFXC-CURRENCY           PIC X(03).
           05 NFXC-FCY-AMOUNT         PIC 9(08)V99.
           05 NFXC-BASE-AMOUNT        PIC 9(08)V99.
           05 NFXC-RATE-APPLIED       PIC 9(03)V9999.
           05 NFXC-BUSR-ID            PIC 9(04).
           05 NFXC-BRANCHID           PIC 9(03).
           05 NFXC-SHIFT-DATE         PIC 9(08).
           05 NFXC-TIMESTAMP          PIC X(22).

       FD  FXC-NEW-FILE.
       COPY FXCASHRECORD.

       FD  GN-NARROW-FILE.
       01  NARROW-GARNISH-RECORD.
           05 NGN-ID                  PIC 9(05).
           05 NGN-ORDER-REF           PIC X(20).
           05 NGN-AUTHORITY-NAME      PIC X(35).
           05 NGN-AUTHORITY-IBAN      PIC X(30).
           05 NGN-AUTHORITY-BIC       PIC X(11).
           05 NGN-REMIT-CHANNEL       PIC X(01).
           05 NGN-CUSTOMER-ID         PIC 9(05).
           05 NGN-CURRENCY            PIC X(03).
           05 NGN-AMOUNT-ORDERED      PIC 9(08)V99.
           05 NGN-PROTECTED-MIN       PIC 9(08)V99.
           05 NGN-CAPTURED            PIC 9(08)V99.
           05 NGN-REMITTED            PIC 9(08)V99.
           05 NGN-STATUS              PIC X(01).
           05 NGN-RECEIVED-DATE       PIC 9(08).
           05 NGN-CLOSED-DATE         PIC 9(08).
           05 NGN-LAST-CAPTURE-DATE   PIC 9(08).
           05 NGN-LAST-REMIT-DATE     PIC 9(08).
           05 NGN-ENTERED-BY          PIC 9(05).
           05 NGN-RELEASED-BY         PIC 9(05).
           05 NGN-ACC-COUNT           PIC 9(02).
           05 NGN-ACCOUNT             OCCURS 20 TIMES.
             10 NGN-ACC-ID            PIC 9(05).
             10 NGN-ACC-HOLDING       PIC X(01).
             10 NGN-ACC-CAPTURED      PIC 9(08)V99.

       FD  GN-NEW-FILE.
       COPY GARNISHRECORD.

       FD  IP-NARROW-FILE.
       01  NARROW-INSTANT-PAY-RECORD.
           05 NIP-ID                  PIC 9(05).
           05 NIP-REFERENCE           PIC X(20).
           05 NIP-SRC-ACCID           PIC 9(05).
           05 NIP-SRC-IBAN            PIC X(30).
           05 NIP-DEST-IBAN           PIC X(30).
           05 NIP-AMOUNT              PIC 9(08)V99.
           05 NIP-CURRENCY            PIC X(03).
           05 NIP-CUSTOMERID          PIC 9(05).
           05 NIP-HOLD-ID             PIC 9(05).
           05 NIP-REQUESTED-BY        PIC 9(05).
           05 NIP-SUBMIT-TS           PIC X(22).
           05 NIP-SUBMIT-DATE         PIC 9(08).
           05 NIP-SUBMIT-SECS         PIC 9(05).
           05 NIP-INQUIRY-DATE        PIC 9(08).
           05 NIP-INQUIRY-SECS        PIC 9(05).
           05 NIP-STATUS              PIC X(01).
           05 NIP-REASON              PIC X(04).
           05 NIP-RESOLVED-TS         PIC X(22).
           05 NIP-POSTED-DATE         PIC 9(08).
           05 NIP-TRANSFER-ID         PIC 9(05).
           05 NIP-SETTLED-DATE        PIC 9(08).

       FD  IP-NEW-FILE.
       COPY INSTPAYRECORD.

       FD  IA-NARROW-FILE.
       01  NARROW-INT-ACCRUAL-RECORD.
           05 NIA-ACCOUNTID           PIC 9(05).
           05 NIA-ACCRUED             PIC 9(08)V9999.
           05 NIA-LAST-DATE           PIC 9(08).
           05 NIA-DEBIT-ACCRUED       PIC 9(08)V9999.
           05 NIA-DEBIT-LAST-DATE     PIC 9(08).

       FD  IA-NEW-FILE.
       COPY INTACCRUALRECORD.

       FD  IB-NARROW-FILE.
       01  NARROW-INTERBRANCH-RECORD.
           05 NIB-ID                  PIC 9(07).
           05 NIB-DATE                PIC 9(08).
           05 NIB-TILL-BRANCH         PIC 9(03).
           05 NIB-ACCOUNT-BRANCH      PIC 9(03).
           05 NIB-TRTYPE              PIC X(10).
           05 NIB-AMOUNT              PIC 9(08)V99.
           05 NIB-ACCOUNTID           PIC 9(05).
           05 NIB-ACTOR-BUSR-ID       PIC 9(04).
           05 NIB-TIMESTAMP           PIC X(22).

       FD  IB-NEW-FILE.
       COPY INTERBRANCHRECORD.

       FD  IO-NARROW-FILE.
       01  NARROW-INWARD-ORIGIN-RECORD.
           05 NIO-POST-DATE           PIC 9(08).
           05 NIO-CUSTOMER-ID         PIC 9(05).
           05 NIO-ACCOUNT-ID          PIC 9(05).
           05 NIO-COUNTRY             PIC X(02).
           05 NIO-ORIG-IBAN           PIC X(30).
           05 NIO-AMOUNT              PIC 9(08)V99.
           05 NIO-CURRENCY            PIC X(03).
           05 NIO-REFERENCE           PIC X(20).

       FD  IO-NEW-FILE.
       COPY INWARDORIGINRECORD.

       FD  JA-NARROW-FILE.
       01  NARROW-JOINT-ACC-RECORD.
           05 NJA-KEY.
             10 NJA-ACCOUNT-ID        PIC 9(05).
             10 NJA-BUSR-ID           PIC 9(05).
           05 NJA-STATUS              PIC X(01).
           05 NJA-PERM-LEVEL          PIC X(01).
           05 NJA-MANDATE-RULE        PIC X(01).
           05 NJA-MANDATE-COUNT       PIC 9(02).
           05 NJA-MANDATE-THRESHOLD   PIC 9(08)V99.

       FD  KY-NARROW-FILE.
       01  NARROW-KYC-RECORD.
           05 NKY-KEY.
             10 NKY-CUSTOMERID        PIC 9(05).
             10 NKY-DOCTYPE           PIC X(04).
           05 NKY-RECEIVED-DATE       PIC 9(08).
           05 NKY-EXPIRY-DATE         PIC 9(08).
           05 NKY-STATUS              PIC X(01).

       FD  KY-NEW-FILE.
       COPY KYCRECORD.

       FD  LB-NARROW-FILE.
       01  NARROW-LOAN-BAL-RECORD.
           05 NLB-LOAN-ID             PIC 9(05).
           05 NLB-PRINCIPAL-BAL       PIC 9(08)V99.
           05 NLB-INT-RECEIVABLE      PIC 9(08)V99.
           05 NLB-LAST-ACCRUAL-DATE   PIC 9(08).
           05 NLB-FEE-DUE-DATE        PIC 9(08).
           05 NLB-FEE-CHARGED         PIC 9(08)V99.
           05 NLB-LAST-LL-ID          PIC 9(09).

       FD  LB-NEW-FILE.
       COPY LOANBALRECORD.

       FD  LF-NARROW-FILE.
       01  NARROW-LOAN-FACILITY-RECORD.
           05 NLF-LOAN-ID             PIC 9(05).
           05 NLF-FACILITY-AMOUNT     PIC 9(08)V99.
           05 NLF-DRAWN-AMOUNT        PIC 9(08)V99.
           05 NLF-DRAW-DEADLINE       PIC 9(08).
           05 NLF-PHASE               PIC X(01).
           05 NLF-AMORTIZED-DATE      PIC 9(08).
           05 NLF-TRANCHE-COUNT       PIC 9(02).
           05 NLF-TRANCHE             OCCURS 12 TIMES.
             10 NLF-TR-AMOUNT         PIC 9(08)V99.
             10 NLF-TR-PLANNED-DATE   PIC 9(08).
             10 NLF-TR-STATUS         PIC X(01).
             10 NLF-TR-REQUESTED-BY   PIC 9(05).
             10 NLF-TR-DECIDED-BY     PIC 9(05).
             10 NLF-TR-DRAWN-DATE     PIC 9(08).

       FD  LF-NEW-FILE.
       COPY LOANFACILITYRECORD.

       FD  LL-NARROW-FILE.
       01  NARROW-LOAN-LEDGER-RECORD.
           05 NLL-ID                  PIC 9(09).
           05 NLL-DATE                PIC 9(08).
           05 NLL-EVENT               PIC X(01).
           05 NLL-LOAN-ID             PIC 9(05).
           05 NLL-ACCOUNT-ID          PIC 9(05).
           05 NLL-CURRENCY            PIC X(03).
           05 NLL-PRINCIPAL           PIC 9(08)V99.
           05 NLL-INTEREST            PIC 9(08)V99.
           05 NLL-ACCRUAL-CLEARED     PIC 9(08)V99.
           05 NLL-FEE                 PIC 9(08)V99.
           05 NLL-CASH-LEG            PIC X(01).
           05 NLL-REF-DATE            PIC 9(08).
           05 NLL-SOURCE              PIC X(12).
           05 NLL-PRINCIPAL-BAL       PIC 9(08)V99.
           05 NLL-RECEIVABLE-BAL      PIC 9(08)V99.
           05 NLL-TIMESTAMP           PIC X(19).

       FD  LL-NEW-FILE.
       COPY LOANLEDGERRECORD.

       FD  LP-NARROW-FILE.
       01  NARROW-LOAN-PARTY-RECORD.
           05 NLP-KEY.
             10 NLP-LOAN-ID           PIC 9(05).
             10 NLP-CUSTOMER-ID       PIC 9(05).
           05 NLP-ROLE                PIC X(01).
           05 NLP-STATUS              PIC X(01).

       FD  LP-NEW-FILE.
       COPY LOANPARTYRECORD.

       FD  LOAN-NARROW-FILE.
       01  NARROW-LOAN-RECORD.
           05 NLN-ID                  PIC 9(05).
           05 NLN-ACCOUNT-ID          PIC 9(05).
           05 NLN-CUSTOMER-ID         PIC 9(05).
           05 NLN-CURRENCY            PIC X(03).
           05 NLN-PRINCIPAL           PIC 9(08)V99.
           05 NLN-ANNUAL-RATE-PCT     PIC 9(03)V99.
           05 NLN-TERM-MONTHS         PIC 9(03).
           05 NLN-MONTHLY-PAYMENT     PIC 9(08)V99.
           05 NLN-REMAINING-PRINCIPAL PIC 9(08)V99.
           05 NLN-NEXT-DUE-DATE       PIC 9(08).
           05 NLN-STATUS              PIC X(01).
           05 NLN-DISBURSE-IBAN       PIC X(30).
           05 NLN-DISBURSE-STATUS     PIC X(01).

       FD  LVR-NARROW-FILE.
       01  NARROW-LOAN-VARRATE-RECORD.
           05 NLVR-LOAN-ID            PIC 9(05).
           05 NLVR-INDEX-CODE         PIC X(08).
           05 NLVR-MARGIN-PCT         PIC S9(03)V99.
           05 NLVR-RESET-MONTHS       PIC 9(02).
           05 NLVR-FLOOR-PCT          PIC 9(03)V99.
           05 NLVR-CAP-PCT            PIC 9(03)V99.
           05 NLVR-NEXT-RESET-DATE    PIC 9(08).
           05 NLVR-LAST-RESET-DATE    PIC 9(08).
           05 NLVR-LAST-INDEX-PCT     PIC S9(03)V99.
           05 NLVR-PENDING            PIC X(01).
           05 NLVR-PENDING-INDEX-PCT  PIC S9(03)V99.
           05 NLVR-PENDING-RATE-PCT   PIC 9(03)V99.
           05 NLVR-PENDING-PAYMENT    PIC 9(08)V99.
           05 NLVR-NOTIFIED-DATE      PIC 9(08).

       FD  LVR-NEW-FILE.
       COPY LOANVARRATERECORD.

       FD  WO-NARROW-FILE.
       01  NARROW-LOAN-WRITEOFF-RECORD.
           05 NWO-ID                  PIC 9(07).
           05 NWO-DATE                PIC 9(08).
           05 NWO-EVENT               PIC X(01).
           05 NWO-LOAN-ID             PIC 9(05).
           05 NWO-ACCOUNT-ID          PIC 9(05).
           05 NWO-CUSTOMER-ID         PIC 9(05).
           05 NWO-CURRENCY            PIC X(03).
           05 NWO-AMOUNT              PIC 9(08)V99.
           05 NWO-REQUESTED-BY        PIC 9(05).
           05 NWO-APPROVED-BY         PIC 9(05).
           05 NWO-TIMESTAMP           PIC X(22).

       FD  WO-NEW-FILE.
       COPY LOANWRITEOFFRECORD.

       FD  MH-NARROW-FILE.
       01  NARROW-MAIL-HOLD-RECORD.
           05 NMH-KEY.
             10 NMH-CUSTOMERID        PIC 9(05).
             10 NMH-SEQ               PIC 9(05).
           05 NMH-PROGRAM             PIC X(20).
           05 NMH-HELD-PATH           PIC X(60).
           05 NMH-RELEASE-PATH        PIC X(60).
           05 NMH-HELD-DATE           PIC 9(08).
           05 NMH-STATUS              PIC X(01).
           05 NMH-RELEASED-DATE       PIC 9(08).
           05 NMH-RELEASED-BY         PIC 9(05).

       FD  MH-NEW-FILE.
       COPY MAILHOLDRECORD.

       FD  NT-NARROW-FILE.
       01  NARROW-NOTICE-RECORD.
           05 NNT-KEY.
             10 NNT-ACCOUNT-ID        PIC 9(05).
             10 NNT-SEQ               PIC 9(03).
           05 NNT-AMOUNT              PIC 9(08)V99.
           05 NNT-USED-AMOUNT         PIC 9(08)V99.
           05 NNT-FILED-DATE          PIC 9(08).
           05 NNT-EXPIRY-DATE         PIC 9(08).
           05 NNT-WINDOW-END-DATE     PIC 9(08).
           05 NNT-STATUS              PIC X(01).
           05 NNT-FILED-BY            PIC 9(04).
           05 NNT-CLOSED-DATE         PIC 9(08).
           05 FILLER                  PIC X(20).

       FD  NT-NEW-FILE.
       COPY NOTICERECORD.

       FD  NP-NARROW-FILE.
       01  NARROW-NOTIFYPREF-RECORD.
           05 NNP-KEY.
             10 NNP-CUSTOMERID        PIC 9(05).
             10 NNP-EVENT             PIC X(10).
           05 NNP-SUPPRESS            PIC X(01).
           05 NNP-MIN-AMOUNT          PIC 9(08)V99.

       FD  NP-NEW-FILE.
       COPY NOTIFYPREFRECORD.

       FD  NS-NARROW-FILE.
       01  NARROW-NOTIFY-STATUS-RECORD.
           05 NNS-ID                  PIC 9(07).
           05 NNS-CUSTOMERID          PIC 9(05).
           05 NNS-ENTITY              PIC X(10).
           05 NNS-ENTITY-ID           PIC 9(05).
           05 NNS-EVENT               PIC X(10).
           05 NNS-AMOUNT              PIC 9(08)V99.
           05 NNS-TIMESTAMP           PIC X(22).
           05 NNS-STATUS              PIC X(01).
           05 NNS-ATTEMPT-COUNT       PIC 9(03).

       FD  NS-NEW-FILE.
       COPY NOTIFYSTATUSRECORD.

       FD  ODP-NARROW-FILE.
       01  NARROW-OD-PROTECT-RECORD.
           05 NODP-ACCOUNT-ID         PIC 9(05).
           05 NODP-BACKUP-ACCOUNT-ID  PIC 9(05).
           05 NODP-STATUS             PIC X(01).
           05 NODP-MAX-TRANSFER       PIC 9(08)V99.
           05 NODP-LINKED-DATE        PIC 9(08).
           05 NODP-LAST-XFER-DATE     PIC 9(08).
           05 NODP-DAY-COUNT          PIC 9(03).
           05 NODP-DAY-AMOUNT         PIC 9(08)V99.
           05 NODP-TOTAL-COUNT        PIC 9(05).
           05 NODP-TOTAL-FEES         PIC 9(08)V99.

       FD  ODP-NEW-FILE.
       COPY ODPROTECTRECORD.

       FD  OB-NARROW-FILE.
       01  NARROW-ONBOARD-RECORD.
           05 NOB-CUSTOMER-ID         PIC 9(05).
           05 NOB-OPENED-DATE         PIC 9(08).
           05 NOB-STEP-KYC            PIC X(01).
           05 NOB-STEP-KYC-DATE       PIC 9(08).
           05 NOB-STEP-ACCOUNT        PIC X(01).
           05 NOB-STEP-ACCOUNT-DATE   PIC 9(08).
           05 NOB-STEP-CARD           PIC X(01).
           05 NOB-STEP-CARD-DATE      PIC 9(08).
           05 NOB-STEP-WELCOME        PIC X(01).
           05 NOB-STEP-WELCOME-DATE   PIC 9(08).

       FD  OB-NEW-FILE.
       COPY ONBOARDRECORD.

       FD  PR-NARROW-FILE.
       01  NARROW-PAY-REQUEST-RECORD.
           05 NPR-ID                  PIC 9(05).
           05 NPR-REQ-CUSTID          PIC 9(05).
           05 NPR-REQ-IBAN            PIC X(30).
           05 NPR-PAYER-CUSTID        PIC 9(05).
           05 NPR-PAYER-IBAN          PIC X(30).
           05 NPR-AMOUNT              PIC 9(08)V99.
           05 NPR-CURRENCY            PIC X(03).
           05 NPR-REFERENCE           PIC X(35).
           05 NPR-CREATED-DATE        PIC 9(08).
           05 NPR-EXPIRY-DATE         PIC 9(08).
           05 NPR-STATUS              PIC X(01).
           05 NPR-REQUESTED-BY        PIC 9(05).
           05 NPR-CREATED-TS          PIC X(22).
           05 NPR-RESOLVED-TS         PIC X(22).
           05 NPR-TRANSFER-ID         PIC 9(05).
           05 NPR-TRANSFER-STATUS     PIC X(10).

       FD  PR-NEW-FILE.
       COPY PAYREQRECORD.

       FD  PL-NARROW-FILE.
       01  NARROW-POCKET-LEDGER-RECORD.
           05 NPL-KEY.
             10 NPL-ACCOUNT-ID        PIC 9(05).
             10 NPL-CURRENCY          PIC X(03).
             10 NPL-SEQ               PIC 9(07).
           05 NPL-TYPE                PIC X(06).
           05 NPL-AMOUNT              PIC 9(08)V99.
           05 NPL-BALANCE-AFTER       PIC S9(08)V99.
           05 NPL-POST-DATE           PIC 9(08).
           05 NPL-TIMESTAMP           PIC X(22).
           05 NPL-REFERENCE           PIC X(20).
           05 NPL-MEMO                PIC X(40).
           05 NPL-BASE-AMOUNT         PIC 9(08)V99.
           05 NPL-FX-RATE             PIC 9(03)V9999.
           05 FILLER                  PIC X(20).

       FD  PL-NEW-FILE.
       COPY POCKETLEDGERRECORD.

       FD  PX-NARROW-FILE.
       01  NARROW-PROXY-RECORD.
           05 NPX-KEY.
             10 NPX-TYPE              PIC X(01).
             10 NPX-VALUE             PIC X(60).
           05 NPX-CUSTOMERID          PIC 9(05).
           05 NPX-ACCOUNTID           PIC 9(05).
           05 NPX-IBAN                PIC X(30).
           05 NPX-CONTACT-SEQ         PIC 9(05).
           05 NPX-STATUS              PIC X(01).
           05 NPX-REG-DATE            PIC 9(08).
           05 NPX-REG-BY              PIC 9(05).
           05 NPX-DEREG-DATE          PIC 9(08).
           05 NPX-DEREG-BY            PIC 9(05).
           05 FILLER                  PIC X(20).

       FD  PX-NEW-FILE.
       COPY PROXYRECORD.

       FD  RD-NARROW-FILE.
       01  NARROW-REQDUP-RECORD.
           05 NRD-BUSDATE             PIC 9(08).
           05 FILLER                  PIC X(01).
           05 NRD-CAUGHT-TS           PIC X(22).
           05 FILLER                  PIC X(01).
           05 NRD-BANKUSERID          PIC 9(05).
           05 FILLER                  PIC X(01).
           05 NRD-REQUEST-KEY         PIC X(20).
           05 FILLER                  PIC X(01).
           05 NRD-METHOD              PIC X(08).
           05 FILLER                  PIC X(01).
           05 NRD-OBJECT              PIC X(10).
           05 FILLER                  PIC X(01).
           05 NRD-OUTCOME             PIC X(10).
           05 FILLER                  PIC X(01).
           05 NRD-FIRST-TS            PIC X(22).
           05 FILLER                  PIC X(01).
           05 NRD-DUP-COUNT           PIC 9(05).

       FD  RD-NEW-FILE.
       COPY REQDUPRECORD.

       FD  RK-NARROW-FILE.
       01  NARROW-REQKEY-RECORD.
           05 NRK-KEY.
             10 NRK-BANKUSERID        PIC 9(05).
             10 NRK-REQUEST-KEY       PIC X(20).
           05 NRK-STATE               PIC X(01).
           05 NRK-METHOD              PIC X(08).
           05 NRK-OBJECT              PIC X(10).
           05 NRK-REQUEST-DATA        PIC X(200).
           05 NRK-FIRST-TS            PIC X(22).
           05 NRK-FIRST-MINUTE        PIC 9(10).
           05 NRK-DUP-COUNT           PIC 9(05).
           05 NRK-LAST-DUP-TS         PIC X(22).
           05 NRK-RESULT-DATA         PIC X(3000).

       FD  RK-NEW-FILE.
       COPY REQKEYRECORD.

       FD  RV-NARROW-FILE.
       01  NARROW-REVERSAL-RECORD.
           05 NRV-KEY.
             10 NRV-ENTITY            PIC X(10).
             10 NRV-ENTITY-ID         PIC 9(05).
           05 NRV-ORIGIN              PIC X(10).
           05 NRV-ORIGIN-REF          PIC X(20).
           05 NRV-POSTED-ID           PIC 9(05).
           05 NRV-AMOUNT              PIC 9(08)V99.
           05 NRV-ACTOR-BUSR-ID       PIC 9(05).
           05 NRV-TIMESTAMP           PIC X(22).

       FD  RV-NEW-FILE.
       COPY REVERSALRECORD.

       FD  SC-NARROW-FILE.
       01  NARROW-SALARY-CREDIT-RECORD.
           05 NSC-ACCOUNT-ID          PIC 9(05).
           05 NSC-LAST-DATE           PIC 9(08).
           05 NSC-LAST-AMOUNT         PIC 9(08)V99.
           05 NSC-REFERENCE           PIC X(20).
           05 FILLER                  PIC X(20).

       FD  SC-NEW-FILE.
       COPY SALARYCREDITRECORD.

       FD  SR-NARROW-FILE.
       01  NARROW-SCHED-RULE-RECORD.
           05 NSR-KEY.
             10 NSR-ENTITY            PIC X(02).
             10 NSR-ENTITY-ID         PIC 9(05).
           05 NSR-RULE                PIC X(01).
           05 NSR-INTERVAL            PIC 9(03).
           05 NSR-DAY                 PIC 9(02).
           05 NSR-NOMINAL-DATE        PIC 9(08).

       FD  SR-NEW-FILE.
       COPY SCHEDRULERECORD.

       FD  SA-NARROW-FILE.
       01  NARROW-SDB-ACCESS-RECORD.
           05 NSA-KEY.
             10 NSA-BRANCH-ID         PIC 9(03).
             10 NSA-BOX-NO            PIC 9(05).
             10 NSA-SEQ               PIC 9(05).
           05 NSA-RENTAL-SEQ          PIC 9(03).
           05 NSA-CUSTOMERID          PIC 9(05).
           05 NSA-DATE                PIC 9(08).
           05 NSA-TIME                PIC 9(06).
           05 NSA-TELLER-BUSR         PIC 9(05).
           05 NSA-OUTCOME             PIC X(01).
           05 NSA-REFUSE-REASON       PIC X(30).

       FD  SA-NEW-FILE.
       COPY SDBACCESSRECORD.

       FD  SB-NARROW-FILE.
       01  NARROW-SDB-BOX-RECORD.
           05 NSB-KEY.
             10 NSB-BRANCH-ID         PIC 9(03).
             10 NSB-BOX-NO            PIC 9(05).
           05 NSB-SIZE                PIC X(01).
           05 NSB-STATUS              PIC X(01).
           05 NSB-RENTAL-SEQ          PIC 9(03).
           05 NSB-ADDED-DATE          PIC 9(08).
           05 NSB-ADDED-BY            PIC 9(05).
           05 NSB-UPDATED-DATE        PIC 9(08).
           05 NSB-UPDATED-BY          PIC 9(05).
           05 FILLER                  PIC X(10).

       FD  SB-NEW-FILE.
       COPY SDBOXRECORD.

       FD  SP-NARROW-FILE.
       01  NARROW-SDB-PARTY-RECORD.
           05 NSP-KEY.
             10 NSP-BRANCH-ID         PIC 9(03).
             10 NSP-BOX-NO            PIC 9(05).
             10 NSP-RENTAL-SEQ        PIC 9(03).
             10 NSP-CUSTOMERID        PIC 9(05).
           05 NSP-STATUS              PIC X(01).
           05 NSP-KEY-HOLDER          PIC X(01).
           05 NSP-ADDED-DATE          PIC 9(08).
           05 NSP-ADDED-BY            PIC 9(05).
           05 NSP-REMOVED-DATE        PIC 9(08).
           05 NSP-REMOVED-BY          PIC 9(05).

       FD  SP-NEW-FILE.
       COPY SDBPARTYRECORD.

       FD  SRN-NARROW-FILE.
       01  NARROW-SDB-RENTAL-RECORD.
           05 NSRN-KEY.
             10 NSRN-BRANCH-ID        PIC 9(03).
             10 NSRN-BOX-NO           PIC 9(05).
             10 NSRN-SEQ              PIC 9(03).
           05 NSRN-ACCOUNT-ID         PIC 9(05).
           05 NSRN-START-DATE         PIC 9(08).
           05 NSRN-NEXT-DUE-DATE      PIC 9(08).
           05 NSRN-STATUS             PIC X(01).
           05 NSRN-LAST-PAID-DATE     PIC 9(08).
           05 NSRN-LAST-RENT-AMOUNT   PIC 9(08)V99.
           05 NSRN-EXCEPTION          PIC X(01).
           05 NSRN-EXCEPTION-DATE     PIC 9(08).
           05 NSRN-OPENED-BY          PIC 9(05).
           05 NSRN-ENDED-DATE         PIC 9(08).
           05 NSRN-ENDED-BY           PIC 9(05).
           05 FILLER                  PIC X(10).

       FD  SRN-NEW-FILE.
       COPY SDBRENTALRECORD.

       FD  SS-NARROW-FILE.
       01  NARROW-SESSION-RECORD.
           05 NSS-TOKEN               PIC X(24).
           05 NSS-BUSR-ID             PIC 9(05).
           05 NSS-EXPIRES-MIN         PIC 9(10).

       FD  SS-NEW-FILE.
       COPY SESSIONRECORD.

       FD  SO-NARROW-FILE.
       01  NARROW-STANDING-ORDER-RECORD.
           05 NSO-ID                  PIC 9(05).
           05 NSO-SRC-IBAN            PIC X(30).
           05 NSO-DEST-IBAN           PIC X(30).
           05 NSO-AMOUNT              PIC 9(08)V99.
           05 NSO-CURRENCY            PIC X(03).
           05 NSO-FREQUENCY-DAYS      PIC 9(05).
           05 NSO-NEXT-RUN-DATE       PIC 9(08).
           05 NSO-STATUS              PIC X(01).

       FD  SO-NEW-FILE.
       COPY STANDORDRECORD.

       FD  SU-NARROW-FILE.
       01  NARROW-STEPUP-RECORD.
           05 NSU-BUSR-ID             PIC 9(05).
           05 NSU-CODE                PIC 9(06).
           05 NSU-EXPIRES-MIN         PIC 9(10).
           05 NSU-STATUS              PIC X(01).

       FD  SU-NEW-FILE.
       COPY STEPUPRECORD.

       FD  SCY-NARROW-FILE.
       01  NARROW-STMT-CYCLE-RECORD.
           05 NSCY-KEY.
             10 NSCY-ACCOUNT-ID       PIC 9(05).
             10 NSCY-PERIOD           PIC 9(06).
           05 NSCY-STMT-NUMBER        PIC 9(05).
           05 NSCY-TRANS-COUNT        PIC 9(05).
           05 NSCY-CLOSING-BALANCE    PIC S9(08)V99.
           05 NSCY-PRODUCED-TS        PIC X(22).
           05 NSCY-FILENAME           PIC X(60).

       FD  SCY-NEW-FILE.
       01  STMT-CYCLE-RECORD.
           05 SCY-KEY.
             10 SCY-ACCOUNT-ID        PIC 9(09).
             10 SCY-PERIOD            PIC 9(06).
           05 SCY-STMT-NUMBER         PIC 9(05).
           05 SCY-TRANS-COUNT         PIC 9(05).
           05 SCY-CLOSING-BALANCE     PIC S9(10)V99.
           05 SCY-PRODUCED-TS         PIC X(22).
           05 SCY-FILENAME            PIC X(60).

       FD  SX-NARROW-FILE.
       01  NARROW-STMT-EXPORT-RECORD.
           05 NSX-KEY.
             10 NSX-ACCOUNT-ID        PIC 9(05).
             10 NSX-STMT-DATE         PIC 9(08).
           05 NSX-SEQ-NUMBER          PIC 9(05).
           05 NSX-CUSTOMER-ID         PIC 9(05).
           05 NSX-IBAN                PIC X(30).
           05 NSX-CURRENCY            PIC X(03).
           05 NSX-OPENING-BAL         PIC S9(08)V99.
           05 NSX-CLOSING-BAL         PIC S9(08)V99.
           05 NSX-ENTRY-COUNT         PIC 9(05).
           05 NSX-TOTAL-CREDIT        PIC 9(10)V99.
           05 NSX-TOTAL-DEBIT         PIC 9(10)V99.
           05 NSX-ORIGIN              PIC X(01).
           05 NSX-DELIVERY-COUNT      PIC 9(03).
           05 NSX-PRODUCED-TS         PIC X(22).
           05 NSX-MT940-FILE          PIC X(80).
           05 NSX-CAMT-FILE           PIC X(80).

       FD  SX-NEW-FILE.
       COPY STMTEXPRECORD.

       FD  TR-NARROW-FILE.
       01  NARROW-TAX-RESIDENCY-RECORD.
           05 NTR-CUSTOMERID          PIC 9(05).
           05 NTR-SELFCERT-DATE       PIC 9(08).
           05 NTR-US-PERSON           PIC X(01).
           05 NTR-COUNTRY-COUNT       PIC 9(01).
           05 NTR-COUNTRY-ELEM        OCCURS 5 TIMES.
             10 NTR-COUNTRY           PIC X(02).
             10 NTR-TIN               PIC X(20).
           05 NTR-INDICIA-STATUS      PIC X(01).
           05 NTR-INDICIA-COUNTRY     PIC X(02).
           05 NTR-INDICIA-SOURCE      PIC X(01).
           05 NTR-INDICIA-DATE        PIC 9(08).
           05 NTR-UPDATED-DATE        PIC 9(08).
           05 FILLER                  PIC X(20).

       FD  TR-NEW-FILE.
       COPY TAXRESRECORD.

       FD  TD-NARROW-FILE.
       01  NARROW-TERM-DEP-RECORD.
           05 NTD-ID                  PIC 9(05).
           05 NTD-ACCOUNT-ID          PIC 9(05).
           05 NTD-CUSTOMER-ID         PIC 9(05).
           05 NTD-CURRENCY            PIC X(03).
           05 NTD-PRINCIPAL           PIC 9(08)V99.
           05 NTD-ANNUAL-RATE-PCT     PIC 9(03)V99.
           05 NTD-TERM-MONTHS         PIC 9(03).
           05 NTD-OPEN-DATE           PIC 9(08).
           05 NTD-MATURITY-DATE       PIC 9(08).
           05 NTD-ROLLOVER            PIC X(01).
           05 NTD-EARLY-PENALTY-PCT   PIC 9(03).
           05 NTD-STATUS              PIC X(01).

       FD  TD-NEW-FILE.
       COPY TERMDEPRECORD.

       FD  TK-NARROW-FILE.
       01  NARROW-TICKET-RECORD.
           05 NTK-KEY.
             10 NTK-TICKET-ID         PIC 9(07).
           05 NTK-CUSTOMERID          PIC 9(05).
           05 NTK-ENTITY              PIC X(10).
           05 NTK-ENTITY-ID           PIC 9(05).
           05 NTK-SUBJECT             PIC X(40).
           05 NTK-OPENED-BY-BUSR-ID   PIC 9(05).
           05 NTK-OPENED-TIMESTAMP    PIC X(22).
           05 NTK-STATUS              PIC X(01).
           05 NTK-ASSIGNED-TO         PIC 9(05).
           05 NTK-RESOLVED-BY         PIC 9(05).
           05 NTK-RESOLVED-TIMESTAMP  PIC X(22).
           05 NTK-RESOLUTION-NOTES    PIC X(60).

       FD  TK-NEW-FILE.
       COPY TICKETRECORD.

       FD  TL-NARROW-FILE.
       01  NARROW-TILL-RECORD.
           05 NTL-KEY.
             10 NTL-BUSR-ID           PIC 9(04).
             10 NTL-BRANCHID          PIC 9(03).
             10 NTL-SHIFT-DATE        PIC 9(08).
           05 NTL-STATUS              PIC X(01).
           05 NTL-OPENING-FLOAT       PIC 9(08)V99.
           05 NTL-CASH-IN             PIC 9(08)V99.
           05 NTL-CASH-OUT            PIC 9(08)V99.
           05 NTL-EXPECTED-CLOSE      PIC S9(08)V99.
           05 NTL-COUNTED-CLOSE       PIC 9(08)V99.
           05 NTL-VARIANCE            PIC S9(08)V99.

       FD  TL-NEW-FILE.
       COPY TILLRECORD.

       FD  TF-NARROW-FILE.
       01  NARROW-TILL-FX-RECORD.
           05 NTF-KEY.
             10 NTF-BUSR-ID           PIC 9(04).
             10 NTF-BRANCHID          PIC 9(03).
             10 NTF-SHIFT-DATE        PIC 9(08).
             10 NTF-CURRENCY          PIC X(03).
           05 NTF-CASH-IN             PIC 9(08)V99.
           05 NTF-CASH-OUT            PIC 9(08)V99.

       FD  TF-NEW-FILE.
       COPY TILLFXRECORD.

       FD  APR-NARROW-FILE.
       01  NARROW-APPROVAL-RECORD.
           05 NAPR-KEY.
             10 NAPR-ID               PIC 9(05).
           05 NAPR-SRCIBAN            PIC X(30).
           05 NAPR-DESTIBAN           PIC X(30).
           05 NAPR-AMOUNT             PIC 9(08)V99.
           05 NAPR-CURRENCY           PIC X(03).
           05 NAPR-DESTAMOUNT         PIC 9(08)V99.
           05 NAPR-DESTCURRENCY       PIC X(03).
           05 NAPR-REQUESTED-BY       PIC 9(05).
           05 NAPR-TIMESTAMP          PIC X(22).
           05 NAPR-STATUS             PIC X(01).
           05 NAPR-DECIDED-BY         PIC 9(05).

       FD  APR-NEW-FILE.
       COPY APPROVALRECORD.

       FD  VM-NARROW-FILE.
       01  NARROW-VAULT-MOVEMENT-RECORD.
           05 NVM-ID                  PIC 9(07).
           05 NVM-BRANCHID            PIC 9(03).
           05 NVM-TYPE                PIC X(02).
           05 NVM-AMOUNT              PIC 9(08)V99.
           05 NVM-TILL-BUSR-ID        PIC 9(04).
           05 NVM-TILL-SHIFT-DATE     PIC 9(08).
           05 NVM-REFERENCE           PIC X(20).
           05 NVM-TIMESTAMP           PIC X(22).

       FD  VM-NEW-FILE.
       01  VAULT-MOVEMENT-RECORD.
           05 VM-ID                   PIC 9(07).
           05 VM-BRANCHID             PIC 9(03).
           05 VM-TYPE                 PIC X(02).
             88 VM-TYPE-SHIP-IN       VALUE "SI".
             88 VM-TYPE-SHIP-OUT      VALUE "SO".
             88 VM-TYPE-TILL-ISSUE    VALUE "TI".
             88 VM-TYPE-TILL-RETURN   VALUE "TR".
             88 VM-TYPE-ATM-LOAD      VALUE "AL".
             88 VM-TYPE-ATM-UNLOAD    VALUE "AU".
           05 VM-AMOUNT               PIC 9(10)V99.
           05 VM-TILL-BUSR-ID         PIC 9(09).
           05 VM-TILL-SHIFT-DATE      PIC 9(08).
           05 VM-REFERENCE            PIC X(20).
           05 VM-TIMESTAMP            PIC X(22).

       FD  VC-NARROW-FILE.
       01  NARROW-VIBAN-COLL-RECORD.
           05 NVC-KEY.
             10 NVC-ACCOUNT-ID        PIC 9(05).
             10 NVC-VIBAN             PIC X(30).
             10 NVC-POST-DATE         PIC 9(08).
             10 NVC-REFERENCE         PIC X(20).
           05 NVC-AMOUNT              PIC 9(08)V99.
           05 NVC-CURRENCY            PIC X(03).
           05 NVC-TAG-TYPE            PIC X(01).
           05 NVC-TAG                 PIC X(35).
           05 NVC-POSTED-TS           PIC X(22).
           05 NVC-REPORTED-DATE       PIC 9(08).
           05 FILLER                  PIC X(20).

       FD  VC-NEW-FILE.
       COPY VIBANCOLLRECORD.

       FD  VI-NARROW-FILE.
       01  NARROW-VIBAN-RECORD.
           05 NVI-IBAN                PIC X(30).
           05 NVI-ACCOUNT-ID          PIC 9(05).
           05 NVI-TAG-TYPE            PIC X(01).
           05 NVI-TAG                 PIC X(35).
           05 NVI-STATUS              PIC X(01).
           05 NVI-CREATED-DATE        PIC 9(08).
           05 NVI-CREATED-BY          PIC 9(05).
           05 NVI-CLOSED-DATE         PIC 9(08).
           05 FILLER                  PIC X(20).

       FD  VI-NEW-FILE.
       COPY VIBANRECORD.

       FD  WP-NARROW-FILE.
       01  NARROW-WIRE-PROCESSED-RECORD.
           05 NWP-REFERENCE           PIC X(20).
           05 NWP-BENEF-IBAN          PIC X(30).
           05 NWP-AMOUNT              PIC 9(08)V99.
           05 NWP-CURRENCY            PIC X(03).
           05 NWP-OUTCOME             PIC X(01).
           05 NWP-POSTED-TS           PIC X(22).

       FD  WP-NEW-FILE.
       01  WIRE-PROCESSED-RECORD.
           05 WP-REFERENCE            PIC X(20).
           05 WP-BENEF-IBAN           PIC X(30).
           05 WP-AMOUNT               PIC 9(10)V99.
           05 WP-CURRENCY             PIC X(03).
           05 WP-OUTCOME              PIC X(01).
           05 WP-POSTED-TS            PIC X(22).

       FD  WDR-NARROW-FILE.
       01  NARROW-WDR-APPROVAL-RECORD.
           05 NWDR-KEY.
             10 NWDR-ID               PIC 9(05).
           05 NWDR-ACCOUNTID          PIC 9(05).
           05 NWDR-AMOUNT             PIC 9(08)V99.
           05 NWDR-TRTYPE             PIC X(10).
           05 NWDR-MEMO               PIC X(40).
           05 NWDR-REQUESTED-BY       PIC 9(05).
           05 NWDR-TIMESTAMP          PIC X(22).
           05 NWDR-STATUS             PIC X(01).
           05 NWDR-DECIDED-BY         PIC 9(05).
           05 NWDR-REQUIRED-APPROVALS PIC 9(02).
           05 NWDR-APPROVAL-COUNT     PIC 9(02).
           05 NWDR-APPROVER-ID        PIC 9(05) OCCURS 5 TIMES.

       FD  YB-NARROW-FILE.
       01  NARROW-YEAR-END-BAL-RECORD.
           05 NYB-KEY.
             10 NYB-YEAR              PIC 9(04).
             10 NYB-ACCOUNTID         PIC 9(05).
           05 NYB-CUSTOMERID          PIC 9(05).
           05 NYB-IBAN                PIC X(30).
           05 NYB-CURRENCY            PIC X(03).
           05 NYB-BRANCHID            PIC 9(03).
           05 NYB-PRODUCT-TYPE        PIC X(03).
           05 NYB-STATUS              PIC X(01).
           05 NYB-BALANCE             PIC S9(10)V99.
           05 NYB-INTEREST            PIC 9(10)V99.
           05 NYB-DEBITINT            PIC 9(10)V99.
           05 NYB-FEES                PIC 9(10)V99.
           05 NYB-TAX                 PIC 9(10)V99.

       FD  YB-NEW-FILE.
       COPY YEARENDBALRECORD.

       FD  SPOOL-FILE.
       01  SPOOL-LINE                  PIC X(272).

       FD  WIDEN-REPORT.
       01  WIDEN-REPORT-LINE           PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "FILECONV            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CARDVAULT            VALUE "CARDVAULT           ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
         05 ARG-TARGET                  PIC X(10).
           88 ARG-TARGET-ALL             VALUE "ALL".
           88 ARG-TARGET-JOINTACC        VALUE "JOINTACC".
           88 ARG-TARGET-CARD            VALUE "CARD".
           88 ARG-TARGET-CARDTOK         VALUE "CARDTOK".
           88 ARG-TARGET-LOANS           VALUE "LOANS".
           88 ARG-TARGET-WDRAPPR         VALUE "WDRAPPR".
           88 ARG-TARGET-IDWIDTH         VALUE "IDWIDTH".
           88 ARG-TARGET-INTACCID        VALUE "INTACCID".
           88 ARG-TARGET-CARDLINE        VALUE "CARDLINE".
           88 ARG-TARGET-SUSPENSE        VALUE "SUSPENSE".
           88 ARG-TARGET-CHARGEBACK      VALUE "CHARGEBACK".

       01 INTERNAL-VARS.
         05 WS-OLD-STATUS               PIC XX VALUE SPACES.
         05 WS-NEW-STATUS               PIC XX VALUE SPACES.
         05 WS-NEW-NAME                 PIC X(256).
         05 WS-LIVE-NAME                PIC X(60).
         05 WS-TMP-NAME                 PIC X(60).
         05 WS-BAK-NAME                 PIC X(60).
         05 WS-ROWS-CONVERTED           PIC 9(07).
         05 WS-ROWS-FAILED              PIC 9(07).
         05 WS-SPOOL-STATUS             PIC XX VALUE SPACES.
         05 WS-RPT-STATUS               PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-OLD-ACCID                PIC 9(09).
         05 WS-ACCS-NOT-ON-FILE         PIC 9(03).
      *  CARDLINE -- THE ACCOUNT IN HAND AND THE CARD ITS LINE GOES TO.
         05 WS-CL-ACCOUNT-ID            PIC 9(09).
         05 WS-CL-OWNER-ID              PIC 9(05).
         05 WS-CL-LAST-CREDIT-ID        PIC 9(05).
         05 WS-CL-POINTERS              PIC 9(07).
         05 WS-CL-ORPHANS               PIC 9(07).
         05 WS-CL-TXN-CARRIED           PIC 9(07).
         05 WS-CL-TXN-LEFT              PIC 9(07).

      *  IDWIDTH CONTROL TOTALS FOR THE FILE IN HAND.
       01 WIDEN-TOTALS.
         05 WS-BEFORE-ROWS              PIC 9(09).
         05 WS-AFTER-ROWS               PIC 9(09).
         05 WS-BEFORE-AMOUNT            PIC S9(16)V99.
         05 WS-AFTER-AMOUNT             PIC S9(16)V99.
         05 WS-BEFORE-ID-HASH           PIC 9(18).
         05 WS-AFTER-ID-HASH            PIC 9(18).
         05 WS-FILES-CONVERTED          PIC 9(03).
         05 WS-FILES-SKIPPED            PIC 9(03).
         05 WS-FILES-HELD               PIC 9(03).

       01 WIDEN-HEADER-LINE.
         05 FILLER                      PIC X(34) VALUE "FILE".
         05 FILLER                      PIC X(10) VALUE "  ROWS OLD".
         05 FILLER                      PIC X(10) VALUE "  ROWS NEW".
         05 FILLER                      PIC X(21)
                                        VALUE "           AMOUNT OLD".
         05 FILLER                      PIC X(21)
                                        VALUE "           AMOUNT NEW".
         05 FILLER                      PIC X(19)
                                        VALUE "        ID HASH OLD".
         05 FILLER                      PIC X(19)
                                        VALUE "        ID HASH NEW".
         05 FILLER                      PIC X(17) VALUE " RESULT".

       01 WIDEN-VERIFY-LINE.
         05 VR-FILE                     PIC X(34).
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-ROWS-BEFORE              PIC Z(08)9.
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-ROWS-AFTER               PIC Z(08)9.
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-AMOUNT-BEFORE            PIC -Z(15)9.99.
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-AMOUNT-AFTER             PIC -Z(15)9.99.
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-IDHASH-BEFORE            PIC Z(17)9.
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-IDHASH-AFTER             PIC Z(17)9.
         05 FILLER                      PIC X(01) VALUE SPACE.
         05 VR-RESULT                   PIC X(16).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-NEEDS-CONVERT            PIC X VALUE 'N'.
           88 FG-NEEDS-CONVERT-Y        VALUE 'Y'.
           88 FG-NEEDS-CONVERT-N        VALUE 'N'.
         05 FG-MORE-CARDS               PIC X VALUE 'Y'.
           88 FG-MORE-CARDS-Y           VALUE 'Y'.
           88 FG-MORE-CARDS-N           VALUE 'N'.
         05 FG-CL-LEDGER-CONVERTED      PIC X VALUE 'N'.
           88 FG-CL-LEDGER-CONVERTED-Y  VALUE 'Y'.
           88 FG-CL-LEDGER-CONVERTED-N  VALUE 'N'.
         05 FG-CL-HOLD                  PIC X VALUE 'N'.
           88 FG-CL-HOLD-Y              VALUE 'Y'.
           88 FG-CL-HOLD-N              VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(02).

       01 CONSTANTS.
         COPY INTACCCONFIG.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
       COPY CARDVAULTINTERFACE.
       COPY ACCINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           MOVE FUNCTION TRIM(ARG-COMMAND-STRING) TO ARG-TARGET

           EVALUATE TRUE
             WHEN ARG-TARGET-ALL
               PERFORM F-CONVERT-JOINTACC
               PERFORM F-CONVERT-CARD
               PERFORM F-CONVERT-LOANS
               PERFORM F-CONVERT-WDRAPPR
               PERFORM F-CONVERT-SUSPENSE
               PERFORM F-CONVERT-CHARGEBACK
               PERFORM F-WIDEN-ALL
               PERFORM F-CONVERT-CARDLINE
               PERFORM F-RENUMBER-INTACC
               PERFORM F-TOKENIZE-CARD
             WHEN ARG-TARGET-JOINTACC
               PERFORM F-CONVERT-JOINTACC
             WHEN ARG-TARGET-CARD
               PERFORM F-CONVERT-CARD
             WHEN ARG-TARGET-CARDTOK
               PERFORM F-TOKENIZE-CARD
             WHEN ARG-TARGET-LOANS
               PERFORM F-CONVERT-LOANS
             WHEN ARG-TARGET-WDRAPPR
               PERFORM F-CONVERT-WDRAPPR
             WHEN ARG-TARGET-IDWIDTH
               PERFORM F-WIDEN-ALL
             WHEN ARG-TARGET-INTACCID
               PERFORM F-RENUMBER-INTACC
             WHEN ARG-TARGET-CARDLINE
               PERFORM F-CONVERT-CARDLINE
             WHEN ARG-TARGET-SUSPENSE
               PERFORM F-CONVERT-SUSPENSE
             WHEN ARG-TARGET-CHARGEBACK
               PERFORM F-CONVERT-CHARGEBACK
             WHEN OTHER
               DISPLAY "USAGE: FILECONV ALL|JOINTACC|CARD|CARDTOK|"
                       "LOANS|WDRAPPR|IDWIDTH|INTACCID|CARDLINE|"
                       "SUSPENSE|CHARGEBACK"
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INDEXED FILE MIGRATION STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INDEXED FILE MIGRATION FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PROBE-NEW-LAYOUT SECTION.
      *    TRIES THE LIVE FILE UNDER THE NEW LAYOUT. ONLY A FAILURE
      *    THAT IS NOT "NO FILE" (35) MARKS IT FOR CONVERSION --
      *    STATUS 39 IS THE EXPECTED LENGTH-MISMATCH SIGNATURE.
      *    THE CALLER HAS ALREADY POINTED WS-NEW-NAME AT THE LIVE
      *    FILE AND OPENS/CLOSES ITS OWN NEW-LAYOUT FD AROUND THIS.
           SET FG-NEEDS-CONVERT-N          TO TRUE
           EVALUATE WS-NEW-STATUS
             WHEN "00"
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " ALREADY CURRENT"
             WHEN "35"
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " DOES NOT EXIST, NOTHING TO CONVERT"
             WHEN OTHER
               SET FG-NEEDS-CONVERT-Y      TO TRUE
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " OPEN STATUS " WS-NEW-STATUS
                       ", CONVERTING"
           END-EVALUATE
           .
       F-PROBE-NEW-LAYOUT-END.
           EXIT.
      ******************************************************************
       F-SWAP-CONVERTED-FILE SECTION.
      *    KEEP THE ORIGINAL AS .bak, PUT THE CONVERTED FILE IN ITS
      *    PLACE.
           CALL "CBL_RENAME_FILE" USING WS-LIVE-NAME, WS-BAK-NAME
           CALL "CBL_RENAME_FILE" USING WS-TMP-NAME, WS-LIVE-NAME
           DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                   " CONVERTED, " WS-ROWS-CONVERTED
                   " ROWS (ORIGINAL KEPT AS "
                   FUNCTION TRIM(WS-BAK-NAME) ")"
           .
       F-SWAP-CONVERTED-FILE-END.
           EXIT.
      ******************************************************************
       F-CONVERT-JOINTACC SECTION.
           MOVE "files/jointacc.dat"       TO WS-LIVE-NAME
           MOVE "files/jointacc.dat.new"   TO WS-TMP-NAME
           MOVE "files/jointacc.dat.bak"   TO WS-BAK-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN INPUT JA-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE JA-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT JA-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE OLD LAYOUT EITHER, "
                     "STATUS " WS-OLD-STATUS " -- LEFT FOR IDWIDTH"
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT JA-NEW-FILE
           MOVE 0                          TO WS-ROWS-CONVERTED

           MOVE LOW-VALUES                 TO OJA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START JA-OLD-FILE KEY IS NOT LESS THAN OJA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ JA-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE JOINT-ACC-RECORD
                 MOVE OJA-ACCOUNT-ID       TO JA-ACCOUNT-ID
                 MOVE OJA-BUSR-ID          TO JA-BUSR-ID
                 MOVE OJA-STATUS           TO JA-STATUS
      *          OLD ROWS PREDATE PERMISSION TIERS AND MANDATES --
      *          EVERY EXISTING JOINT OWNER KEEPS FULL ACCESS AND
      *          EVERY ACCOUNT KEEPS THE ANY-ONE-OWNER RULE.
                 MOVE "F"                  TO JA-PERM-LEVEL
                 MOVE "A"                  TO JA-MANDATE-RULE
                 MOVE 0                    TO JA-MANDATE-COUNT
                 MOVE 0                    TO JA-MANDATE-THRESHOLD
                 WRITE JOINT-ACC-RECORD
                 ADD 1                     TO WS-ROWS-CONVERTED
             END-READ
           END-PERFORM

           CLOSE JA-OLD-FILE
           CLOSE JA-NEW-FILE
           PERFORM F-SWAP-CONVERTED-FILE
           .
       F-CONVERT-JOINTACC-END.
           EXIT.
      ******************************************************************
       F-CONVERT-CARD SECTION.
           MOVE "files/card.dat"           TO WS-LIVE-NAME
           MOVE "files/card.dat.new"       TO WS-TMP-NAME
           MOVE "files/card.dat.bak"       TO WS-BAK-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN INPUT CARD-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CARD-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT CARD-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE OLD LAYOUT EITHER, "
                     "STATUS " WS-OLD-STATUS " -- LEFT FOR IDWIDTH"
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CARD-NEW-FILE
           MOVE 0                          TO WS-ROWS-CONVERTED

           MOVE LOW-VALUES                 TO OCD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CARD-OLD-FILE KEY IS NOT LESS THAN OCD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CARD-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CARD-RECORD
                 MOVE OCD-ID               TO CARD-ID
                 MOVE OCD-ACCOUNT-ID       TO CARD-ACCOUNT-ID
                 MOVE OCD-NUMBER           TO CARD-NUMBER
                 MOVE OCD-TYPE             TO CARD-TYPE
                 MOVE OCD-EXPIRY           TO CARD-EXPIRY
                 MOVE OCD-STATUS           TO CARD-STATUS
      *          OLD ROWS HAVE NO OUTSTANDING AUTHORIZATION AND
      *          HAVE NOT BEEN REISSUED.
                 MOVE 0                    TO CARD-HOLD-ID
                 MOVE 0                    TO CARD-HOLD-EXPIRY
                 MOVE "N"                  TO CARD-REISSUED
                 WRITE CARD-RECORD
                 ADD 1                     TO WS-ROWS-CONVERTED
             END-READ
           END-PERFORM

           CLOSE CARD-OLD-FILE
           CLOSE CARD-NEW-FILE
           PERFORM F-SWAP-CONVERTED-FILE
           .
       F-CONVERT-CARD-END.
           EXIT.
      ******************************************************************
       F-TOKENIZE-CARD SECTION.
           MOVE "files/card.dat"           TO WS-LIVE-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN I-O CARD-NEW-FILE
           IF WS-NEW-STATUS = "35"
             DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                     " DOES NOT EXIST, NOTHING TO TOKENIZE"
             EXIT SECTION
           END-IF
           IF WS-NEW-STATUS NOT = "00"
             DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                     " OPEN STATUS " WS-NEW-STATUS
                     " -- RUN FILECONV CARD FIRST"
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-ROWS-CONVERTED
           MOVE 0                          TO WS-ROWS-FAILED
           MOVE LOW-VALUES                 TO CARD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CARD-NEW-FILE KEY IS NOT LESS THAN CARD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CARD-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF NOT CARD-IS-TOKENIZED
                 AND CARD-NUMBER NOT = SPACES
                   PERFORM F-TOKENIZE-CARD-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CARD-NEW-FILE

      *    THE PRE-CONVERSION COPY STILL HOLDS FULL CARD NUMBERS.
           CALL "CBL_DELETE_FILE" USING "files/card.dat.bak"

           DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                   " TOKENIZED, " WS-ROWS-CONVERTED " ROWS, "
                   WS-ROWS-FAILED " LEFT FOR A RE-RUN"
           .
       F-TOKENIZE-CARD-END.
           EXIT.
      ******************************************************************
       F-TOKENIZE-CARD-ROW SECTION.
           INITIALIZE CARDVAULT-INTERFACE
           SET I-PV-OP-TOKENIZE            TO TRUE
           MOVE PGM-ID                     TO I-PV-CALLER
           MOVE CARD-ID                    TO I-PV-CARDID
           MOVE CARD-ACCOUNT-ID            TO I-PV-ACCOUNTID
           MOVE CARD-NUMBER                TO I-PV-PAN
           SET PGNAME-CARDVAULT            TO TRUE
           CALL PROGNAME USING CARDVAULT-INTERFACE

           IF NOT CARDVAULT-STATUS-OK
             ADD 1                         TO WS-ROWS-FAILED
             EXIT SECTION
           END-IF

           MOVE O-PV-TOKEN                 TO CARD-TOKEN
           MOVE O-PV-LAST4                 TO CARD-LAST4
           REWRITE CARD-RECORD
           ADD 1                           TO WS-ROWS-CONVERTED
           .
       F-TOKENIZE-CARD-ROW-END.
           EXIT.
      ******************************************************************
       F-RENUMBER-INTACC SECTION.
      *    EVERY CONFIGURED INTERNAL ACCOUNT, FROM ITS OLD 5-DIGIT ID
      *    (THE SAME LAST FIVE DIGITS) TO ITS CURRENT ONE.
           MOVE 0                          TO WS-ROWS-CONVERTED
           MOVE 0                          TO WS-ROWS-FAILED
           MOVE 0                          TO WS-ACCS-NOT-ON-FILE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > K-INTACC-COUNT
             PERFORM F-RENUMBER-INTACC-ROW
           END-PERFORM

           DISPLAY "FILECONV: INTERNAL ACCOUNTS MOVED "
                   WS-ROWS-CONVERTED ", NOT ON FILE "
                   WS-ACCS-NOT-ON-FILE ", FAILED "
                   WS-ROWS-FAILED
           .
       F-RENUMBER-INTACC-END.
           EXIT.
      ******************************************************************
       F-RENUMBER-INTACC-ROW SECTION.
           COMPUTE WS-OLD-ACCID = FUNCTION MOD(K-INTACC-ACCID(IND-1),
                                               100000)

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-RENUM-INTERNAL     TO TRUE
           MOVE WS-OLD-ACCID               TO I-ACC-ACCOUNTID
           MOVE K-INTACC-ACCID(IND-1)      TO I-ACC-NEW-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           EVALUATE TRUE
             WHEN ACCDB-STATUS-OK
               ADD 1                       TO WS-ROWS-CONVERTED
               DISPLAY "FILECONV: " K-INTACC-PURPOSE(IND-1) " "
                       K-INTACC-CURRENCY(IND-1) " MOVED "
                       WS-OLD-ACCID " -> " K-INTACC-ACCID(IND-1)
             WHEN ACCDB-STATUS-NOT-FOUND-ERR
               ADD 1                       TO WS-ACCS-NOT-ON-FILE
               DISPLAY "FILECONV: " K-INTACC-PURPOSE(IND-1) " "
                       K-INTACC-CURRENCY(IND-1) " NO INTERNAL ROW ON "
                       WS-OLD-ACCID ", LEFT ALONE"
             WHEN OTHER
               ADD 1                       TO WS-ROWS-FAILED
               DISPLAY "FILECONV: " K-INTACC-PURPOSE(IND-1) " "
                       K-INTACC-CURRENCY(IND-1) " MOVE OF "
                       WS-OLD-ACCID " FAILED, STATUS " ACCDB-STATUS
                       " SQLCODE " O-ACCDB-SQLCODE
           END-EVALUATE
           .
       F-RENUMBER-INTACC-ROW-END.
           EXIT.
      ******************************************************************
       F-CONVERT-LOANS SECTION.
           MOVE "files/loans.dat"          TO WS-LIVE-NAME
           MOVE "files/loans.dat.new"      TO WS-TMP-NAME
           MOVE "files/loans.dat.bak"      TO WS-BAK-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN INPUT LOAN-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LOAN-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT LOAN-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE OLD LAYOUT EITHER, "
                     "STATUS " WS-OLD-STATUS " -- LEFT FOR IDWIDTH"
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LOAN-NEW-FILE
           MOVE 0                          TO WS-ROWS-CONVERTED

           MOVE LOW-VALUES                 TO OLN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LOAN-OLD-FILE KEY IS NOT LESS THAN OLN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LOAN-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-RECORD
                 MOVE OLN-ID               TO LN-ID
                 MOVE OLN-ACCOUNT-ID       TO LN-ACCOUNT-ID
                 MOVE OLN-CUSTOMER-ID      TO LN-CUSTOMER-ID
                 MOVE OLN-CURRENCY         TO LN-CURRENCY
                 MOVE OLN-PRINCIPAL        TO LN-PRINCIPAL
                 MOVE OLN-ANNUAL-RATE-PCT  TO LN-ANNUAL-RATE-PCT
                 MOVE OLN-TERM-MONTHS      TO LN-TERM-MONTHS
                 MOVE OLN-MONTHLY-PAYMENT  TO LN-MONTHLY-PAYMENT
                 MOVE OLN-REMAINING-PRINCIPAL
                                           TO LN-REMAINING-PRINCIPAL
                 MOVE OLN-NEXT-DUE-DATE    TO LN-NEXT-DUE-DATE
                 MOVE OLN-STATUS           TO LN-STATUS
      *          OLD LOANS ALL DISBURSED INTERNALLY.
                 MOVE SPACES               TO LN-DISBURSE-IBAN
                 MOVE " "                  TO LN-DISBURSE-STATUS
                 WRITE LOAN-RECORD
                 ADD 1                     TO WS-ROWS-CONVERTED
             END-READ
           END-PERFORM

           CLOSE LOAN-OLD-FILE
           CLOSE LOAN-NEW-FILE
           PERFORM F-SWAP-CONVERTED-FILE
           .
       F-CONVERT-LOANS-END.
           EXIT.
      ******************************************************************
       F-CONVERT-WDRAPPR SECTION.
           MOVE "files/withdrawalapprovals.dat" TO WS-LIVE-NAME
           MOVE "files/withdrawalapprovals.dat.new"
                                           TO WS-TMP-NAME
           MOVE "files/withdrawalapprovals.dat.bak"
                                           TO WS-BAK-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN INPUT WDR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE WDR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT WDR-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE OLD LAYOUT EITHER, "
                     "STATUS " WS-OLD-STATUS " -- LEFT FOR IDWIDTH"
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT WDR-NEW-FILE
           MOVE 0                          TO WS-ROWS-CONVERTED

           MOVE LOW-VALUES                 TO OWD-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WDR-OLD-FILE KEY IS NOT LESS THAN OWD-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WDR-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE WDR-APPROVAL-RECORD
                 MOVE OWD-ID               TO WDR-ID
                 MOVE OWD-ACCOUNTID        TO WDR-ACCOUNTID
                 MOVE OWD-AMOUNT           TO WDR-AMOUNT
                 MOVE OWD-TRTYPE           TO WDR-TRTYPE
                 MOVE OWD-MEMO             TO WDR-MEMO
                 MOVE OWD-REQUESTED-BY     TO WDR-REQUESTED-BY
                 MOVE OWD-TIMESTAMP        TO WDR-TIMESTAMP
                 MOVE OWD-STATUS           TO WDR-STATUS
                 MOVE OWD-DECIDED-BY       TO WDR-DECIDED-BY
      *          OLD ITEMS ARE ORDINARY SINGLE-DECIDER APPROVALS.
                 MOVE 1                    TO WDR-REQUIRED-APPROVALS
                 MOVE 0                    TO WDR-APPROVAL-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 5
                   MOVE 0                  TO WDR-APPROVER-ID(IND-1)
                 END-PERFORM
                 WRITE WDR-APPROVAL-RECORD
                 ADD 1                     TO WS-ROWS-CONVERTED
             END-READ
           END-PERFORM

           CLOSE WDR-OLD-FILE
           CLOSE WDR-NEW-FILE
           PERFORM F-SWAP-CONVERTED-FILE
           .
       F-CONVERT-WDRAPPR-END.
           EXIT.
      ******************************************************************
       F-CONVERT-SUSPENSE SECTION.
           MOVE "files/achsuspense.dat"    TO WS-LIVE-NAME
           MOVE "files/achsuspense.dat.new" TO WS-TMP-NAME
           MOVE "files/achsuspense.dat.bak" TO WS-BAK-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN INPUT SQ-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SQ-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT SQ-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE OLD LAYOUT EITHER, "
                     "STATUS " WS-OLD-STATUS " -- LEFT FOR IDWIDTH"
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SQ-NEW-FILE
           MOVE 0                          TO WS-ROWS-CONVERTED

           MOVE LOW-VALUES                 TO OSQ-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SQ-OLD-FILE KEY IS NOT LESS THAN OSQ-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SQ-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
      *          OLD ITEMS ALL POSTED TO SUSPENSE AS THEY ARRIVED.
                 INITIALIZE SUSPENSE-RECORD
                 MOVE OSQ-ID               TO SQ-ID
                 MOVE OSQ-REFERENCE        TO SQ-REFERENCE
                 MOVE OSQ-IBAN             TO SQ-IBAN
                 MOVE OSQ-AMOUNT           TO SQ-AMOUNT
                 MOVE OSQ-CURRENCY         TO SQ-CURRENCY
                 MOVE OSQ-RECEIVED-DATE    TO SQ-RECEIVED-DATE
                 MOVE OSQ-STATUS           TO SQ-STATUS
                 MOVE OSQ-RESOLVED-ACCID   TO SQ-RESOLVED-ACCID
                 MOVE OSQ-RESOLVED-TS      TO SQ-RESOLVED-TS
                 WRITE SUSPENSE-RECORD
                 ADD 1                     TO WS-ROWS-CONVERTED
             END-READ
           END-PERFORM

           CLOSE SQ-OLD-FILE
           CLOSE SQ-NEW-FILE
           PERFORM F-SWAP-CONVERTED-FILE
           .
       F-CONVERT-SUSPENSE-END.
           EXIT.
      ******************************************************************
       F-CONVERT-CHARGEBACK SECTION.
           MOVE "files/chargebacks.dat"    TO WS-LIVE-NAME
           MOVE "files/chargebacks.dat.new" TO WS-TMP-NAME
           MOVE "files/chargebacks.dat.bak" TO WS-BAK-NAME
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           OPEN INPUT CB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT CB-OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE OLD LAYOUT EITHER, "
                     "STATUS " WS-OLD-STATUS " -- LEFT FOR IDWIDTH"
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CB-NEW-FILE
           MOVE 0                          TO WS-ROWS-CONVERTED

           MOVE LOW-VALUES                 TO OCB-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CB-OLD-FILE KEY IS NOT LESS THAN OCB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CB-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CHARGEBACK-RECORD
                 MOVE OCB-ID               TO CB-ID
                 MOVE OCB-CARD-ID          TO CB-CARD-ID
                 MOVE OCB-TRANS-ID         TO CB-TRANS-ID
                 MOVE OCB-ACCOUNT-ID
                                   TO CB-ACCOUNT-ID OF CHARGEBACK-RECORD
                 MOVE OCB-AMOUNT           TO CB-AMOUNT
                 MOVE OCB-STATUS
                                       TO CB-STATUS OF CHARGEBACK-RECORD
                 MOVE OCB-OPENED-BY        TO CB-OPENED-BY
                 MOVE OCB-OPENED-TS        TO CB-OPENED-TS
                 MOVE OCB-DEADLINE-DATE    TO CB-DEADLINE-DATE
                 MOVE OCB-RESOLVED-TS      TO CB-RESOLVED-TS
      *          OLD CASES ALL DISPUTED A ROW ON THE CARD'S ACCOUNT.
                 SET CB-ON-ACCOUNT         TO TRUE
                 WRITE CHARGEBACK-RECORD
                 ADD 1                     TO WS-ROWS-CONVERTED
             END-READ
           END-PERFORM

           CLOSE CB-OLD-FILE
           CLOSE CB-NEW-FILE
           PERFORM F-SWAP-CONVERTED-FILE
           .
       F-CONVERT-CHARGEBACK-END.
           EXIT.
      ******************************************************************
       F-CONVERT-CARDLINE SECTION.
      *    CARD CREDIT LINES WENT FROM ONE PER ACCOUNT, SHARED BY EVERY
      *    CREDIT CARD ON IT, TO ONE PER CARD. EACH ACCOUNT'S LINE --
      *    BALANCE, STATEMENT FIGURES AND LEDGER -- GOES TO ONE OF ITS
      *    CREDIT CARDS (THE HIGHEST-NUMBERED NOT CANCELLED, FAILING
      *    THAT THE HIGHEST), AND EVERY OTHER CREDIT CARD ON THE
      *    ACCOUNT GETS A POINTER ROW TO IT, SO IT GOES ON DRAWING ON
      *    THE SAME LINE. LINES AND LEDGER ARE BOTH WRITTEN TO .new
      *    COPIES AND ONLY SWAPPED IN TOGETHER, AND ONLY WHEN EVERY
      *    LINE FOUND ITS CARD AND EVERY LEDGER ROW ITS LINE.
           MOVE "files/cardcredit.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CCL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CCL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             EXIT SECTION
           END-IF

           OPEN INPUT CCL-OLD-FILE
           IF WS-NEW-STATUS NOT = "00"
             DISPLAY "FILECONV: NOT IN THE ACCOUNT-KEYED LAYOUT "
                     "EITHER, STATUS " WS-NEW-STATUS
                     " -- RUN FILECONV IDWIDTH FIRST"
             EXIT SECTION
           END-IF

           MOVE "files/card.dat"           TO WS-NEW-NAME
           OPEN INPUT CARD-NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
             CLOSE CCL-OLD-FILE
             DISPLAY "FILECONV: files/card.dat OPEN STATUS "
                     WS-NEW-STATUS " -- CARD LINES LEFT UNCONVERTED"
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-ROWS-CONVERTED
           MOVE 0                          TO WS-ROWS-FAILED
           MOVE 0                          TO WS-CL-POINTERS
           MOVE 0                          TO WS-CL-ORPHANS
           MOVE 0                          TO WS-CL-TXN-CARRIED
           MOVE 0                          TO WS-CL-TXN-LEFT
           SET FG-CL-HOLD-N                TO TRUE

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CCL-NEW-FILE
           MOVE LOW-VALUES                 TO OCCL-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CCL-OLD-FILE KEY IS NOT LESS THAN OCCL-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CCL-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-CONVERT-CARDLINE-ROW
             END-READ
           END-PERFORM
           CLOSE CCL-NEW-FILE

      *    THE OLD LINES STAY OPEN -- THE LEDGER LOOKS UP EACH ROW'S
      *    ACCOUNT ON THEM.
           PERFORM F-CONVERT-CARDLINE-LEDGER
           CLOSE CCL-OLD-FILE
           CLOSE CARD-NEW-FILE

           IF WS-CL-ORPHANS > 0 OR WS-CL-TXN-LEFT > 0
           OR WS-ROWS-FAILED > 0 OR FG-CL-HOLD-Y
             DISPLAY "FILECONV: CARD LINES NOT CONVERTED -- "
                     WS-CL-ORPHANS " LINES WITH NO CREDIT CARD, "
                     WS-CL-TXN-LEFT " LEDGER ROWS WITH NO LINE, "
                     WS-ROWS-FAILED " ROWS NOT WRITTEN. LIVE FILES "
                     "LEFT UNTOUCHED, CONVERTED COPIES KEPT AS .new"
             EXIT SECTION
           END-IF

           DISPLAY "FILECONV: CARD LINES SPLIT PER CARD, "
                   WS-CL-POINTERS " CARDS POINTED AT A SHARED LINE"
           PERFORM F-SWAP-CONVERTED-FILE
           IF FG-CL-LEDGER-CONVERTED-Y
             MOVE "files/cardtxn.dat"      TO WS-LIVE-NAME
             PERFORM F-WIDEN-SET-NAMES
             MOVE WS-CL-TXN-CARRIED        TO WS-ROWS-CONVERTED
             PERFORM F-SWAP-CONVERTED-FILE
           END-IF
           .
       F-CONVERT-CARDLINE-END.
           EXIT.
      ******************************************************************
       F-CONVERT-CARDLINE-ROW SECTION.
           MOVE OCCL-ACCOUNT-ID            TO WS-CL-ACCOUNT-ID
           PERFORM F-CARDLINE-FIND-OWNER
           IF WS-CL-OWNER-ID = 0
             ADD 1                         TO WS-CL-ORPHANS
             DISPLAY "FILECONV: CARD LINE OF ACCOUNT "
                     OCCL-ACCOUNT-ID " HAS NO CREDIT CARD"
             EXIT SECTION
           END-IF

           INITIALIZE CARD-CREDIT-RECORD
           MOVE WS-CL-OWNER-ID             TO CCL-CARD-ID
           MOVE OCCL-ACCOUNT-ID            TO CCL-ACCOUNT-ID
           MOVE OCCL-CREDIT-LIMIT          TO CCL-CREDIT-LIMIT
           MOVE OCCL-BALANCE               TO CCL-BALANCE
           MOVE OCCL-AUTH-TOTAL            TO CCL-AUTH-TOTAL
           MOVE OCCL-LAST-STMT-DATE        TO CCL-LAST-STMT-DATE
           MOVE OCCL-STMT-BALANCE          TO CCL-STMT-BALANCE
           MOVE OCCL-MIN-DUE               TO CCL-MIN-DUE
           MOVE OCCL-DUE-DATE              TO CCL-DUE-DATE
           MOVE OCCL-PAID-SINCE-STMT       TO CCL-PAID-SINCE-STMT
           MOVE OCCL-NEXT-STMT-DATE        TO CCL-NEXT-STMT-DATE
           MOVE OCCL-AUTOPAY               TO CCL-AUTOPAY
           MOVE OCCL-AUTOPAY-TAKEN         TO CCL-AUTOPAY-TAKEN
           MOVE OCCL-LAST-SEQ              TO CCL-LAST-SEQ
           MOVE OCCL-STATUS                TO CCL-STATUS
           MOVE 0                          TO CCL-MOVED-TO
           WRITE CARD-CREDIT-RECORD
             INVALID KEY
               ADD 1                       TO WS-ROWS-FAILED
             NOT INVALID KEY
               ADD 1                       TO WS-ROWS-CONVERTED
           END-WRITE

           PERFORM F-CARDLINE-WRITE-POINTERS
           .
       F-CONVERT-CARDLINE-ROW-END.
           EXIT.
      ******************************************************************
       F-CARDLINE-FIND-OWNER SECTION.
      *    THE ACCOUNT'S CREDIT CARDS IN ID ORDER -- THE LAST ONE NOT
      *    CANCELLED TAKES THE LINE, FAILING ANY, THE LAST OF ALL.
      *    card.dat HAS NO KEY BY ACCOUNT, SO THIS IS A FULL BROWSE.
           MOVE 0                          TO WS-CL-OWNER-ID
           MOVE 0                          TO WS-CL-LAST-CREDIT-ID
           MOVE LOW-VALUES                 TO CARD-ID
           SET FG-MORE-CARDS-Y             TO TRUE
           START CARD-NEW-FILE KEY IS NOT LESS THAN CARD-ID
             INVALID KEY
               SET FG-MORE-CARDS-N         TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-CARDS-N
             READ CARD-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-CARDS-N       TO TRUE
               NOT AT END
                 IF CARD-ACCOUNT-ID = WS-CL-ACCOUNT-ID
                 AND CARD-TYPE-CREDIT
                   MOVE CARD-ID            TO WS-CL-LAST-CREDIT-ID
                   IF NOT CARD-STATUS-CANCELLED
                     MOVE CARD-ID          TO WS-CL-OWNER-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-CL-OWNER-ID = 0
             MOVE WS-CL-LAST-CREDIT-ID     TO WS-CL-OWNER-ID
           END-IF
           .
       F-CARDLINE-FIND-OWNER-END.
           EXIT.
      ******************************************************************
       F-CARDLINE-WRITE-POINTERS SECTION.
      *    EVERY OTHER CREDIT CARD ON THE ACCOUNT DRAWS ON THE LINE
      *    THROUGH A POINTER ROW (SEE CARDCREDITRECORD).
           MOVE LOW-VALUES                 TO CARD-ID
           SET FG-MORE-CARDS-Y             TO TRUE
           START CARD-NEW-FILE KEY IS NOT LESS THAN CARD-ID
             INVALID KEY
               SET FG-MORE-CARDS-N         TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-CARDS-N
             READ CARD-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-CARDS-N       TO TRUE
               NOT AT END
                 IF CARD-ACCOUNT-ID = WS-CL-ACCOUNT-ID
                 AND CARD-TYPE-CREDIT
                 AND CARD-ID NOT = WS-CL-OWNER-ID
                   INITIALIZE CARD-CREDIT-RECORD
                   MOVE CARD-ID            TO CCL-CARD-ID
                   MOVE WS-CL-ACCOUNT-ID   TO CCL-ACCOUNT-ID
                   SET CCL-STATUS-MOVED    TO TRUE
                   MOVE WS-CL-OWNER-ID     TO CCL-MOVED-TO
                   WRITE CARD-CREDIT-RECORD
                     INVALID KEY
                       ADD 1               TO WS-ROWS-FAILED
                     NOT INVALID KEY
                       ADD 1               TO WS-CL-POINTERS
                   END-WRITE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CARDLINE-WRITE-POINTERS-END.
           EXIT.
      ******************************************************************
       F-CONVERT-CARDLINE-LEDGER SECTION.
      *    EACH ROW MOVES UNDER THE CARD ITS ACCOUNT'S LINE WENT TO,
      *    SEQUENCE UNCHANGED. CT-CARD-ID KEEPS THE CARD THAT MADE THE
      *    MOVEMENT.
           SET FG-CL-LEDGER-CONVERTED-N    TO TRUE
           MOVE "files/cardtxn.dat"        TO WS-NEW-NAME
           OPEN INPUT CT-NEW-FILE
           EVALUATE WS-NEW-STATUS
             WHEN "00"
               CLOSE CT-NEW-FILE
               DISPLAY "FILECONV: files/cardtxn.dat ALREADY CURRENT"
               EXIT SECTION
             WHEN "35"
               DISPLAY "FILECONV: files/cardtxn.dat DOES NOT EXIST, "
                       "NOTHING TO CONVERT"
               EXIT SECTION
           END-EVALUATE

           OPEN INPUT CT-OLD-FILE
           IF WS-NEW-STATUS NOT = "00"
             SET FG-CL-HOLD-Y              TO TRUE
             DISPLAY "FILECONV: files/cardtxn.dat NOT IN THE "
                     "ACCOUNT-KEYED LAYOUT EITHER, STATUS "
                     WS-NEW-STATUS " -- RUN FILECONV IDWIDTH FIRST"
             EXIT SECTION
           END-IF

           MOVE "files/cardtxn.dat.new"    TO WS-NEW-NAME
           OPEN OUTPUT CT-NEW-FILE
           SET FG-CL-LEDGER-CONVERTED-Y    TO TRUE
           MOVE 0                          TO WS-CL-ACCOUNT-ID
           MOVE 0                          TO WS-CL-OWNER-ID
           MOVE LOW-VALUES                 TO OCT-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CT-OLD-FILE KEY IS NOT LESS THAN OCT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CT-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-CONVERT-CARDLINE-TXN-ROW
             END-READ
           END-PERFORM
           CLOSE CT-OLD-FILE
           CLOSE CT-NEW-FILE
           .
       F-CONVERT-CARDLINE-LEDGER-END.
           EXIT.
      ******************************************************************
       F-CONVERT-CARDLINE-TXN-ROW SECTION.
      *    THE LEDGER IS IN ACCOUNT ORDER, SO THE OWNING CARD IS ONLY
      *    LOOKED UP AGAIN WHEN THE ACCOUNT CHANGES -- AND ONLY FOR AN
      *    ACCOUNT THAT HAD A LINE.
           IF OCT-ACCOUNT-ID NOT = WS-CL-ACCOUNT-ID
             MOVE OCT-ACCOUNT-ID           TO WS-CL-ACCOUNT-ID
             MOVE OCT-ACCOUNT-ID           TO OCCL-ACCOUNT-ID
             MOVE 0                        TO WS-CL-OWNER-ID
             READ CCL-OLD-FILE
               NOT INVALID KEY
                 PERFORM F-CARDLINE-FIND-OWNER
             END-READ
           END-IF

           IF WS-CL-OWNER-ID = 0
             ADD 1                         TO WS-CL-TXN-LEFT
             EXIT SECTION
           END-IF

           INITIALIZE CARD-TXN-RECORD
           MOVE WS-CL-OWNER-ID             TO CT-LINE-CARD-ID
           MOVE OCT-SEQ                    TO CT-SEQ
           MOVE OCT-ACCOUNT-ID             TO CT-ACCOUNT-ID
           MOVE OCT-CARD-ID                TO CT-CARD-ID
           MOVE OCT-DATE                   TO CT-DATE
           MOVE OCT-TYPE                   TO CT-TYPE
           MOVE OCT-STATUS                 TO CT-STATUS
           MOVE OCT-AMOUNT                 TO CT-AMOUNT
           MOVE OCT-EXPIRY                 TO CT-EXPIRY
           MOVE OCT-REFERENCE              TO CT-REFERENCE
           MOVE OCT-STMT-DATE              TO CT-STMT-DATE
           WRITE CARD-TXN-RECORD
             INVALID KEY
               ADD 1                       TO WS-ROWS-FAILED
             NOT INVALID KEY
               ADD 1                       TO WS-CL-TXN-CARRIED
           END-WRITE
           .
       F-CONVERT-CARDLINE-TXN-ROW-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ALL SECTION.
      *    ACCOUNT, CUSTOMER, BANK USER AND TRANSACTION IDS WENT FROM
      *    FIVE TO NINE DIGITS, AND AMOUNTS FROM EIGHT TO TEN INTEGER
      *    DIGITS, IN EVERY FILE THAT CARRIES THEM. EACH FILE IS
      *    PROBED, COPIED FIELD BY FIELD INTO <name>.new, READ BACK
      *    FROM DISK, AND ONLY SWAPPED IN WHEN ITS ROW COUNT, AMOUNT
      *    TOTAL AND ID HASH AGREE BEFORE AND AFTER. EVERY FILE GETS
      *    A LINE ON files/reports/FILECONV_IDWIDTH_<yyyymmdd>.txt.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE 0                          TO WS-FILES-CONVERTED
           MOVE 0                          TO WS-FILES-SKIPPED
           MOVE 0                          TO WS-FILES-HELD
           MOVE SPACES                     TO WS-REPORT-FILENAME
           STRING "files/reports/FILECONV_IDWIDTH_" DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT WIDEN-REPORT
           MOVE SPACES                     TO WIDEN-REPORT-LINE
           STRING "ID/AMOUNT WIDENING -- CONTROL TOTALS, RUN "
                  WS-TODAY-RAW
             DELIMITED BY SIZE INTO WIDEN-REPORT-LINE
           END-STRING
           WRITE WIDEN-REPORT-LINE
           MOVE SPACES                     TO WIDEN-REPORT-LINE
           STRING "ROWS    = RECORDS READ FROM THE OLD FILE / READ "
                  "BACK FROM THE CONVERTED FILE"
             DELIMITED BY SIZE INTO WIDEN-REPORT-LINE
           END-STRING
           WRITE WIDEN-REPORT-LINE
           MOVE "AMOUNT  = SUM OF EVERY MONEY FIELD IN EVERY ROW"
                                           TO WIDEN-REPORT-LINE
           WRITE WIDEN-REPORT-LINE
           MOVE SPACES                     TO WIDEN-REPORT-LINE
           STRING "ID HASH = SUM OF EVERY WIDENED ACCOUNT, CUSTOMER, "
                  "BANK USER AND TRANSACTION ID IN EVERY ROW"
             DELIMITED BY SIZE INTO WIDEN-REPORT-LINE
           END-STRING
           WRITE WIDEN-REPORT-LINE
           MOVE SPACES                     TO WIDEN-REPORT-LINE
           WRITE WIDEN-REPORT-LINE
           WRITE WIDEN-REPORT-LINE FROM WIDEN-HEADER-LINE

           PERFORM F-CHECK-OFFLINE-SPOOL

           PERFORM F-WIDEN-ACCTSWITCH
           PERFORM F-WIDEN-ACHPROCESSED
           PERFORM F-WIDEN-ACHSUSPENSE
           PERFORM F-WIDEN-ATMS
           PERFORM F-WIDEN-BENEFICIARIES
           PERFORM F-WIDEN-BORROWERGROUPS
           PERFORM F-WIDEN-CARD
           PERFORM F-WIDEN-CARDCONTROLS
           PERFORM F-WIDEN-CARDCREDIT
           PERFORM F-WIDEN-CARDTXN
           PERFORM F-WIDEN-CCYPOCKETS
           PERFORM F-WIDEN-CERTIFICATES
           PERFORM F-WIDEN-CHARGEBACKS
           PERFORM F-WIDEN-CHGOFFAPPR
           PERFORM F-WIDEN-CHECKBOOKS
           PERFORM F-WIDEN-CHECKDEPOSITS
           PERFORM F-WIDEN-CHECKSERIALS
           PERFORM F-WIDEN-COLLATERAL
           PERFORM F-WIDEN-CREDITLIMITS
           PERFORM F-WIDEN-CUSTCONTACT
           PERFORM F-WIDEN-CUSTDELAPPR
           PERFORM F-WIDEN-CUSTENTITY
           PERFORM F-WIDEN-CUSTPROFILE
           PERFORM F-WIDEN-CUSTRELATION
           PERFORM F-WIDEN-FEESCHEDULE
           PERFORM F-WIDEN-DDCOLLECTIONS
           PERFORM F-WIDEN-DDMANDATES
           PERFORM F-WIDEN-DEBITBLOCKS
           PERFORM F-WIDEN-DECEASED
           PERFORM F-WIDEN-DRAFTS
           PERFORM F-WIDEN-EODRECONBF
           PERFORM F-WIDEN-FEEWAIVERLOG
           PERFORM F-WIDEN-FRAUDCASES
           PERFORM F-WIDEN-FUTUREXFERS
           PERFORM F-WIDEN-FXCASH
           PERFORM F-WIDEN-GARNISH
           PERFORM F-WIDEN-INSTANTPAY
           PERFORM F-WIDEN-INTACCRUAL
           PERFORM F-WIDEN-INTERBRANCH
           PERFORM F-WIDEN-INWARDORIGIN
           PERFORM F-WIDEN-JOINTACC
           PERFORM F-WIDEN-KYCDOCUMENT
           PERFORM F-WIDEN-LOANBALANCE
           PERFORM F-WIDEN-LOANFACILITY
           PERFORM F-WIDEN-LOANLEDGER
           PERFORM F-WIDEN-LOANPARTIES
           PERFORM F-WIDEN-LOANS
           PERFORM F-WIDEN-LOANVARRATE
           PERFORM F-WIDEN-LOANWRITEOFF
           PERFORM F-WIDEN-MAILHOLD
           PERFORM F-WIDEN-NOTICES
           PERFORM F-WIDEN-NOTIFYPREFS
           PERFORM F-WIDEN-NOTIFYSTATUS
           PERFORM F-WIDEN-ODPROTECT
           PERFORM F-WIDEN-ONBOARDING
           PERFORM F-WIDEN-PAYREQUESTS
           PERFORM F-WIDEN-POCKETLEDGER
           PERFORM F-WIDEN-PROXYREG
           PERFORM F-WIDEN-REQDUPS
           PERFORM F-WIDEN-REQKEYS
           PERFORM F-WIDEN-REVERSALS
           PERFORM F-WIDEN-SALARYCREDITS
           PERFORM F-WIDEN-SCHEDRULES
           PERFORM F-WIDEN-SDBACCESS
           PERFORM F-WIDEN-SDBOXES
           PERFORM F-WIDEN-SDBPARTIES
           PERFORM F-WIDEN-SDBRENTALS
           PERFORM F-WIDEN-SESSION
           PERFORM F-WIDEN-STANDORD
           PERFORM F-WIDEN-STEPUP
           PERFORM F-WIDEN-STMTCYCLE
           PERFORM F-WIDEN-STMTEXPORT
           PERFORM F-WIDEN-TAXRESIDENCY
           PERFORM F-WIDEN-TERMDEPOSITS
           PERFORM F-WIDEN-TICKETS
           PERFORM F-WIDEN-TILLBALANCE
           PERFORM F-WIDEN-TILLFX
           PERFORM F-WIDEN-XFERAPPR
           PERFORM F-WIDEN-VAULTMOVEMENTS
           PERFORM F-WIDEN-VIBANCOLL
           PERFORM F-WIDEN-VIBANS
           PERFORM F-WIDEN-WIREINPROC
           PERFORM F-WIDEN-WDRAPPR
           PERFORM F-WIDEN-YEARENDBAL

           MOVE SPACES                     TO WIDEN-REPORT-LINE
           WRITE WIDEN-REPORT-LINE
           MOVE SPACES                     TO WIDEN-REPORT-LINE
           STRING "FILES CONVERTED: " WS-FILES-CONVERTED
                  " | ALREADY CURRENT OR ABSENT: " WS-FILES-SKIPPED
                  " | HELD BACK: " WS-FILES-HELD
             DELIMITED BY SIZE INTO WIDEN-REPORT-LINE
           END-STRING
           WRITE WIDEN-REPORT-LINE
           CLOSE WIDEN-REPORT

           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW               TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME         TO U-RPTREG-PATH
           MOVE WS-FILES-CONVERTED         TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           DISPLAY "FILECONV: ID/AMOUNT WIDENING -- "
                   WS-FILES-CONVERTED " CONVERTED, "
                   WS-FILES-SKIPPED " CURRENT OR ABSENT, "
                   WS-FILES-HELD " HELD BACK (SEE "
                   FUNCTION TRIM(WS-REPORT-FILENAME) ")"
           .
       F-WIDEN-ALL-END.
           EXIT.
      ******************************************************************
       F-CHECK-OFFLINE-SPOOL SECTION.
      *    LINES CAPTURED OFFLINE BEFORE THE UPGRADE CARRY THE OLD
      *    COLUMN POSITIONS. THEY CANNOT BE CONVERTED HERE -- THE
      *    RELEASE THAT CAPTURED THEM MUST REPLAY THEM (OFFREPLAY
      *    CLEARS THE SPOOL) BEFORE THIS RELEASE GOES LIVE.
           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           READ SPOOL-FILE
             NOT AT END
               DISPLAY "FILECONV: WARNING -- files/offline_spool.dat "
                       "IS NOT EMPTY. REPLAY IT (OFFREPLAY) UNDER THE "
                       "PREVIOUS RELEASE BEFORE GOING LIVE"
               MOVE SPACES                 TO WIDEN-REPORT-LINE
               STRING "WARNING: files/offline_spool.dat IS NOT EMPTY "
                      "-- REPLAY IT (OFFREPLAY) UNDER THE PREVIOUS "
                      "RELEASE BEFORE GOING LIVE"
                 DELIMITED BY SIZE INTO WIDEN-REPORT-LINE
               END-STRING
               WRITE WIDEN-REPORT-LINE
           END-READ
           CLOSE SPOOL-FILE
           .
       F-CHECK-OFFLINE-SPOOL-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SET-NAMES SECTION.
      *    THE CALLER HAS PUT THE LIVE NAME IN WS-LIVE-NAME.
           MOVE SPACES                     TO WS-TMP-NAME
           MOVE SPACES                     TO WS-BAK-NAME
           STRING WS-LIVE-NAME DELIMITED BY SPACE
                  ".new"       DELIMITED BY SIZE
             INTO WS-TMP-NAME
           END-STRING
           STRING WS-LIVE-NAME DELIMITED BY SPACE
                  ".bak"       DELIMITED BY SIZE
             INTO WS-BAK-NAME
           END-STRING
           MOVE WS-LIVE-NAME               TO WS-NEW-NAME
           MOVE 0                          TO WS-BEFORE-ROWS
           MOVE 0                          TO WS-AFTER-ROWS
           MOVE 0                          TO WS-BEFORE-AMOUNT
           MOVE 0                          TO WS-AFTER-AMOUNT
           MOVE 0                          TO WS-BEFORE-ID-HASH
           MOVE 0                          TO WS-AFTER-ID-HASH
           .
       F-WIDEN-SET-NAMES-END.
           EXIT.
      ******************************************************************
       F-PROBE-LINE-LAYOUT SECTION.
      *    A LINE SEQUENTIAL FILE OPENS UNDER ANY LAYOUT, SO THE
      *    CALLER HAS READ ITS FIRST LINE THROUGH THE NEW LAYOUT AND
      *    SET FG-NEEDS-CONVERT-Y IF A WIDENED NUMERIC FIELD DID NOT
      *    COME BACK NUMERIC. "10" HERE MEANS THE FILE IS EMPTY.
           EVALUATE TRUE
             WHEN WS-NEW-STATUS = "35"
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " DOES NOT EXIST, NOTHING TO CONVERT"
             WHEN WS-NEW-STATUS = "10"
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " IS EMPTY, NOTHING TO CONVERT"
             WHEN FG-NEEDS-CONVERT-N
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " ALREADY CURRENT"
             WHEN OTHER
               DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                       " IN THE NARROW LAYOUT, CONVERTING"
           END-EVALUATE
           .
       F-PROBE-LINE-LAYOUT-END.
           EXIT.
      ******************************************************************
       F-WIDEN-REPORT-SKIPPED SECTION.
           MOVE 0                          TO WS-BEFORE-ROWS
           EVALUATE WS-NEW-STATUS
             WHEN "35"
               MOVE "NO FILE"              TO VR-RESULT
             WHEN "10"
               MOVE "EMPTY"                TO VR-RESULT
             WHEN OTHER
               MOVE "ALREADY CURRENT"      TO VR-RESULT
           END-EVALUATE
           PERFORM F-WIDEN-WRITE-LINE
           ADD 1                           TO WS-FILES-SKIPPED
           .
       F-WIDEN-REPORT-SKIPPED-END.
           EXIT.
      ******************************************************************
       F-WIDEN-REPORT-UNREADABLE SECTION.
      *    NEITHER THE CURRENT NOR THE NARROW LAYOUT OPENS -- SOME
      *    OTHER DAMAGE. LEFT EXACTLY AS FOUND FOR INVESTIGATION.
           DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                   " CANNOT BE READ UNDER THE NARROW LAYOUT EITHER, "
                   "STATUS " WS-OLD-STATUS " -- LEFT UNTOUCHED"
           MOVE "UNREADABLE"               TO VR-RESULT
           PERFORM F-WIDEN-WRITE-LINE
           ADD 1                           TO WS-FILES-HELD
           .
       F-WIDEN-REPORT-UNREADABLE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-VERIFY-AND-SWAP SECTION.
      *    THE CONVERTED COPY ONLY REPLACES THE LIVE FILE WHEN ALL
      *    THREE CONTROL TOTALS AGREE. OTHERWISE THE LIVE FILE IS
      *    LEFT AS IT WAS AND THE .new COPY IS KEPT FOR INSPECTION.
           MOVE WS-AFTER-ROWS              TO WS-ROWS-CONVERTED
           IF WS-BEFORE-ROWS = WS-AFTER-ROWS
           AND WS-BEFORE-AMOUNT = WS-AFTER-AMOUNT
           AND WS-BEFORE-ID-HASH = WS-AFTER-ID-HASH
             MOVE "CONVERTED"              TO VR-RESULT
             PERFORM F-WIDEN-WRITE-LINE
             PERFORM F-SWAP-CONVERTED-FILE
             ADD 1                         TO WS-FILES-CONVERTED
           ELSE
             MOVE "TOTALS DIFFER"          TO VR-RESULT
             PERFORM F-WIDEN-WRITE-LINE
             DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                     " CONTROL TOTALS DO NOT AGREE -- LIVE FILE LEFT "
                     "UNTOUCHED, CONVERTED COPY KEPT AS "
                     FUNCTION TRIM(WS-TMP-NAME)
             ADD 1                         TO WS-FILES-HELD
           END-IF
           .
       F-WIDEN-VERIFY-AND-SWAP-END.
           EXIT.
      ******************************************************************
       F-WIDEN-WRITE-LINE SECTION.
      *    THE CALLER HAS SET VR-RESULT.
           MOVE WS-LIVE-NAME               TO VR-FILE
           MOVE WS-BEFORE-ROWS             TO VR-ROWS-BEFORE
           MOVE WS-AFTER-ROWS              TO VR-ROWS-AFTER
           MOVE WS-BEFORE-AMOUNT           TO VR-AMOUNT-BEFORE
           MOVE WS-AFTER-AMOUNT            TO VR-AMOUNT-AFTER
           MOVE WS-BEFORE-ID-HASH          TO VR-IDHASH-BEFORE
           MOVE WS-AFTER-ID-HASH           TO VR-IDHASH-AFTER
           WRITE WIDEN-REPORT-LINE         FROM WIDEN-VERIFY-LINE
           .
       F-WIDEN-WRITE-LINE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ACCTSWITCH SECTION.
           MOVE "files/acctswitch.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SW-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SW-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SW-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SW-NEW-FILE
           MOVE LOW-VALUES                 TO NSW-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SW-NARROW-FILE KEY IS NOT LESS THAN NSW-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SW-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE ACC-SWITCH-RECORD
                 MOVE NSW-ID               TO SW-ID
                 MOVE NSW-CUSTOMER-ID      TO SW-CUSTOMER-ID
                 MOVE NSW-ACCOUNT-ID       TO SW-ACCOUNT-ID
                 MOVE NSW-NEW-IBAN         TO SW-NEW-IBAN
                 MOVE NSW-CURRENCY         TO SW-CURRENCY
                 MOVE NSW-OLD-BANK-BIC     TO SW-OLD-BANK-BIC
                 MOVE NSW-OLD-BANK-NAME    TO SW-OLD-BANK-NAME
                 MOVE NSW-OLD-IBAN         TO SW-OLD-IBAN
                 MOVE NSW-SWITCH-DATE      TO SW-SWITCH-DATE
                 MOVE NSW-STATUS           TO SW-STATUS
                 MOVE NSW-REQUESTED-DATE   TO SW-REQUESTED-DATE
                 MOVE NSW-REQUESTED-BY     TO SW-REQUESTED-BY
                 MOVE NSW-CONFIRMED-DATE   TO SW-CONFIRMED-DATE
                 MOVE NSW-CONFIRMED-BY     TO SW-CONFIRMED-BY
                 MOVE NSW-BAL-REF          TO SW-BAL-REF
                 MOVE NSW-BAL-REQUESTED-DATE TO SW-BAL-REQUESTED-DATE
                 MOVE NSW-BAL-AMOUNT       TO SW-BAL-AMOUNT
                 MOVE NSW-CLOSED-DATE      TO SW-CLOSED-DATE
                 MOVE NSW-SO-COUNT         TO SW-SO-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 20
                   MOVE NSW-SO-ID(IND-1)   TO SW-SO-ID(IND-1)
                 END-PERFORM
                 MOVE NSW-PAYER-COUNT      TO SW-PAYER-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 20
                   MOVE NSW-PAYER-NAME(IND-1) TO SW-PAYER-NAME(IND-1)
                   MOVE NSW-PAYER-IBAN(IND-1) TO SW-PAYER-IBAN(IND-1)
                   MOVE NSW-PAYER-AMOUNT(IND-1)
                                           TO SW-PAYER-AMOUNT(IND-1)
                   MOVE NSW-PAYER-REFERENCE(IND-1)
                                           TO SW-PAYER-REFERENCE(IND-1)
                   ADD NSW-PAYER-AMOUNT(IND-1) TO WS-BEFORE-AMOUNT
                 END-PERFORM
                 ADD NSW-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NSW-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NSW-REQUESTED-BY      TO WS-BEFORE-ID-HASH
                 ADD NSW-CONFIRMED-BY      TO WS-BEFORE-ID-HASH
                 ADD NSW-BAL-AMOUNT        TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE ACC-SWITCH-RECORD
             END-READ
           END-PERFORM
           CLOSE SW-NARROW-FILE
           CLOSE SW-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SW-NEW-FILE
           MOVE LOW-VALUES                 TO SW-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SW-NEW-FILE KEY IS NOT LESS THAN SW-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SW-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 20
                   ADD SW-PAYER-AMOUNT(IND-1) TO WS-AFTER-AMOUNT
                 END-PERFORM
                 ADD SW-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD SW-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD SW-REQUESTED-BY       TO WS-AFTER-ID-HASH
                 ADD SW-CONFIRMED-BY       TO WS-AFTER-ID-HASH
                 ADD SW-BAL-AMOUNT         TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SW-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-ACCTSWITCH-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ACHPROCESSED SECTION.
           MOVE "files/ach_processed.dat"  TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT AP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE AP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT AP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT AP-NEW-FILE
           MOVE LOW-VALUES                 TO NAP-REFERENCE
           SET FG-MORE-RECORDS-Y           TO TRUE
           START AP-NARROW-FILE KEY IS NOT LESS THAN NAP-REFERENCE
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ AP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE ACH-PROCESSED-RECORD
                 MOVE NAP-REFERENCE        TO AP-REFERENCE
                 MOVE NAP-IBAN             TO AP-IBAN
                 MOVE NAP-DIRECTION        TO AP-DIRECTION
                 MOVE NAP-AMOUNT           TO AP-AMOUNT
                 MOVE NAP-POSTED-TS        TO AP-POSTED-TS
                 ADD NAP-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE ACH-PROCESSED-RECORD
             END-READ
           END-PERFORM
           CLOSE AP-NARROW-FILE
           CLOSE AP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT AP-NEW-FILE
           MOVE LOW-VALUES                 TO AP-REFERENCE
           SET FG-MORE-RECORDS-Y           TO TRUE
           START AP-NEW-FILE KEY IS NOT LESS THAN AP-REFERENCE
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ AP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD AP-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE AP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-ACHPROCESSED-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ACHSUSPENSE SECTION.
           MOVE "files/achsuspense.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SQ-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SQ-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SQ-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SQ-NEW-FILE
           MOVE LOW-VALUES                 TO NSQ-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SQ-NARROW-FILE KEY IS NOT LESS THAN NSQ-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SQ-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SUSPENSE-RECORD
                 MOVE NSQ-ID               TO SQ-ID
                 MOVE NSQ-REFERENCE        TO SQ-REFERENCE
                 MOVE NSQ-IBAN             TO SQ-IBAN
                 MOVE NSQ-AMOUNT           TO SQ-AMOUNT
                 MOVE NSQ-CURRENCY         TO SQ-CURRENCY
                 MOVE NSQ-RECEIVED-DATE    TO SQ-RECEIVED-DATE
                 MOVE NSQ-STATUS           TO SQ-STATUS
                 MOVE NSQ-RESOLVED-ACCID   TO SQ-RESOLVED-ACCID
                 MOVE NSQ-RESOLVED-TS      TO SQ-RESOLVED-TS
                 ADD NSQ-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NSQ-RESOLVED-ACCID    TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SUSPENSE-RECORD
             END-READ
           END-PERFORM
           CLOSE SQ-NARROW-FILE
           CLOSE SQ-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SQ-NEW-FILE
           MOVE LOW-VALUES                 TO SQ-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SQ-NEW-FILE KEY IS NOT LESS THAN SQ-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SQ-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SQ-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD SQ-RESOLVED-ACCID     TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SQ-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-ACHSUSPENSE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ATMS SECTION.
           MOVE "files/atms.dat"           TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT AT-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE AT-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT AT-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT AT-NEW-FILE
           MOVE LOW-VALUES                 TO NAT-ATM-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START AT-NARROW-FILE KEY IS NOT LESS THAN NAT-ATM-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ AT-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE ATM-RECORD
                 MOVE NAT-ATM-ID           TO AT-ATM-ID
                 MOVE NAT-BRANCH-ID        TO AT-BRANCH-ID
                 MOVE NAT-LOCATION         TO AT-LOCATION
                 MOVE NAT-STATUS           TO AT-STATUS
                 MOVE NAT-CASSETTE-CASH    TO AT-CASSETTE-CASH
                 MOVE NAT-LAST-LOAD-DATE   TO AT-LAST-LOAD-DATE
                 MOVE NAT-LAST-UNLOAD-DATE TO AT-LAST-UNLOAD-DATE
                 MOVE NAT-LAST-SETTLED-DATE TO AT-LAST-SETTLED-DATE
                 MOVE NAT-ADDED-DATE       TO AT-ADDED-DATE
                 MOVE NAT-ADDED-BY         TO AT-ADDED-BY
                 MOVE NAT-UPDATED-DATE     TO AT-UPDATED-DATE
                 MOVE NAT-UPDATED-BY       TO AT-UPDATED-BY
                 ADD NAT-CASSETTE-CASH     TO WS-BEFORE-AMOUNT
                 ADD NAT-ADDED-BY          TO WS-BEFORE-ID-HASH
                 ADD NAT-UPDATED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE ATM-RECORD
             END-READ
           END-PERFORM
           CLOSE AT-NARROW-FILE
           CLOSE AT-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT AT-NEW-FILE
           MOVE LOW-VALUES                 TO AT-ATM-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START AT-NEW-FILE KEY IS NOT LESS THAN AT-ATM-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ AT-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD AT-CASSETTE-CASH      TO WS-AFTER-AMOUNT
                 ADD AT-ADDED-BY           TO WS-AFTER-ID-HASH
                 ADD AT-UPDATED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE AT-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-ATMS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-BENEFICIARIES SECTION.
           MOVE "files/beneficiaries.dat"  TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT BN-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE BN-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT BN-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT BN-NEW-FILE
           MOVE LOW-VALUES                 TO NBN-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START BN-NARROW-FILE KEY IS NOT LESS THAN NBN-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BN-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE BENEFICIARY-RECORD
                 MOVE NBN-CUSTOMERID       TO BN-CUSTOMERID
                 MOVE NBN-NICKNAME         TO BN-NICKNAME
                 MOVE NBN-IBAN             TO BN-IBAN
                 MOVE NBN-CREATED-DATE     TO BN-CREATED-DATE
                 MOVE NBN-STATUS           TO BN-STATUS
                 ADD NBN-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE BENEFICIARY-RECORD
             END-READ
           END-PERFORM
           CLOSE BN-NARROW-FILE
           CLOSE BN-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT BN-NEW-FILE
           MOVE LOW-VALUES                 TO BN-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START BN-NEW-FILE KEY IS NOT LESS THAN BN-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BN-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD BN-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE BN-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-BENEFICIARIES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-BORROWERGROUPS SECTION.
           MOVE "files/borrowergroups.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT BG-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE BG-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT BG-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT BG-NEW-FILE
           MOVE LOW-VALUES                 TO NBG-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START BG-NARROW-FILE KEY IS NOT LESS THAN NBG-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BG-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE BORR-GROUP-RECORD
                 MOVE NBG-GROUP-CODE       TO BG-GROUP-CODE
                 MOVE NBG-CUSTOMER-ID      TO BG-CUSTOMER-ID
                 MOVE NBG-GROUP-NAME       TO BG-GROUP-NAME
                 MOVE NBG-STATUS           TO BG-STATUS
                 MOVE NBG-ADDED-DATE       TO BG-ADDED-DATE
                 MOVE NBG-REMOVED-DATE     TO BG-REMOVED-DATE
                 ADD NBG-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE BORR-GROUP-RECORD
             END-READ
           END-PERFORM
           CLOSE BG-NARROW-FILE
           CLOSE BG-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT BG-NEW-FILE
           MOVE LOW-VALUES                 TO BG-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START BG-NEW-FILE KEY IS NOT LESS THAN BG-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BG-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD BG-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE BG-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-BORROWERGROUPS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CARD SECTION.
           MOVE "files/card.dat"           TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CARD-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CARD-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CARD-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CARD-NEW-FILE
           MOVE LOW-VALUES                 TO NCARD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CARD-NARROW-FILE KEY IS NOT LESS THAN NCARD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CARD-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CARD-RECORD
                 MOVE NCARD-ID             TO CARD-ID
                 MOVE NCARD-ACCOUNT-ID     TO CARD-ACCOUNT-ID
                 MOVE NCARD-TOKEN-PREFIX   TO CARD-TOKEN-PREFIX
                 MOVE NCARD-TOKEN-SEQ      TO CARD-TOKEN-SEQ
                 MOVE NCARD-LAST4          TO CARD-LAST4
                 MOVE NCARD-TYPE           TO CARD-TYPE
                 MOVE NCARD-EXPIRY         TO CARD-EXPIRY
                 MOVE NCARD-STATUS         TO CARD-STATUS
                 MOVE NCARD-HOLD-ID        TO CARD-HOLD-ID
                 MOVE NCARD-HOLD-EXPIRY    TO CARD-HOLD-EXPIRY
                 MOVE NCARD-REISSUED       TO CARD-REISSUED
                 ADD NCARD-ACCOUNT-ID      TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CARD-RECORD
             END-READ
           END-PERFORM
           CLOSE CARD-NARROW-FILE
           CLOSE CARD-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CARD-NEW-FILE
           MOVE LOW-VALUES                 TO CARD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CARD-NEW-FILE KEY IS NOT LESS THAN CARD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CARD-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CARD-ACCOUNT-ID       TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CARD-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CARD-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CARDCONTROLS SECTION.
           MOVE "files/cardcontrols.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CTL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CTL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CTL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CTL-NEW-FILE
           MOVE LOW-VALUES                 TO NCTL-CARD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CTL-NARROW-FILE KEY IS NOT LESS THAN NCTL-CARD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CTL-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CARDCTL-RECORD
                 MOVE NCTL-CARD-ID         TO CTL-CARD-ID
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 5
                   MOVE NCTL-BLOCKED-MCC(IND-1)
                                           TO CTL-BLOCKED-MCC(IND-1)
                 END-PERFORM
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 5
                   MOVE NCTL-ALLOWED-COUNTRY(IND-1)
                                           TO CTL-ALLOWED-COUNTRY(IND-1)
                 END-PERFORM
                 MOVE NCTL-ECOM            TO CTL-ECOM
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 2
                   MOVE NCTL-TRAVEL-FROM(IND-1)
                                           TO CTL-TRAVEL-FROM(IND-1)
                   MOVE NCTL-TRAVEL-TO(IND-1) TO CTL-TRAVEL-TO(IND-1)
                   MOVE NCTL-TRAVEL-COUNTRY(IND-1)
                                           TO CTL-TRAVEL-COUNTRY(IND-1)
                 END-PERFORM
                 MOVE NCTL-UPDATED-DATE    TO CTL-UPDATED-DATE
                 MOVE NCTL-UPDATED-BY      TO CTL-UPDATED-BY
                 ADD NCTL-UPDATED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CARDCTL-RECORD
             END-READ
           END-PERFORM
           CLOSE CTL-NARROW-FILE
           CLOSE CTL-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CTL-NEW-FILE
           MOVE LOW-VALUES                 TO CTL-CARD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CTL-NEW-FILE KEY IS NOT LESS THAN CTL-CARD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CTL-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CTL-UPDATED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CTL-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CARDCONTROLS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CARDCREDIT SECTION.
           MOVE "files/cardcredit.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CCL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CCL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

      *    WIDE ALREADY BUT STILL ONE LINE PER ACCOUNT -- CARDLINE'S
      *    TO CONVERT, NOT THIS PASS'S.
           OPEN INPUT CCL-OLD-FILE
           IF WS-NEW-STATUS = "00"
             CLOSE CCL-OLD-FILE
             DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                     " ALREADY WIDENED, LEFT FOR CARDLINE"
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CCL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CCL-OLD-FILE
           MOVE LOW-VALUES                 TO NCCL-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CCL-NARROW-FILE KEY IS NOT LESS THAN NCCL-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CCL-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE OLD-CARD-CREDIT-RECORD
                 MOVE NCCL-ACCOUNT-ID      TO OCCL-ACCOUNT-ID
                 MOVE NCCL-CREDIT-LIMIT    TO OCCL-CREDIT-LIMIT
                 MOVE NCCL-BALANCE         TO OCCL-BALANCE
                 MOVE NCCL-AUTH-TOTAL      TO OCCL-AUTH-TOTAL
                 MOVE NCCL-LAST-STMT-DATE  TO OCCL-LAST-STMT-DATE
                 MOVE NCCL-STMT-BALANCE    TO OCCL-STMT-BALANCE
                 MOVE NCCL-MIN-DUE         TO OCCL-MIN-DUE
                 MOVE NCCL-DUE-DATE        TO OCCL-DUE-DATE
                 MOVE NCCL-PAID-SINCE-STMT TO OCCL-PAID-SINCE-STMT
                 MOVE NCCL-NEXT-STMT-DATE  TO OCCL-NEXT-STMT-DATE
                 MOVE NCCL-AUTOPAY         TO OCCL-AUTOPAY
                 MOVE NCCL-AUTOPAY-TAKEN   TO OCCL-AUTOPAY-TAKEN
                 MOVE NCCL-LAST-SEQ        TO OCCL-LAST-SEQ
                 MOVE NCCL-STATUS          TO OCCL-STATUS
                 ADD NCCL-ACCOUNT-ID       TO WS-BEFORE-ID-HASH
                 ADD NCCL-CREDIT-LIMIT     TO WS-BEFORE-AMOUNT
                 ADD NCCL-BALANCE          TO WS-BEFORE-AMOUNT
                 ADD NCCL-AUTH-TOTAL       TO WS-BEFORE-AMOUNT
                 ADD NCCL-STMT-BALANCE     TO WS-BEFORE-AMOUNT
                 ADD NCCL-MIN-DUE          TO WS-BEFORE-AMOUNT
                 ADD NCCL-PAID-SINCE-STMT  TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE OLD-CARD-CREDIT-RECORD
             END-READ
           END-PERFORM
           CLOSE CCL-NARROW-FILE
           CLOSE CCL-OLD-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CCL-OLD-FILE
           MOVE LOW-VALUES                 TO OCCL-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CCL-OLD-FILE KEY IS NOT LESS THAN OCCL-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CCL-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD OCCL-ACCOUNT-ID       TO WS-AFTER-ID-HASH
                 ADD OCCL-CREDIT-LIMIT     TO WS-AFTER-AMOUNT
                 ADD OCCL-BALANCE          TO WS-AFTER-AMOUNT
                 ADD OCCL-AUTH-TOTAL       TO WS-AFTER-AMOUNT
                 ADD OCCL-STMT-BALANCE     TO WS-AFTER-AMOUNT
                 ADD OCCL-MIN-DUE          TO WS-AFTER-AMOUNT
                 ADD OCCL-PAID-SINCE-STMT  TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CCL-OLD-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CARDCREDIT-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CARDTXN SECTION.
           MOVE "files/cardtxn.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CT-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CT-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

      *    WIDE ALREADY BUT STILL KEYED BY ACCOUNT -- CARDLINE'S TO
      *    CONVERT, NOT THIS PASS'S.
           OPEN INPUT CT-OLD-FILE
           IF WS-NEW-STATUS = "00"
             CLOSE CT-OLD-FILE
             DISPLAY "FILECONV: " FUNCTION TRIM(WS-LIVE-NAME)
                     " ALREADY WIDENED, LEFT FOR CARDLINE"
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CT-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CT-OLD-FILE
           MOVE LOW-VALUES                 TO NCT-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CT-NARROW-FILE KEY IS NOT LESS THAN NCT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CT-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE OLD-CARD-TXN-RECORD
                 MOVE NCT-ACCOUNT-ID       TO OCT-ACCOUNT-ID
                 MOVE NCT-SEQ              TO OCT-SEQ
                 MOVE NCT-CARD-ID          TO OCT-CARD-ID
                 MOVE NCT-DATE             TO OCT-DATE
                 MOVE NCT-TYPE             TO OCT-TYPE
                 MOVE NCT-STATUS           TO OCT-STATUS
                 MOVE NCT-AMOUNT           TO OCT-AMOUNT
                 MOVE NCT-EXPIRY           TO OCT-EXPIRY
                 MOVE NCT-REFERENCE        TO OCT-REFERENCE
                 MOVE NCT-STMT-DATE        TO OCT-STMT-DATE
                 ADD NCT-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NCT-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE OLD-CARD-TXN-RECORD
             END-READ
           END-PERFORM
           CLOSE CT-NARROW-FILE
           CLOSE CT-OLD-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CT-OLD-FILE
           MOVE LOW-VALUES                 TO OCT-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CT-OLD-FILE KEY IS NOT LESS THAN OCT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CT-OLD-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD OCT-ACCOUNT-ID        TO WS-AFTER-ID-HASH
                 ADD OCT-AMOUNT            TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CT-OLD-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CARDTXN-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CCYPOCKETS SECTION.
           MOVE "files/ccypockets.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT PK-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE PK-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT PK-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT PK-NEW-FILE
           MOVE LOW-VALUES                 TO NPK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PK-NARROW-FILE KEY IS NOT LESS THAN NPK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PK-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE POCKET-RECORD
                 MOVE NPK-ACCOUNT-ID       TO PK-ACCOUNT-ID
                 MOVE NPK-CURRENCY         TO PK-CURRENCY
                 MOVE NPK-BALANCE          TO PK-BALANCE
                 MOVE NPK-STATUS           TO PK-STATUS
                 MOVE NPK-AUTO-FX          TO PK-AUTO-FX
                 MOVE NPK-OPENED-DATE      TO PK-OPENED-DATE
                 MOVE NPK-CLOSED-DATE      TO PK-CLOSED-DATE
                 MOVE NPK-LAST-MOVE-DATE   TO PK-LAST-MOVE-DATE
                 MOVE NPK-LAST-SEQ         TO PK-LAST-SEQ
                 ADD NPK-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NPK-BALANCE           TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE POCKET-RECORD
             END-READ
           END-PERFORM
           CLOSE PK-NARROW-FILE
           CLOSE PK-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT PK-NEW-FILE
           MOVE LOW-VALUES                 TO PK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PK-NEW-FILE KEY IS NOT LESS THAN PK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PK-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD PK-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD PK-BALANCE            TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE PK-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CCYPOCKETS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CERTIFICATES SECTION.
           MOVE "files/certificates.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CRT-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CRT-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CRT-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CRT-NEW-FILE
           MOVE LOW-VALUES                 TO NCRT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CRT-NARROW-FILE KEY IS NOT LESS THAN NCRT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CRT-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CERTIFICATE-RECORD
                 MOVE NCRT-ID              TO CRT-ID
                 MOVE NCRT-CUSTOMERID      TO CRT-CUSTOMERID
                 MOVE NCRT-AS-OF-DATE      TO CRT-AS-OF-DATE
                 MOVE NCRT-ISSUED-TS       TO CRT-ISSUED-TS
                 MOVE NCRT-FILENAME        TO CRT-FILENAME
                 ADD NCRT-CUSTOMERID       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CERTIFICATE-RECORD
             END-READ
           END-PERFORM
           CLOSE CRT-NARROW-FILE
           CLOSE CRT-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CRT-NEW-FILE
           MOVE LOW-VALUES                 TO CRT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CRT-NEW-FILE KEY IS NOT LESS THAN CRT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CRT-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CRT-CUSTOMERID        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CRT-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CERTIFICATES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CHARGEBACKS SECTION.
           MOVE "files/chargebacks.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CB-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CB-NEW-FILE
           MOVE LOW-VALUES                 TO NCB-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CB-NARROW-FILE KEY IS NOT LESS THAN NCB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CB-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CHARGEBACK-RECORD
                 MOVE NCB-ID               TO CB-ID
                 MOVE NCB-CARD-ID          TO CB-CARD-ID
                 MOVE NCB-TRANS-ID         TO CB-TRANS-ID
                 MOVE NCB-ACCOUNT-ID
                                   TO CB-ACCOUNT-ID OF CHARGEBACK-RECORD
                 MOVE NCB-AMOUNT           TO CB-AMOUNT
                 MOVE NCB-STATUS
                                       TO CB-STATUS OF CHARGEBACK-RECORD
                 MOVE NCB-OPENED-BY        TO CB-OPENED-BY
                 MOVE NCB-OPENED-TS        TO CB-OPENED-TS
                 MOVE NCB-DEADLINE-DATE    TO CB-DEADLINE-DATE
                 MOVE NCB-RESOLVED-TS      TO CB-RESOLVED-TS
                 ADD NCB-TRANS-ID          TO WS-BEFORE-ID-HASH
                 ADD NCB-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NCB-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NCB-OPENED-BY         TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CHARGEBACK-RECORD
             END-READ
           END-PERFORM
           CLOSE CB-NARROW-FILE
           CLOSE CB-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CB-NEW-FILE
           MOVE LOW-VALUES
                                          TO CB-KEY OF CHARGEBACK-RECORD
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CB-NEW-FILE KEY IS NOT LESS THAN
                 CB-KEY OF CHARGEBACK-RECORD
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CB-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CB-TRANS-ID           TO WS-AFTER-ID-HASH
                 ADD CB-ACCOUNT-ID OF CHARGEBACK-RECORD
                                           TO WS-AFTER-ID-HASH
                 ADD CB-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD CB-OPENED-BY          TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CB-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CHARGEBACKS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CHGOFFAPPR SECTION.
           MOVE "files/chargeoffapprovals.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT COA-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE COA-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT COA-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT COA-NEW-FILE
           MOVE LOW-VALUES                 TO NCOA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START COA-NARROW-FILE KEY IS NOT LESS THAN NCOA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ COA-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE COA-APPROVAL-RECORD
                 MOVE NCOA-ID              TO COA-ID
                 MOVE NCOA-LOAN-ID         TO COA-LOAN-ID
                 MOVE NCOA-AMOUNT          TO COA-AMOUNT
                 MOVE NCOA-REQUESTED-BY    TO COA-REQUESTED-BY
                 MOVE NCOA-TIMESTAMP       TO COA-TIMESTAMP
                 MOVE NCOA-STATUS          TO COA-STATUS
                 MOVE NCOA-DECIDED-BY      TO COA-DECIDED-BY
                 ADD NCOA-AMOUNT           TO WS-BEFORE-AMOUNT
                 ADD NCOA-REQUESTED-BY     TO WS-BEFORE-ID-HASH
                 ADD NCOA-DECIDED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE COA-APPROVAL-RECORD
             END-READ
           END-PERFORM
           CLOSE COA-NARROW-FILE
           CLOSE COA-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT COA-NEW-FILE
           MOVE LOW-VALUES                 TO COA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START COA-NEW-FILE KEY IS NOT LESS THAN COA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ COA-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD COA-AMOUNT            TO WS-AFTER-AMOUNT
                 ADD COA-REQUESTED-BY      TO WS-AFTER-ID-HASH
                 ADD COA-DECIDED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE COA-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CHGOFFAPPR-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CHECKBOOKS SECTION.
           MOVE "files/checkbooks.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CBK-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CBK-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CBK-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CBK-NEW-FILE
           MOVE LOW-VALUES                 TO NCBK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CBK-NARROW-FILE KEY IS NOT LESS THAN NCBK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CBK-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CHECK-BOOK-RECORD
                 MOVE NCBK-ACCOUNT-ID
                                   TO CB-ACCOUNT-ID OF CHECK-BOOK-RECORD
                 MOVE NCBK-SERIAL-FROM     TO CB-SERIAL-FROM
                 ADD NCBK-ACCOUNT-ID       TO WS-BEFORE-ID-HASH
                 IF NCBK-SERIAL-FROM = 0
                   MOVE NCBK-POSPAY        TO CB-POSPAY
                   MOVE NCBK-POSPAY-DATE   TO CB-POSPAY-DATE
                   MOVE NCBK-POSPAY-BY     TO CB-POSPAY-BY
                   ADD NCBK-POSPAY-BY      TO WS-BEFORE-ID-HASH
                 ELSE
                   MOVE NCBK-SERIAL-TO     TO CB-SERIAL-TO
                   MOVE NCBK-ISSUED-DATE   TO CB-ISSUED-DATE
                   MOVE NCBK-ISSUED-BY     TO CB-ISSUED-BY
                   MOVE NCBK-STATUS
                                       TO CB-STATUS OF CHECK-BOOK-RECORD
                   MOVE NCBK-CANCELLED-DATE TO CB-CANCELLED-DATE
                   MOVE NCBK-CANCELLED-BY  TO CB-CANCELLED-BY
                   ADD NCBK-ISSUED-BY      TO WS-BEFORE-ID-HASH
                   ADD NCBK-CANCELLED-BY   TO WS-BEFORE-ID-HASH
                 END-IF
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CHECK-BOOK-RECORD
             END-READ
           END-PERFORM
           CLOSE CBK-NARROW-FILE
           CLOSE CBK-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CBK-NEW-FILE
           MOVE LOW-VALUES
                                          TO CB-KEY OF CHECK-BOOK-RECORD
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CBK-NEW-FILE KEY IS NOT LESS THAN
                 CB-KEY OF CHECK-BOOK-RECORD
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CBK-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CB-ACCOUNT-ID OF CHECK-BOOK-RECORD
                                           TO WS-AFTER-ID-HASH
                 IF CB-SERIAL-FROM = 0
                   ADD CB-POSPAY-BY        TO WS-AFTER-ID-HASH
                 ELSE
                   ADD CB-ISSUED-BY        TO WS-AFTER-ID-HASH
                   ADD CB-CANCELLED-BY     TO WS-AFTER-ID-HASH
                 END-IF
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CBK-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CHECKBOOKS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CHECKDEPOSITS SECTION.
           MOVE "files/checkdeposits.dat"  TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CK-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CK-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CK-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CK-NEW-FILE
           MOVE LOW-VALUES                 TO NCK-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CK-NARROW-FILE KEY IS NOT LESS THAN NCK-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CK-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CHECK-DEP-RECORD
                 MOVE NCK-ID               TO CK-ID
                 MOVE NCK-ACCOUNT-ID       TO CK-ACCOUNT-ID
                 MOVE NCK-AMOUNT           TO CK-AMOUNT
                 MOVE NCK-HOLD-ID          TO CK-HOLD-ID
                 MOVE NCK-TRANS-ID         TO CK-TRANS-ID
                 MOVE NCK-DEPOSIT-DATE     TO CK-DEPOSIT-DATE
                 MOVE NCK-AVAIL-DATE       TO CK-AVAIL-DATE
                 MOVE NCK-STATUS           TO CK-STATUS
                 ADD NCK-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NCK-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NCK-TRANS-ID          TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CHECK-DEP-RECORD
             END-READ
           END-PERFORM
           CLOSE CK-NARROW-FILE
           CLOSE CK-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CK-NEW-FILE
           MOVE LOW-VALUES                 TO CK-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CK-NEW-FILE KEY IS NOT LESS THAN CK-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CK-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CK-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD CK-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD CK-TRANS-ID           TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CK-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CHECKDEPOSITS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CHECKSERIALS SECTION.
           MOVE "files/checkserials.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CS-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CS-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CS-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CS-NEW-FILE
           MOVE LOW-VALUES                 TO NCS-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CS-NARROW-FILE KEY IS NOT LESS THAN NCS-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CS-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CHECK-SERIAL-RECORD
                 MOVE NCS-ACCOUNT-ID       TO CS-ACCOUNT-ID
                 MOVE NCS-SERIAL           TO CS-SERIAL
                 MOVE NCS-POSPAY-AMOUNT    TO CS-POSPAY-AMOUNT
                 MOVE NCS-POSPAY-PAYEE     TO CS-POSPAY-PAYEE
                 MOVE NCS-POSPAY-ISSUE-DATE TO CS-POSPAY-ISSUE-DATE
                 MOVE NCS-POSPAY-LOADED-DATE TO CS-POSPAY-LOADED-DATE
                 MOVE NCS-STOP             TO CS-STOP
                 MOVE NCS-STOP-DATE        TO CS-STOP-DATE
                 MOVE NCS-STOP-BY          TO CS-STOP-BY
                 MOVE NCS-STOP-REASON      TO CS-STOP-REASON
                 MOVE NCS-PRESENT-STATUS   TO CS-PRESENT-STATUS
                 MOVE NCS-PRESENT-DATE     TO CS-PRESENT-DATE
                 MOVE NCS-PRESENT-AMOUNT   TO CS-PRESENT-AMOUNT
                 MOVE NCS-ITEM-REF         TO CS-ITEM-REF
                 MOVE NCS-RETURN-CODE      TO CS-RETURN-CODE
                 ADD NCS-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NCS-POSPAY-AMOUNT     TO WS-BEFORE-AMOUNT
                 ADD NCS-STOP-BY           TO WS-BEFORE-ID-HASH
                 ADD NCS-PRESENT-AMOUNT    TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CHECK-SERIAL-RECORD
             END-READ
           END-PERFORM
           CLOSE CS-NARROW-FILE
           CLOSE CS-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CS-NEW-FILE
           MOVE LOW-VALUES                 TO CS-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CS-NEW-FILE KEY IS NOT LESS THAN CS-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CS-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CS-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD CS-POSPAY-AMOUNT      TO WS-AFTER-AMOUNT
                 ADD CS-STOP-BY            TO WS-AFTER-ID-HASH
                 ADD CS-PRESENT-AMOUNT     TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CS-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CHECKSERIALS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-COLLATERAL SECTION.
           MOVE "files/collateral.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CL-NEW-FILE
           MOVE LOW-VALUES                 TO NCL-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CL-NARROW-FILE KEY IS NOT LESS THAN NCL-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CL-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE COLLATERAL-RECORD
                 MOVE NCL-ID               TO CL-ID
                 MOVE NCL-CUSTOMER-ID      TO CL-CUSTOMER-ID
                 MOVE NCL-LOAN-ID          TO CL-LOAN-ID
                 MOVE NCL-TYPE             TO CL-TYPE
                 MOVE NCL-DESCRIPTION      TO CL-DESCRIPTION
                 MOVE NCL-APPRAISED-VALUE  TO CL-APPRAISED-VALUE
                 MOVE NCL-APPRAISAL-DATE   TO CL-APPRAISAL-DATE
                 MOVE NCL-STATUS           TO CL-STATUS
                 ADD NCL-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NCL-APPRAISED-VALUE   TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE COLLATERAL-RECORD
             END-READ
           END-PERFORM
           CLOSE CL-NARROW-FILE
           CLOSE CL-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CL-NEW-FILE
           MOVE LOW-VALUES                 TO CL-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CL-NEW-FILE KEY IS NOT LESS THAN CL-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CL-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CL-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD CL-APPRAISED-VALUE    TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CL-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-COLLATERAL-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CREDITLIMITS SECTION.
           MOVE "files/creditlimits.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CLM-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CLM-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CLM-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CLM-NEW-FILE
           MOVE LOW-VALUES                 TO NCLM-CUSTOMER-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CLM-NARROW-FILE KEY IS NOT LESS THAN NCLM-CUSTOMER-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CLM-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CREDIT-LIMIT-RECORD
                 MOVE NCLM-CUSTOMER-ID     TO CLM-CUSTOMER-ID
                 MOVE NCLM-SCORE-POOR-COUNT TO CLM-SCORE-POOR-COUNT
                 MOVE NCLM-SCORED-LIMIT    TO CLM-SCORED-LIMIT
                 MOVE NCLM-SCORED-DATE     TO CLM-SCORED-DATE
                 MOVE NCLM-OVERRIDE-ACTIVE TO CLM-OVERRIDE-ACTIVE
                 MOVE NCLM-OVERRIDE-LIMIT  TO CLM-OVERRIDE-LIMIT
                 MOVE NCLM-REQUEST-STATUS  TO CLM-REQUEST-STATUS
                 MOVE NCLM-REQUEST-LIMIT   TO CLM-REQUEST-LIMIT
                 MOVE NCLM-REQUEST-REASON  TO CLM-REQUEST-REASON
                 MOVE NCLM-REQUESTED-BY    TO CLM-REQUESTED-BY
                 MOVE NCLM-REQUESTED-DATE  TO CLM-REQUESTED-DATE
                 MOVE NCLM-DECIDED-BY      TO CLM-DECIDED-BY
                 MOVE NCLM-DECIDED-DATE    TO CLM-DECIDED-DATE
                 ADD NCLM-CUSTOMER-ID      TO WS-BEFORE-ID-HASH
                 ADD NCLM-SCORED-LIMIT     TO WS-BEFORE-AMOUNT
                 ADD NCLM-OVERRIDE-LIMIT   TO WS-BEFORE-AMOUNT
                 ADD NCLM-REQUEST-LIMIT    TO WS-BEFORE-AMOUNT
                 ADD NCLM-REQUESTED-BY     TO WS-BEFORE-ID-HASH
                 ADD NCLM-DECIDED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CREDIT-LIMIT-RECORD
             END-READ
           END-PERFORM
           CLOSE CLM-NARROW-FILE
           CLOSE CLM-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CLM-NEW-FILE
           MOVE LOW-VALUES                 TO CLM-CUSTOMER-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CLM-NEW-FILE KEY IS NOT LESS THAN CLM-CUSTOMER-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CLM-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CLM-CUSTOMER-ID       TO WS-AFTER-ID-HASH
                 ADD CLM-SCORED-LIMIT      TO WS-AFTER-AMOUNT
                 ADD CLM-OVERRIDE-LIMIT    TO WS-AFTER-AMOUNT
                 ADD CLM-REQUEST-LIMIT     TO WS-AFTER-AMOUNT
                 ADD CLM-REQUESTED-BY      TO WS-AFTER-ID-HASH
                 ADD CLM-DECIDED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CLM-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CREDITLIMITS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CUSTCONTACT SECTION.
           MOVE "files/custcontact.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CN-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CN-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CN-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CN-NEW-FILE
           MOVE LOW-VALUES                 TO NCN-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CN-NARROW-FILE KEY IS NOT LESS THAN NCN-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CN-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CUST-CONTACT-RECORD
                 MOVE NCN-CUSTOMERID       TO CN-CUSTOMERID
                 MOVE NCN-SEQ              TO CN-SEQ
                 ADD NCN-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 IF NCN-SEQ = 0
                   MOVE NCN-LAST-SEQ       TO CN-LAST-SEQ
                   MOVE NCN-MAIL-STATUS    TO CN-MAIL-STATUS
                   MOVE NCN-RETURNED-DATE  TO CN-RETURNED-DATE
                   MOVE NCN-RETURNED-BY    TO CN-RETURNED-BY
                   MOVE NCN-VERIFIED-DATE  TO CN-VERIFIED-DATE
                   MOVE NCN-VERIFIED-BY    TO CN-VERIFIED-BY
                   ADD NCN-RETURNED-BY     TO WS-BEFORE-ID-HASH
                   ADD NCN-VERIFIED-BY     TO WS-BEFORE-ID-HASH
                 ELSE
                   MOVE NCN-TYPE           TO CN-TYPE
                   MOVE NCN-VALUE          TO CN-VALUE
                   MOVE NCN-VALID-FROM     TO CN-VALID-FROM
                   MOVE NCN-VALID-TO       TO CN-VALID-TO
                   MOVE NCN-ADDED-BY       TO CN-ADDED-BY
                   MOVE NCN-ADDED-DATE     TO CN-ADDED-DATE
                   MOVE NCN-ENDED-BY       TO CN-ENDED-BY
                   ADD NCN-ADDED-BY        TO WS-BEFORE-ID-HASH
                   ADD NCN-ENDED-BY        TO WS-BEFORE-ID-HASH
                 END-IF
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CUST-CONTACT-RECORD
             END-READ
           END-PERFORM
           CLOSE CN-NARROW-FILE
           CLOSE CN-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CN-NEW-FILE
           MOVE LOW-VALUES                 TO CN-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CN-NEW-FILE KEY IS NOT LESS THAN CN-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CN-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CN-CUSTOMERID         TO WS-AFTER-ID-HASH
                 IF CN-SEQ = 0
                   ADD CN-RETURNED-BY      TO WS-AFTER-ID-HASH
                   ADD CN-VERIFIED-BY      TO WS-AFTER-ID-HASH
                 ELSE
                   ADD CN-ADDED-BY         TO WS-AFTER-ID-HASH
                   ADD CN-ENDED-BY         TO WS-AFTER-ID-HASH
                 END-IF
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CN-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CUSTCONTACT-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CUSTDELAPPR SECTION.
           MOVE "files/custdelapprovals.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CDA-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CDA-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CDA-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CDA-NEW-FILE
           MOVE LOW-VALUES                 TO NCDA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CDA-NARROW-FILE KEY IS NOT LESS THAN NCDA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CDA-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CDA-APPROVAL-RECORD
                 MOVE NCDA-ID              TO CDA-ID
                 MOVE NCDA-CUSTID          TO CDA-CUSTID
                 MOVE NCDA-REQUESTED-BY    TO CDA-REQUESTED-BY
                 MOVE NCDA-TIMESTAMP       TO CDA-TIMESTAMP
                 MOVE NCDA-STATUS          TO CDA-STATUS
                 MOVE NCDA-DECIDED-BY      TO CDA-DECIDED-BY
                 ADD NCDA-CUSTID           TO WS-BEFORE-ID-HASH
                 ADD NCDA-REQUESTED-BY     TO WS-BEFORE-ID-HASH
                 ADD NCDA-DECIDED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CDA-APPROVAL-RECORD
             END-READ
           END-PERFORM
           CLOSE CDA-NARROW-FILE
           CLOSE CDA-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CDA-NEW-FILE
           MOVE LOW-VALUES                 TO CDA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CDA-NEW-FILE KEY IS NOT LESS THAN CDA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CDA-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CDA-CUSTID            TO WS-AFTER-ID-HASH
                 ADD CDA-REQUESTED-BY      TO WS-AFTER-ID-HASH
                 ADD CDA-DECIDED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CDA-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CUSTDELAPPR-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CUSTENTITY SECTION.
           MOVE "files/custentity.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CE-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CE-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CE-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CE-NEW-FILE
           MOVE LOW-VALUES                 TO NCE-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CE-NARROW-FILE KEY IS NOT LESS THAN NCE-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CE-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CUST-ENTITY-RECORD
                 MOVE NCE-CUSTOMERID       TO CE-CUSTOMERID
                 MOVE NCE-REG-NUMBER       TO CE-REG-NUMBER
                 MOVE NCE-LEGAL-FORM       TO CE-LEGAL-FORM
                 MOVE NCE-INCORP-DATE      TO CE-INCORP-DATE
                 MOVE NCE-STATUS           TO CE-STATUS
                 MOVE NCE-UPDATED-BY       TO CE-UPDATED-BY
                 MOVE NCE-UPDATED-DATE     TO CE-UPDATED-DATE
                 ADD NCE-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NCE-UPDATED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CUST-ENTITY-RECORD
             END-READ
           END-PERFORM
           CLOSE CE-NARROW-FILE
           CLOSE CE-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CE-NEW-FILE
           MOVE LOW-VALUES                 TO CE-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CE-NEW-FILE KEY IS NOT LESS THAN CE-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CE-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CE-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD CE-UPDATED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CE-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CUSTENTITY-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CUSTPROFILE SECTION.
           MOVE "files/custprofile.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CP-NEW-FILE
           MOVE LOW-VALUES                 TO NCP-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CP-NARROW-FILE KEY IS NOT LESS THAN NCP-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CUST-PROFILE-RECORD
                 MOVE NCP-CUSTOMERID       TO CP-CUSTOMERID
                 MOVE NCP-BIRTH-DATE       TO CP-BIRTH-DATE
                 MOVE NCP-MAJORITY-DATE    TO CP-MAJORITY-DATE
                 MOVE NCP-MINOR-STATUS     TO CP-MINOR-STATUS
                 MOVE NCP-GUARDIAN-CUSTID  TO CP-GUARDIAN-CUSTID
                 MOVE NCP-TXN-LIMIT        TO CP-TXN-LIMIT
                 MOVE NCP-DAILY-LIMIT      TO CP-DAILY-LIMIT
                 MOVE NCP-BDAY-NOTICE-YEAR TO CP-BDAY-NOTICE-YEAR
                 MOVE NCP-MAJ-NOTICE-DATE  TO CP-MAJ-NOTICE-DATE
                 MOVE NCP-CONVERTED-DATE   TO CP-CONVERTED-DATE
                 MOVE NCP-UPDATED-BY       TO CP-UPDATED-BY
                 MOVE NCP-UPDATED-DATE     TO CP-UPDATED-DATE
                 ADD NCP-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NCP-GUARDIAN-CUSTID   TO WS-BEFORE-ID-HASH
                 ADD NCP-TXN-LIMIT         TO WS-BEFORE-AMOUNT
                 ADD NCP-DAILY-LIMIT       TO WS-BEFORE-AMOUNT
                 ADD NCP-UPDATED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CUST-PROFILE-RECORD
             END-READ
           END-PERFORM
           CLOSE CP-NARROW-FILE
           CLOSE CP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CP-NEW-FILE
           MOVE LOW-VALUES                 TO CP-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CP-NEW-FILE KEY IS NOT LESS THAN CP-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CP-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD CP-GUARDIAN-CUSTID    TO WS-AFTER-ID-HASH
                 ADD CP-TXN-LIMIT          TO WS-AFTER-AMOUNT
                 ADD CP-DAILY-LIMIT        TO WS-AFTER-AMOUNT
                 ADD CP-UPDATED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CUSTPROFILE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-CUSTRELATION SECTION.
           MOVE "files/custrelation.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT CR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE CR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT CR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT CR-NEW-FILE
           MOVE LOW-VALUES                 TO NCR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CR-NARROW-FILE KEY IS NOT LESS THAN NCR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE CUST-RELATION-RECORD
                 MOVE NCR-ENTITY-CUSTID    TO CR-ENTITY-CUSTID
                 MOVE NCR-ROLE             TO CR-ROLE
                 MOVE NCR-PERSON-CUSTID    TO CR-PERSON-CUSTID
                 MOVE NCR-SIGNING-POWER    TO CR-SIGNING-POWER
                 MOVE NCR-SIGNING-LIMIT    TO CR-SIGNING-LIMIT
                 MOVE NCR-OWNERSHIP-PCT    TO CR-OWNERSHIP-PCT
                 MOVE NCR-STATUS           TO CR-STATUS
                 MOVE NCR-ADDED-BY         TO CR-ADDED-BY
                 MOVE NCR-ADDED-DATE       TO CR-ADDED-DATE
                 MOVE NCR-REMOVED-DATE     TO CR-REMOVED-DATE
                 ADD NCR-ENTITY-CUSTID     TO WS-BEFORE-ID-HASH
                 ADD NCR-PERSON-CUSTID     TO WS-BEFORE-ID-HASH
                 ADD NCR-SIGNING-LIMIT     TO WS-BEFORE-AMOUNT
                 ADD NCR-ADDED-BY          TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE CUST-RELATION-RECORD
             END-READ
           END-PERFORM
           CLOSE CR-NARROW-FILE
           CLOSE CR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT CR-NEW-FILE
           MOVE LOW-VALUES                 TO CR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START CR-NEW-FILE KEY IS NOT LESS THAN CR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD CR-ENTITY-CUSTID      TO WS-AFTER-ID-HASH
                 ADD CR-PERSON-CUSTID      TO WS-AFTER-ID-HASH
                 ADD CR-SIGNING-LIMIT      TO WS-AFTER-AMOUNT
                 ADD CR-ADDED-BY           TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE CR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-CUSTRELATION-END.
           EXIT.
      ******************************************************************
       F-WIDEN-FEESCHEDULE SECTION.
           MOVE "files/data/feeschedule.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           SET FG-NEEDS-CONVERT-N          TO TRUE
           OPEN INPUT FS-NEW-FILE
           IF WS-NEW-STATUS = "00"
             READ FS-NEW-FILE
               AT END
                 MOVE "10"                 TO WS-NEW-STATUS
               NOT AT END
                 IF FILE-FS-AMOUNT NOT NUMERIC
                   SET FG-NEEDS-CONVERT-Y  TO TRUE
                 END-IF
             END-READ
             CLOSE FS-NEW-FILE
           END-IF
           PERFORM F-PROBE-LINE-LAYOUT
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT FS-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT FS-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FS-NARROW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 MOVE SPACES               TO FEE-SCHEDULE-FILE-RECORD
                 MOVE NFS-CODE             TO FILE-FS-CODE
                 MOVE NFS-EFF-DATE         TO FILE-FS-EFF-DATE
                 MOVE NFS-AMOUNT           TO FILE-FS-AMOUNT
                 ADD NFS-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE FEE-SCHEDULE-FILE-RECORD
             END-READ
           END-PERFORM
           CLOSE FS-NARROW-FILE
           CLOSE FS-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT FS-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FS-NEW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD FILE-FS-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE FS-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-FEESCHEDULE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-DDCOLLECTIONS SECTION.
           MOVE "files/ddcollections.dat"  TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT DC-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE DC-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT DC-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT DC-NEW-FILE
           MOVE LOW-VALUES                 TO NDC-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DC-NARROW-FILE KEY IS NOT LESS THAN NDC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DC-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE DD-COLL-RECORD
                 MOVE NDC-ID               TO DC-ID
                 MOVE NDC-CREDITOR-ACC     TO DC-CREDITOR-ACC
                 MOVE NDC-CUSTOMER-ID      TO DC-CUSTOMER-ID
                 MOVE NDC-CREDITOR-IBAN    TO DC-CREDITOR-IBAN
                 MOVE NDC-MANDATE-ID       TO DC-MANDATE-ID
                 MOVE NDC-DEBTOR-IBAN      TO DC-DEBTOR-IBAN
                 MOVE NDC-DEBTOR-NAME      TO DC-DEBTOR-NAME
                 MOVE NDC-AMOUNT           TO DC-AMOUNT
                 MOVE NDC-CURRENCY         TO DC-CURRENCY
                 MOVE NDC-DUE-DATE         TO DC-DUE-DATE
                 MOVE NDC-MERCHANT-REF     TO DC-MERCHANT-REF
                 MOVE NDC-REMITTANCE       TO DC-REMITTANCE
                 MOVE NDC-SEQ-TYPE         TO DC-SEQ-TYPE
                 MOVE NDC-STATUS
                                          TO DC-STATUS OF DD-COLL-RECORD
                 MOVE NDC-REPORTED-STATUS  TO DC-REPORTED-STATUS
                 MOVE NDC-REASON           TO DC-REASON
                 MOVE NDC-ACH-REF          TO DC-ACH-REF
                 MOVE NDC-CREDIT-TRANS-ID  TO DC-CREDIT-TRANS-ID
                 MOVE NDC-RECEIVED-DATE    TO DC-RECEIVED-DATE
                 MOVE NDC-SENT-DATE        TO DC-SENT-DATE
                 MOVE NDC-SETTLED-DATE     TO DC-SETTLED-DATE
                 MOVE NDC-RETURNED-DATE    TO DC-RETURNED-DATE
                 ADD NDC-CREDITOR-ACC      TO WS-BEFORE-ID-HASH
                 ADD NDC-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NDC-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NDC-CREDIT-TRANS-ID   TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE DD-COLL-RECORD
             END-READ
           END-PERFORM
           CLOSE DC-NARROW-FILE
           CLOSE DC-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT DC-NEW-FILE
           MOVE LOW-VALUES                 TO DC-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DC-NEW-FILE KEY IS NOT LESS THAN DC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DC-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD DC-CREDITOR-ACC       TO WS-AFTER-ID-HASH
                 ADD DC-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD DC-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD DC-CREDIT-TRANS-ID    TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE DC-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-DDCOLLECTIONS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-DDMANDATES SECTION.
           MOVE "files/ddmandates.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT DM-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE DM-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT DM-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT DM-NEW-FILE
           MOVE LOW-VALUES                 TO NDM-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DM-NARROW-FILE KEY IS NOT LESS THAN NDM-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DM-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE DD-MANDATE-RECORD
                 MOVE NDM-CREDITOR-ACC     TO DM-CREDITOR-ACC
                 MOVE NDM-MANDATE-ID       TO DM-MANDATE-ID
                 MOVE NDM-CUSTOMER-ID      TO DM-CUSTOMER-ID
                 MOVE NDM-DEBTOR-IBAN      TO DM-DEBTOR-IBAN
                 MOVE NDM-DEBTOR-NAME      TO DM-DEBTOR-NAME
                 MOVE NDM-SIGNATURE-DATE   TO DM-SIGNATURE-DATE
                 MOVE NDM-SEQ-TYPE         TO DM-SEQ-TYPE
                 MOVE NDM-STATUS           TO DM-STATUS
                 MOVE NDM-COLLECTION-COUNT TO DM-COLLECTION-COUNT
                 MOVE NDM-LAST-DUE-DATE    TO DM-LAST-DUE-DATE
                 MOVE NDM-CREATED-DATE     TO DM-CREATED-DATE
                 MOVE NDM-CREATED-BY       TO DM-CREATED-BY
                 MOVE NDM-CLOSED-DATE      TO DM-CLOSED-DATE
                 ADD NDM-CREDITOR-ACC      TO WS-BEFORE-ID-HASH
                 ADD NDM-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NDM-CREATED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE DD-MANDATE-RECORD
             END-READ
           END-PERFORM
           CLOSE DM-NARROW-FILE
           CLOSE DM-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT DM-NEW-FILE
           MOVE LOW-VALUES                 TO DM-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DM-NEW-FILE KEY IS NOT LESS THAN DM-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DM-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD DM-CREDITOR-ACC       TO WS-AFTER-ID-HASH
                 ADD DM-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD DM-CREATED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE DM-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-DDMANDATES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-DEBITBLOCKS SECTION.
           MOVE "files/debitblocks.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT DBK-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE DBK-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT DBK-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT DBK-NEW-FILE
           MOVE LOW-VALUES                 TO NDBK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DBK-NARROW-FILE KEY IS NOT LESS THAN NDBK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DBK-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE DEBIT-BLOCK-RECORD
                 MOVE NDBK-ACCOUNT-ID      TO DBK-ACCOUNT-ID
                 MOVE NDBK-SEQ             TO DBK-SEQ
                 MOVE NDBK-SCOPE           TO DBK-SCOPE
                 MOVE NDBK-REF-PATTERN     TO DBK-REF-PATTERN
                 MOVE NDBK-MIN-AMOUNT      TO DBK-MIN-AMOUNT
                 MOVE NDBK-STATUS          TO DBK-STATUS
                 MOVE NDBK-CREATED-DATE    TO DBK-CREATED-DATE
                 ADD NDBK-ACCOUNT-ID       TO WS-BEFORE-ID-HASH
                 ADD NDBK-MIN-AMOUNT       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE DEBIT-BLOCK-RECORD
             END-READ
           END-PERFORM
           CLOSE DBK-NARROW-FILE
           CLOSE DBK-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT DBK-NEW-FILE
           MOVE LOW-VALUES                 TO DBK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DBK-NEW-FILE KEY IS NOT LESS THAN DBK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DBK-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD DBK-ACCOUNT-ID        TO WS-AFTER-ID-HASH
                 ADD DBK-MIN-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE DBK-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-DEBITBLOCKS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-DECEASED SECTION.
           MOVE "files/deceased.dat"       TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT DCD-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE DCD-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT DCD-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT DCD-NEW-FILE
           MOVE LOW-VALUES                 TO NDCD-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DCD-NARROW-FILE KEY IS NOT LESS THAN NDCD-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DCD-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE DECEASED-RECORD
                 MOVE NDCD-CUSTOMERID      TO DC-CUSTOMERID
                 MOVE NDCD-DATE-OF-DEATH   TO DC-DATE-OF-DEATH
                 MOVE NDCD-STATUS
                                         TO DC-STATUS OF DECEASED-RECORD
                 MOVE NDCD-NOMINATED-IBAN  TO DC-NOMINATED-IBAN
                 MOVE NDCD-MARKED-BY       TO DC-MARKED-BY
                 MOVE NDCD-REQUESTED-BY    TO DC-REQUESTED-BY
                 MOVE NDCD-APPROVED-BY     TO DC-APPROVED-BY
                 MOVE NDCD-MARKED-TS       TO DC-MARKED-TS
                 ADD NDCD-CUSTOMERID       TO WS-BEFORE-ID-HASH
                 ADD NDCD-MARKED-BY        TO WS-BEFORE-ID-HASH
                 ADD NDCD-REQUESTED-BY     TO WS-BEFORE-ID-HASH
                 ADD NDCD-APPROVED-BY      TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE DECEASED-RECORD
             END-READ
           END-PERFORM
           CLOSE DCD-NARROW-FILE
           CLOSE DCD-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT DCD-NEW-FILE
           MOVE LOW-VALUES                 TO DC-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DCD-NEW-FILE KEY IS NOT LESS THAN DC-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DCD-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD DC-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD DC-MARKED-BY          TO WS-AFTER-ID-HASH
                 ADD DC-REQUESTED-BY       TO WS-AFTER-ID-HASH
                 ADD DC-APPROVED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE DCD-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-DECEASED-END.
           EXIT.
      ******************************************************************
       F-WIDEN-DRAFTS SECTION.
           MOVE "files/drafts.dat"         TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT DR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE DR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT DR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT DR-NEW-FILE
           MOVE LOW-VALUES                 TO NDR-SERIAL
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DR-NARROW-FILE KEY IS NOT LESS THAN NDR-SERIAL
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE DRAFT-RECORD
                 MOVE NDR-SERIAL           TO DR-SERIAL
                 MOVE NDR-ACCOUNT-ID       TO DR-ACCOUNT-ID
                 MOVE NDR-PAYEE            TO DR-PAYEE
                 MOVE NDR-AMOUNT           TO DR-AMOUNT
                 MOVE NDR-FEE              TO DR-FEE
                 MOVE NDR-ISSUE-DATE       TO DR-ISSUE-DATE
                 MOVE NDR-STATUS           TO DR-STATUS
                 MOVE NDR-STATUS-DATE      TO DR-STATUS-DATE
                 MOVE NDR-ISSUED-BY-BUSR-ID TO DR-ISSUED-BY-BUSR-ID
                 ADD NDR-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NDR-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NDR-FEE               TO WS-BEFORE-AMOUNT
                 ADD NDR-ISSUED-BY-BUSR-ID TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE DRAFT-RECORD
             END-READ
           END-PERFORM
           CLOSE DR-NARROW-FILE
           CLOSE DR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT DR-NEW-FILE
           MOVE LOW-VALUES                 TO DR-SERIAL
           SET FG-MORE-RECORDS-Y           TO TRUE
           START DR-NEW-FILE KEY IS NOT LESS THAN DR-SERIAL
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD DR-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD DR-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD DR-FEE                TO WS-AFTER-AMOUNT
                 ADD DR-ISSUED-BY-BUSR-ID  TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE DR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-DRAFTS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-EODRECONBF SECTION.
           MOVE "files/eodrecon_bf.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT BF-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE BF-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT BF-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT BF-NEW-FILE
           MOVE LOW-VALUES                 TO NBF-ACCOUNTID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START BF-NARROW-FILE KEY IS NOT LESS THAN NBF-ACCOUNTID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BF-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE BF-RECORD
                 MOVE NBF-ACCOUNTID        TO BF-ACCOUNTID
                 MOVE NBF-NET              TO BF-NET
                 ADD NBF-ACCOUNTID         TO WS-BEFORE-ID-HASH
                 ADD NBF-NET               TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE BF-RECORD
             END-READ
           END-PERFORM
           CLOSE BF-NARROW-FILE
           CLOSE BF-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT BF-NEW-FILE
           MOVE LOW-VALUES                 TO BF-ACCOUNTID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START BF-NEW-FILE KEY IS NOT LESS THAN BF-ACCOUNTID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BF-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD BF-ACCOUNTID          TO WS-AFTER-ID-HASH
                 ADD BF-NET                TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE BF-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-EODRECONBF-END.
           EXIT.
      ******************************************************************
       F-WIDEN-FEEWAIVERLOG SECTION.
           MOVE "files/feewaivers_log.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           SET FG-NEEDS-CONVERT-N          TO TRUE
           OPEN INPUT WL-NEW-FILE
           IF WS-NEW-STATUS = "00"
             READ WL-NEW-FILE
               AT END
                 MOVE "10"                 TO WS-NEW-STATUS
               NOT AT END
                 IF WL-CUSTOMER-ID NOT NUMERIC
                 OR WL-ACCOUNT-ID NOT NUMERIC
                 OR WL-FEE-AMOUNT NOT NUMERIC
                 OR WL-WAIVED-AMOUNT NOT NUMERIC
                   SET FG-NEEDS-CONVERT-Y  TO TRUE
                 END-IF
             END-READ
             CLOSE WL-NEW-FILE
           END-IF
           PERFORM F-PROBE-LINE-LAYOUT
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT WL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT WL-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WL-NARROW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 MOVE SPACES               TO FEE-WAIVER-LOG-RECORD
                 MOVE NWL-DATE             TO WL-DATE
                 MOVE NWL-CUSTOMER-ID      TO WL-CUSTOMER-ID
                 MOVE NWL-ACCOUNT-ID       TO WL-ACCOUNT-ID
                 MOVE NWL-FEE-CODE         TO WL-FEE-CODE
                 MOVE NWL-FEE-AMOUNT       TO WL-FEE-AMOUNT
                 MOVE NWL-WAIVED-AMOUNT    TO WL-WAIVED-AMOUNT
                 MOVE NWL-RULE-ID          TO WL-RULE-ID
                 MOVE NWL-BASIS            TO WL-BASIS
                 MOVE NWL-DESCRIPTION      TO WL-DESCRIPTION
                 ADD NWL-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NWL-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NWL-FEE-AMOUNT        TO WS-BEFORE-AMOUNT
                 ADD NWL-WAIVED-AMOUNT     TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE FEE-WAIVER-LOG-RECORD
             END-READ
           END-PERFORM
           CLOSE WL-NARROW-FILE
           CLOSE WL-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT WL-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WL-NEW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD WL-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD WL-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD WL-FEE-AMOUNT         TO WS-AFTER-AMOUNT
                 ADD WL-WAIVED-AMOUNT      TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE WL-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-FEEWAIVERLOG-END.
           EXIT.
      ******************************************************************
       F-WIDEN-FRAUDCASES SECTION.
           MOVE "files/fraudcases.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT FC-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE FC-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT FC-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT FC-NEW-FILE
           MOVE LOW-VALUES                 TO NFC-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START FC-NARROW-FILE KEY IS NOT LESS THAN NFC-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FC-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE FRAUDCASE-RECORD
                 MOVE NFC-CASE-ID          TO FC-CASE-ID
                 MOVE NFC-ENTITY           TO FC-ENTITY
                 MOVE NFC-ENTITY-ID        TO FC-ENTITY-ID
                 MOVE NFC-TRTYPE           TO FC-TRTYPE
                 MOVE NFC-AMOUNT           TO FC-AMOUNT
                 MOVE NFC-REASON           TO FC-REASON
                 MOVE NFC-ACTOR-BUSR-ID    TO FC-ACTOR-BUSR-ID
                 MOVE NFC-OPENED-TIMESTAMP TO FC-OPENED-TIMESTAMP
                 MOVE NFC-STATUS           TO FC-STATUS
                 MOVE NFC-ASSIGNED-TO      TO FC-ASSIGNED-TO
                 MOVE NFC-CLOSED-BY        TO FC-CLOSED-BY
                 MOVE NFC-CLOSED-TIMESTAMP TO FC-CLOSED-TIMESTAMP
                 MOVE NFC-DISPOSITION-NOTES TO FC-DISPOSITION-NOTES
                 ADD NFC-ENTITY-ID         TO WS-BEFORE-ID-HASH
                 ADD NFC-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NFC-ACTOR-BUSR-ID     TO WS-BEFORE-ID-HASH
                 ADD NFC-ASSIGNED-TO       TO WS-BEFORE-ID-HASH
                 ADD NFC-CLOSED-BY         TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE FRAUDCASE-RECORD
             END-READ
           END-PERFORM
           CLOSE FC-NARROW-FILE
           CLOSE FC-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT FC-NEW-FILE
           MOVE LOW-VALUES                 TO FC-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START FC-NEW-FILE KEY IS NOT LESS THAN FC-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FC-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD FC-ENTITY-ID          TO WS-AFTER-ID-HASH
                 ADD FC-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD FC-ACTOR-BUSR-ID      TO WS-AFTER-ID-HASH
                 ADD FC-ASSIGNED-TO        TO WS-AFTER-ID-HASH
                 ADD FC-CLOSED-BY          TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE FC-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-FRAUDCASES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-FUTUREXFERS SECTION.
           MOVE "files/futurexfers.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT FT-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE FT-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT FT-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT FT-NEW-FILE
           MOVE LOW-VALUES                 TO NFT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START FT-NARROW-FILE KEY IS NOT LESS THAN NFT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FT-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE FUTURE-XFER-RECORD
                 MOVE NFT-ID               TO FT-ID
                 MOVE NFT-SRC-IBAN         TO FT-SRC-IBAN
                 MOVE NFT-DEST-IBAN        TO FT-DEST-IBAN
                 MOVE NFT-AMOUNT           TO FT-AMOUNT
                 MOVE NFT-VALUE-DATE       TO FT-VALUE-DATE
                 MOVE NFT-STATUS           TO FT-STATUS
                 MOVE NFT-REQUESTED-BY     TO FT-REQUESTED-BY
                 MOVE NFT-CAPTURED-TS      TO FT-CAPTURED-TS
                 MOVE NFT-EXECUTED-TS      TO FT-EXECUTED-TS
                 ADD NFT-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NFT-REQUESTED-BY      TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE FUTURE-XFER-RECORD
             END-READ
           END-PERFORM
           CLOSE FT-NARROW-FILE
           CLOSE FT-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT FT-NEW-FILE
           MOVE LOW-VALUES                 TO FT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START FT-NEW-FILE KEY IS NOT LESS THAN FT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FT-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD FT-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD FT-REQUESTED-BY       TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE FT-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-FUTUREXFERS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-FXCASH SECTION.
           MOVE "files/fxcash.dat"         TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT FXC-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE FXC-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT FXC-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT FXC-NEW-FILE
           MOVE LOW-VALUES                 TO NFXC-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START FXC-NARROW-FILE KEY IS NOT LESS THAN NFXC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FXC-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE FXCASH-RECORD
                 MOVE NFXC-ID              TO FXC-ID
                 MOVE NFXC-TYPE            TO FXC-TYPE
                 MOVE NFXC-CURRENCY        TO FXC-CURRENCY
                 MOVE NFXC-FCY-AMOUNT      TO FXC-FCY-AMOUNT
                 MOVE NFXC-BASE-AMOUNT     TO FXC-BASE-AMOUNT
                 MOVE NFXC-RATE-APPLIED    TO FXC-RATE-APPLIED
                 MOVE NFXC-BUSR-ID         TO FXC-BUSR-ID
                 MOVE NFXC-BRANCHID        TO FXC-BRANCHID
                 MOVE NFXC-SHIFT-DATE      TO FXC-SHIFT-DATE
                 MOVE NFXC-TIMESTAMP       TO FXC-TIMESTAMP
                 ADD NFXC-FCY-AMOUNT       TO WS-BEFORE-AMOUNT
                 ADD NFXC-BASE-AMOUNT      TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE FXCASH-RECORD
             END-READ
           END-PERFORM
           CLOSE FXC-NARROW-FILE
           CLOSE FXC-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT FXC-NEW-FILE
           MOVE LOW-VALUES                 TO FXC-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START FXC-NEW-FILE KEY IS NOT LESS THAN FXC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FXC-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD FXC-FCY-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD FXC-BASE-AMOUNT       TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE FXC-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-FXCASH-END.
           EXIT.
      ******************************************************************
       F-WIDEN-GARNISH SECTION.
           MOVE "files/garnish.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT GN-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE GN-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT GN-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT GN-NEW-FILE
           MOVE LOW-VALUES                 TO NGN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START GN-NARROW-FILE KEY IS NOT LESS THAN NGN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ GN-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE GARNISH-RECORD
                 MOVE NGN-ID               TO GN-ID
                 MOVE NGN-ORDER-REF        TO GN-ORDER-REF
                 MOVE NGN-AUTHORITY-NAME   TO GN-AUTHORITY-NAME
                 MOVE NGN-AUTHORITY-IBAN   TO GN-AUTHORITY-IBAN
                 MOVE NGN-AUTHORITY-BIC    TO GN-AUTHORITY-BIC
                 MOVE NGN-REMIT-CHANNEL    TO GN-REMIT-CHANNEL
                 MOVE NGN-CUSTOMER-ID      TO GN-CUSTOMER-ID
                 MOVE NGN-CURRENCY         TO GN-CURRENCY
                 MOVE NGN-AMOUNT-ORDERED   TO GN-AMOUNT-ORDERED
                 MOVE NGN-PROTECTED-MIN    TO GN-PROTECTED-MIN
                 MOVE NGN-CAPTURED         TO GN-CAPTURED
                 MOVE NGN-REMITTED         TO GN-REMITTED
                 MOVE NGN-STATUS           TO GN-STATUS
                 MOVE NGN-RECEIVED-DATE    TO GN-RECEIVED-DATE
                 MOVE NGN-CLOSED-DATE      TO GN-CLOSED-DATE
                 MOVE NGN-LAST-CAPTURE-DATE TO GN-LAST-CAPTURE-DATE
                 MOVE NGN-LAST-REMIT-DATE  TO GN-LAST-REMIT-DATE
                 MOVE NGN-ENTERED-BY       TO GN-ENTERED-BY
                 MOVE NGN-RELEASED-BY      TO GN-RELEASED-BY
                 MOVE NGN-ACC-COUNT        TO GN-ACC-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 20
                   MOVE NGN-ACC-ID(IND-1)  TO GN-ACC-ID(IND-1)
                   MOVE NGN-ACC-HOLDING(IND-1) TO GN-ACC-HOLDING(IND-1)
                   MOVE NGN-ACC-CAPTURED(IND-1)
                                           TO GN-ACC-CAPTURED(IND-1)
                   ADD NGN-ACC-ID(IND-1)   TO WS-BEFORE-ID-HASH
                   ADD NGN-ACC-CAPTURED(IND-1) TO WS-BEFORE-AMOUNT
                 END-PERFORM
                 ADD NGN-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NGN-AMOUNT-ORDERED    TO WS-BEFORE-AMOUNT
                 ADD NGN-PROTECTED-MIN     TO WS-BEFORE-AMOUNT
                 ADD NGN-CAPTURED          TO WS-BEFORE-AMOUNT
                 ADD NGN-REMITTED          TO WS-BEFORE-AMOUNT
                 ADD NGN-ENTERED-BY        TO WS-BEFORE-ID-HASH
                 ADD NGN-RELEASED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE GARNISH-RECORD
             END-READ
           END-PERFORM
           CLOSE GN-NARROW-FILE
           CLOSE GN-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT GN-NEW-FILE
           MOVE LOW-VALUES                 TO GN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START GN-NEW-FILE KEY IS NOT LESS THAN GN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ GN-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 20
                   ADD GN-ACC-ID(IND-1)    TO WS-AFTER-ID-HASH
                   ADD GN-ACC-CAPTURED(IND-1) TO WS-AFTER-AMOUNT
                 END-PERFORM
                 ADD GN-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD GN-AMOUNT-ORDERED     TO WS-AFTER-AMOUNT
                 ADD GN-PROTECTED-MIN      TO WS-AFTER-AMOUNT
                 ADD GN-CAPTURED           TO WS-AFTER-AMOUNT
                 ADD GN-REMITTED           TO WS-AFTER-AMOUNT
                 ADD GN-ENTERED-BY         TO WS-AFTER-ID-HASH
                 ADD GN-RELEASED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE GN-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-GARNISH-END.
           EXIT.
      ******************************************************************
       F-WIDEN-INSTANTPAY SECTION.
           MOVE "files/instantpay.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT IP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE IP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT IP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT IP-NEW-FILE
           MOVE LOW-VALUES                 TO NIP-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START IP-NARROW-FILE KEY IS NOT LESS THAN NIP-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE INSTANT-PAY-RECORD
                 MOVE NIP-ID               TO IP-ID
                 MOVE NIP-REFERENCE        TO IP-REFERENCE
                 MOVE NIP-SRC-ACCID        TO IP-SRC-ACCID
                 MOVE NIP-SRC-IBAN         TO IP-SRC-IBAN
                 MOVE NIP-DEST-IBAN        TO IP-DEST-IBAN
                 MOVE NIP-AMOUNT           TO IP-AMOUNT
                 MOVE NIP-CURRENCY         TO IP-CURRENCY
                 MOVE NIP-CUSTOMERID       TO IP-CUSTOMERID
                 MOVE NIP-HOLD-ID          TO IP-HOLD-ID
                 MOVE NIP-REQUESTED-BY     TO IP-REQUESTED-BY
                 MOVE NIP-SUBMIT-TS        TO IP-SUBMIT-TS
                 MOVE NIP-SUBMIT-DATE      TO IP-SUBMIT-DATE
                 MOVE NIP-SUBMIT-SECS      TO IP-SUBMIT-SECS
                 MOVE NIP-INQUIRY-DATE     TO IP-INQUIRY-DATE
                 MOVE NIP-INQUIRY-SECS     TO IP-INQUIRY-SECS
                 MOVE NIP-STATUS           TO IP-STATUS
                 MOVE NIP-REASON           TO IP-REASON
                 MOVE NIP-RESOLVED-TS      TO IP-RESOLVED-TS
                 MOVE NIP-POSTED-DATE      TO IP-POSTED-DATE
                 MOVE NIP-TRANSFER-ID      TO IP-TRANSFER-ID
                 MOVE NIP-SETTLED-DATE     TO IP-SETTLED-DATE
                 ADD NIP-SRC-ACCID         TO WS-BEFORE-ID-HASH
                 ADD NIP-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NIP-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NIP-REQUESTED-BY      TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE INSTANT-PAY-RECORD
             END-READ
           END-PERFORM
           CLOSE IP-NARROW-FILE
           CLOSE IP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT IP-NEW-FILE
           MOVE LOW-VALUES                 TO IP-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START IP-NEW-FILE KEY IS NOT LESS THAN IP-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD IP-SRC-ACCID          TO WS-AFTER-ID-HASH
                 ADD IP-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD IP-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD IP-REQUESTED-BY       TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE IP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-INSTANTPAY-END.
           EXIT.
      ******************************************************************
       F-WIDEN-INTACCRUAL SECTION.
           MOVE "files/intaccrual.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT IA-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE IA-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT IA-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT IA-NEW-FILE
           MOVE LOW-VALUES                 TO NIA-ACCOUNTID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START IA-NARROW-FILE KEY IS NOT LESS THAN NIA-ACCOUNTID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IA-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE INT-ACCRUAL-RECORD
                 MOVE NIA-ACCOUNTID        TO IA-ACCOUNTID
                 MOVE NIA-ACCRUED          TO IA-ACCRUED
                 MOVE NIA-LAST-DATE        TO IA-LAST-DATE
                 MOVE NIA-DEBIT-ACCRUED    TO IA-DEBIT-ACCRUED
                 MOVE NIA-DEBIT-LAST-DATE  TO IA-DEBIT-LAST-DATE
                 ADD NIA-ACCOUNTID         TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE INT-ACCRUAL-RECORD
             END-READ
           END-PERFORM
           CLOSE IA-NARROW-FILE
           CLOSE IA-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT IA-NEW-FILE
           MOVE LOW-VALUES                 TO IA-ACCOUNTID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START IA-NEW-FILE KEY IS NOT LESS THAN IA-ACCOUNTID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IA-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD IA-ACCOUNTID          TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE IA-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-INTACCRUAL-END.
           EXIT.
      ******************************************************************
       F-WIDEN-INTERBRANCH SECTION.
           MOVE "files/interbranch.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT IB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE IB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT IB-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT IB-NEW-FILE
           MOVE LOW-VALUES                 TO NIB-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START IB-NARROW-FILE KEY IS NOT LESS THAN NIB-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IB-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE INTERBRANCH-RECORD
                 MOVE NIB-ID               TO IB-ID
                 MOVE NIB-DATE             TO IB-DATE
                 MOVE NIB-TILL-BRANCH      TO IB-TILL-BRANCH
                 MOVE NIB-ACCOUNT-BRANCH   TO IB-ACCOUNT-BRANCH
                 MOVE NIB-TRTYPE           TO IB-TRTYPE
                 MOVE NIB-AMOUNT           TO IB-AMOUNT
                 MOVE NIB-ACCOUNTID        TO IB-ACCOUNTID
                 MOVE NIB-ACTOR-BUSR-ID    TO IB-ACTOR-BUSR-ID
                 MOVE NIB-TIMESTAMP        TO IB-TIMESTAMP
                 ADD NIB-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NIB-ACCOUNTID         TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE INTERBRANCH-RECORD
             END-READ
           END-PERFORM
           CLOSE IB-NARROW-FILE
           CLOSE IB-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT IB-NEW-FILE
           MOVE LOW-VALUES                 TO IB-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START IB-NEW-FILE KEY IS NOT LESS THAN IB-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IB-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD IB-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD IB-ACCOUNTID          TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE IB-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-INTERBRANCH-END.
           EXIT.
      ******************************************************************
       F-WIDEN-INWARDORIGIN SECTION.
           MOVE "files/inwardorigin.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           SET FG-NEEDS-CONVERT-N          TO TRUE
           OPEN INPUT IO-NEW-FILE
           IF WS-NEW-STATUS = "00"
             READ IO-NEW-FILE
               AT END
                 MOVE "10"                 TO WS-NEW-STATUS
               NOT AT END
                 IF IO-CUSTOMER-ID NOT NUMERIC
                 OR IO-ACCOUNT-ID NOT NUMERIC
                 OR IO-AMOUNT NOT NUMERIC
                   SET FG-NEEDS-CONVERT-Y  TO TRUE
                 END-IF
             END-READ
             CLOSE IO-NEW-FILE
           END-IF
           PERFORM F-PROBE-LINE-LAYOUT
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT IO-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT IO-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IO-NARROW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 MOVE SPACES               TO INWARD-ORIGIN-RECORD
                 MOVE NIO-POST-DATE        TO IO-POST-DATE
                 MOVE NIO-CUSTOMER-ID      TO IO-CUSTOMER-ID
                 MOVE NIO-ACCOUNT-ID       TO IO-ACCOUNT-ID
                 MOVE NIO-COUNTRY          TO IO-COUNTRY
                 MOVE NIO-ORIG-IBAN        TO IO-ORIG-IBAN
                 MOVE NIO-AMOUNT           TO IO-AMOUNT
                 MOVE NIO-CURRENCY         TO IO-CURRENCY
                 MOVE NIO-REFERENCE        TO IO-REFERENCE
                 ADD NIO-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NIO-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NIO-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE INWARD-ORIGIN-RECORD
             END-READ
           END-PERFORM
           CLOSE IO-NARROW-FILE
           CLOSE IO-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT IO-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ IO-NEW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD IO-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD IO-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD IO-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE IO-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-INWARDORIGIN-END.
           EXIT.
      ******************************************************************
       F-WIDEN-JOINTACC SECTION.
           MOVE "files/jointacc.dat"       TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT JA-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE JA-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT JA-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT JA-NEW-FILE
           MOVE LOW-VALUES                 TO NJA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START JA-NARROW-FILE KEY IS NOT LESS THAN NJA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ JA-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE JOINT-ACC-RECORD
                 MOVE NJA-ACCOUNT-ID       TO JA-ACCOUNT-ID
                 MOVE NJA-BUSR-ID          TO JA-BUSR-ID
                 MOVE NJA-STATUS           TO JA-STATUS
                 MOVE NJA-PERM-LEVEL       TO JA-PERM-LEVEL
                 MOVE NJA-MANDATE-RULE     TO JA-MANDATE-RULE
                 MOVE NJA-MANDATE-COUNT    TO JA-MANDATE-COUNT
                 MOVE NJA-MANDATE-THRESHOLD TO JA-MANDATE-THRESHOLD
                 ADD NJA-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NJA-BUSR-ID           TO WS-BEFORE-ID-HASH
                 ADD NJA-MANDATE-THRESHOLD TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE JOINT-ACC-RECORD
             END-READ
           END-PERFORM
           CLOSE JA-NARROW-FILE
           CLOSE JA-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT JA-NEW-FILE
           MOVE LOW-VALUES                 TO JA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START JA-NEW-FILE KEY IS NOT LESS THAN JA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ JA-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD JA-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD JA-BUSR-ID            TO WS-AFTER-ID-HASH
                 ADD JA-MANDATE-THRESHOLD  TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE JA-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-JOINTACC-END.
           EXIT.
      ******************************************************************
       F-WIDEN-KYCDOCUMENT SECTION.
           MOVE "files/kycdocument.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT KY-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE KY-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT KY-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT KY-NEW-FILE
           MOVE LOW-VALUES                 TO NKY-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START KY-NARROW-FILE KEY IS NOT LESS THAN NKY-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ KY-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE KYC-RECORD
                 MOVE NKY-CUSTOMERID       TO KY-CUSTOMERID
                 MOVE NKY-DOCTYPE          TO KY-DOCTYPE
                 MOVE NKY-RECEIVED-DATE    TO KY-RECEIVED-DATE
                 MOVE NKY-EXPIRY-DATE      TO KY-EXPIRY-DATE
                 MOVE NKY-STATUS           TO KY-STATUS
                 ADD NKY-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE KYC-RECORD
             END-READ
           END-PERFORM
           CLOSE KY-NARROW-FILE
           CLOSE KY-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT KY-NEW-FILE
           MOVE LOW-VALUES                 TO KY-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START KY-NEW-FILE KEY IS NOT LESS THAN KY-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ KY-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD KY-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE KY-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-KYCDOCUMENT-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANBALANCE SECTION.
           MOVE "files/loanbalance.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT LB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT LB-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LB-NEW-FILE
           MOVE LOW-VALUES                 TO NLB-LOAN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LB-NARROW-FILE KEY IS NOT LESS THAN NLB-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LB-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-BAL-RECORD
                 MOVE NLB-LOAN-ID          TO LB-LOAN-ID
                 MOVE NLB-PRINCIPAL-BAL    TO LB-PRINCIPAL-BAL
                 MOVE NLB-INT-RECEIVABLE   TO LB-INT-RECEIVABLE
                 MOVE NLB-LAST-ACCRUAL-DATE TO LB-LAST-ACCRUAL-DATE
                 MOVE NLB-FEE-DUE-DATE     TO LB-FEE-DUE-DATE
                 MOVE NLB-FEE-CHARGED      TO LB-FEE-CHARGED
                 MOVE NLB-LAST-LL-ID       TO LB-LAST-LL-ID
                 ADD NLB-PRINCIPAL-BAL     TO WS-BEFORE-AMOUNT
                 ADD NLB-INT-RECEIVABLE    TO WS-BEFORE-AMOUNT
                 ADD NLB-FEE-CHARGED       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-BAL-RECORD
             END-READ
           END-PERFORM
           CLOSE LB-NARROW-FILE
           CLOSE LB-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT LB-NEW-FILE
           MOVE LOW-VALUES                 TO LB-LOAN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LB-NEW-FILE KEY IS NOT LESS THAN LB-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LB-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD LB-PRINCIPAL-BAL      TO WS-AFTER-AMOUNT
                 ADD LB-INT-RECEIVABLE     TO WS-AFTER-AMOUNT
                 ADD LB-FEE-CHARGED        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE LB-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANBALANCE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANFACILITY SECTION.
           MOVE "files/loanfacility.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT LF-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LF-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT LF-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LF-NEW-FILE
           MOVE LOW-VALUES                 TO NLF-LOAN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LF-NARROW-FILE KEY IS NOT LESS THAN NLF-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LF-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-FACILITY-RECORD
                 MOVE NLF-LOAN-ID          TO LF-LOAN-ID
                 MOVE NLF-FACILITY-AMOUNT  TO LF-FACILITY-AMOUNT
                 MOVE NLF-DRAWN-AMOUNT     TO LF-DRAWN-AMOUNT
                 MOVE NLF-DRAW-DEADLINE    TO LF-DRAW-DEADLINE
                 MOVE NLF-PHASE            TO LF-PHASE
                 MOVE NLF-AMORTIZED-DATE   TO LF-AMORTIZED-DATE
                 MOVE NLF-TRANCHE-COUNT    TO LF-TRANCHE-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 12
                   MOVE NLF-TR-AMOUNT(IND-1) TO LF-TR-AMOUNT(IND-1)
                   MOVE NLF-TR-PLANNED-DATE(IND-1)
                                           TO LF-TR-PLANNED-DATE(IND-1)
                   MOVE NLF-TR-STATUS(IND-1) TO LF-TR-STATUS(IND-1)
                   MOVE NLF-TR-REQUESTED-BY(IND-1)
                                           TO LF-TR-REQUESTED-BY(IND-1)
                   MOVE NLF-TR-DECIDED-BY(IND-1)
                                           TO LF-TR-DECIDED-BY(IND-1)
                   MOVE NLF-TR-DRAWN-DATE(IND-1)
                                           TO LF-TR-DRAWN-DATE(IND-1)
                   ADD NLF-TR-AMOUNT(IND-1) TO WS-BEFORE-AMOUNT
                   ADD NLF-TR-REQUESTED-BY(IND-1) TO WS-BEFORE-ID-HASH
                   ADD NLF-TR-DECIDED-BY(IND-1) TO WS-BEFORE-ID-HASH
                 END-PERFORM
                 ADD NLF-FACILITY-AMOUNT   TO WS-BEFORE-AMOUNT
                 ADD NLF-DRAWN-AMOUNT      TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-FACILITY-RECORD
             END-READ
           END-PERFORM
           CLOSE LF-NARROW-FILE
           CLOSE LF-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT LF-NEW-FILE
           MOVE LOW-VALUES                 TO LF-LOAN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LF-NEW-FILE KEY IS NOT LESS THAN LF-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LF-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 12
                   ADD LF-TR-AMOUNT(IND-1) TO WS-AFTER-AMOUNT
                   ADD LF-TR-REQUESTED-BY(IND-1) TO WS-AFTER-ID-HASH
                   ADD LF-TR-DECIDED-BY(IND-1) TO WS-AFTER-ID-HASH
                 END-PERFORM
                 ADD LF-FACILITY-AMOUNT    TO WS-AFTER-AMOUNT
                 ADD LF-DRAWN-AMOUNT       TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE LF-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANFACILITY-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANLEDGER SECTION.
           MOVE "files/loanledger.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT LL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT LL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LL-NEW-FILE
           MOVE LOW-VALUES                 TO NLL-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LL-NARROW-FILE KEY IS NOT LESS THAN NLL-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LL-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-LEDGER-RECORD
                 MOVE NLL-ID               TO LL-ID
                 MOVE NLL-DATE             TO LL-DATE
                 MOVE NLL-EVENT            TO LL-EVENT
                 MOVE NLL-LOAN-ID          TO LL-LOAN-ID
                 MOVE NLL-ACCOUNT-ID       TO LL-ACCOUNT-ID
                 MOVE NLL-CURRENCY         TO LL-CURRENCY
                 MOVE NLL-PRINCIPAL        TO LL-PRINCIPAL
                 MOVE NLL-INTEREST         TO LL-INTEREST
                 MOVE NLL-ACCRUAL-CLEARED  TO LL-ACCRUAL-CLEARED
                 MOVE NLL-FEE              TO LL-FEE
                 MOVE NLL-CASH-LEG         TO LL-CASH-LEG
                 MOVE NLL-REF-DATE         TO LL-REF-DATE
                 MOVE NLL-SOURCE           TO LL-SOURCE
                 MOVE NLL-PRINCIPAL-BAL    TO LL-PRINCIPAL-BAL
                 MOVE NLL-RECEIVABLE-BAL   TO LL-RECEIVABLE-BAL
                 MOVE NLL-TIMESTAMP        TO LL-TIMESTAMP
                 ADD NLL-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NLL-PRINCIPAL         TO WS-BEFORE-AMOUNT
                 ADD NLL-INTEREST          TO WS-BEFORE-AMOUNT
                 ADD NLL-ACCRUAL-CLEARED   TO WS-BEFORE-AMOUNT
                 ADD NLL-FEE               TO WS-BEFORE-AMOUNT
                 ADD NLL-PRINCIPAL-BAL     TO WS-BEFORE-AMOUNT
                 ADD NLL-RECEIVABLE-BAL    TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-LEDGER-RECORD
             END-READ
           END-PERFORM
           CLOSE LL-NARROW-FILE
           CLOSE LL-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT LL-NEW-FILE
           MOVE LOW-VALUES                 TO LL-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LL-NEW-FILE KEY IS NOT LESS THAN LL-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LL-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD LL-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD LL-PRINCIPAL          TO WS-AFTER-AMOUNT
                 ADD LL-INTEREST           TO WS-AFTER-AMOUNT
                 ADD LL-ACCRUAL-CLEARED    TO WS-AFTER-AMOUNT
                 ADD LL-FEE                TO WS-AFTER-AMOUNT
                 ADD LL-PRINCIPAL-BAL      TO WS-AFTER-AMOUNT
                 ADD LL-RECEIVABLE-BAL     TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE LL-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANLEDGER-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANPARTIES SECTION.
           MOVE "files/loanparties.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT LP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT LP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LP-NEW-FILE
           MOVE LOW-VALUES                 TO NLP-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LP-NARROW-FILE KEY IS NOT LESS THAN NLP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-PARTY-RECORD
                 MOVE NLP-LOAN-ID          TO LP-LOAN-ID
                 MOVE NLP-CUSTOMER-ID      TO LP-CUSTOMER-ID
                 MOVE NLP-ROLE             TO LP-ROLE
                 MOVE NLP-STATUS           TO LP-STATUS
                 ADD NLP-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-PARTY-RECORD
             END-READ
           END-PERFORM
           CLOSE LP-NARROW-FILE
           CLOSE LP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT LP-NEW-FILE
           MOVE LOW-VALUES                 TO LP-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LP-NEW-FILE KEY IS NOT LESS THAN LP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD LP-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE LP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANPARTIES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANS SECTION.
           MOVE "files/loans.dat"          TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT LOAN-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LOAN-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT LOAN-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LOAN-NEW-FILE
           MOVE LOW-VALUES                 TO NLN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LOAN-NARROW-FILE KEY IS NOT LESS THAN NLN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LOAN-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-RECORD
                 MOVE NLN-ID               TO LN-ID
                 MOVE NLN-ACCOUNT-ID       TO LN-ACCOUNT-ID
                 MOVE NLN-CUSTOMER-ID      TO LN-CUSTOMER-ID
                 MOVE NLN-CURRENCY         TO LN-CURRENCY
                 MOVE NLN-PRINCIPAL        TO LN-PRINCIPAL
                 MOVE NLN-ANNUAL-RATE-PCT  TO LN-ANNUAL-RATE-PCT
                 MOVE NLN-TERM-MONTHS      TO LN-TERM-MONTHS
                 MOVE NLN-MONTHLY-PAYMENT  TO LN-MONTHLY-PAYMENT
                 MOVE NLN-REMAINING-PRINCIPAL TO LN-REMAINING-PRINCIPAL
                 MOVE NLN-NEXT-DUE-DATE    TO LN-NEXT-DUE-DATE
                 MOVE NLN-STATUS           TO LN-STATUS
                 MOVE NLN-DISBURSE-IBAN    TO LN-DISBURSE-IBAN
                 MOVE NLN-DISBURSE-STATUS  TO LN-DISBURSE-STATUS
                 ADD NLN-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NLN-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NLN-PRINCIPAL         TO WS-BEFORE-AMOUNT
                 ADD NLN-MONTHLY-PAYMENT   TO WS-BEFORE-AMOUNT
                 ADD NLN-REMAINING-PRINCIPAL TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-RECORD
             END-READ
           END-PERFORM
           CLOSE LOAN-NARROW-FILE
           CLOSE LOAN-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT LOAN-NEW-FILE
           MOVE LOW-VALUES                 TO LN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LOAN-NEW-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LOAN-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD LN-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD LN-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD LN-PRINCIPAL          TO WS-AFTER-AMOUNT
                 ADD LN-MONTHLY-PAYMENT    TO WS-AFTER-AMOUNT
                 ADD LN-REMAINING-PRINCIPAL TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE LOAN-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANVARRATE SECTION.
           MOVE "files/loanvarrate.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT LVR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE LVR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT LVR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT LVR-NEW-FILE
           MOVE LOW-VALUES                 TO NLVR-LOAN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LVR-NARROW-FILE KEY IS NOT LESS THAN NLVR-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LVR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-VARRATE-RECORD
                 MOVE NLVR-LOAN-ID         TO LVR-LOAN-ID
                 MOVE NLVR-INDEX-CODE      TO LVR-INDEX-CODE
                 MOVE NLVR-MARGIN-PCT      TO LVR-MARGIN-PCT
                 MOVE NLVR-RESET-MONTHS    TO LVR-RESET-MONTHS
                 MOVE NLVR-FLOOR-PCT       TO LVR-FLOOR-PCT
                 MOVE NLVR-CAP-PCT         TO LVR-CAP-PCT
                 MOVE NLVR-NEXT-RESET-DATE TO LVR-NEXT-RESET-DATE
                 MOVE NLVR-LAST-RESET-DATE TO LVR-LAST-RESET-DATE
                 MOVE NLVR-LAST-INDEX-PCT  TO LVR-LAST-INDEX-PCT
                 MOVE NLVR-PENDING         TO LVR-PENDING
                 MOVE NLVR-PENDING-INDEX-PCT TO LVR-PENDING-INDEX-PCT
                 MOVE NLVR-PENDING-RATE-PCT TO LVR-PENDING-RATE-PCT
                 MOVE NLVR-PENDING-PAYMENT TO LVR-PENDING-PAYMENT
                 MOVE NLVR-NOTIFIED-DATE   TO LVR-NOTIFIED-DATE
                 ADD NLVR-PENDING-PAYMENT  TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-VARRATE-RECORD
             END-READ
           END-PERFORM
           CLOSE LVR-NARROW-FILE
           CLOSE LVR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT LVR-NEW-FILE
           MOVE LOW-VALUES                 TO LVR-LOAN-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START LVR-NEW-FILE KEY IS NOT LESS THAN LVR-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LVR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD LVR-PENDING-PAYMENT   TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE LVR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANVARRATE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-LOANWRITEOFF SECTION.
           MOVE "files/loanwriteoff.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT WO-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE WO-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT WO-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT WO-NEW-FILE
           MOVE LOW-VALUES                 TO NWO-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WO-NARROW-FILE KEY IS NOT LESS THAN NWO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WO-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE LOAN-WRITEOFF-RECORD
                 MOVE NWO-ID               TO WO-ID
                 MOVE NWO-DATE             TO WO-DATE
                 MOVE NWO-EVENT            TO WO-EVENT
                 MOVE NWO-LOAN-ID          TO WO-LOAN-ID
                 MOVE NWO-ACCOUNT-ID       TO WO-ACCOUNT-ID
                 MOVE NWO-CUSTOMER-ID      TO WO-CUSTOMER-ID
                 MOVE NWO-CURRENCY         TO WO-CURRENCY
                 MOVE NWO-AMOUNT           TO WO-AMOUNT
                 MOVE NWO-REQUESTED-BY     TO WO-REQUESTED-BY
                 MOVE NWO-APPROVED-BY      TO WO-APPROVED-BY
                 MOVE NWO-TIMESTAMP        TO WO-TIMESTAMP
                 ADD NWO-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NWO-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NWO-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NWO-REQUESTED-BY      TO WS-BEFORE-ID-HASH
                 ADD NWO-APPROVED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE LOAN-WRITEOFF-RECORD
             END-READ
           END-PERFORM
           CLOSE WO-NARROW-FILE
           CLOSE WO-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT WO-NEW-FILE
           MOVE LOW-VALUES                 TO WO-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WO-NEW-FILE KEY IS NOT LESS THAN WO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WO-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD WO-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD WO-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD WO-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD WO-REQUESTED-BY       TO WS-AFTER-ID-HASH
                 ADD WO-APPROVED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE WO-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-LOANWRITEOFF-END.
           EXIT.
      ******************************************************************
       F-WIDEN-MAILHOLD SECTION.
           MOVE "files/mailhold.dat"       TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT MH-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE MH-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT MH-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT MH-NEW-FILE
           MOVE LOW-VALUES                 TO NMH-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START MH-NARROW-FILE KEY IS NOT LESS THAN NMH-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ MH-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE MAIL-HOLD-RECORD
                 MOVE NMH-CUSTOMERID       TO MH-CUSTOMERID
                 MOVE NMH-SEQ              TO MH-SEQ
                 MOVE NMH-PROGRAM          TO MH-PROGRAM
                 MOVE NMH-HELD-PATH        TO MH-HELD-PATH
                 MOVE NMH-RELEASE-PATH     TO MH-RELEASE-PATH
                 MOVE NMH-HELD-DATE        TO MH-HELD-DATE
                 MOVE NMH-STATUS           TO MH-STATUS
                 MOVE NMH-RELEASED-DATE    TO MH-RELEASED-DATE
                 MOVE NMH-RELEASED-BY      TO MH-RELEASED-BY
                 ADD NMH-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NMH-RELEASED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE MAIL-HOLD-RECORD
             END-READ
           END-PERFORM
           CLOSE MH-NARROW-FILE
           CLOSE MH-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT MH-NEW-FILE
           MOVE LOW-VALUES                 TO MH-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START MH-NEW-FILE KEY IS NOT LESS THAN MH-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ MH-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD MH-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD MH-RELEASED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE MH-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-MAILHOLD-END.
           EXIT.
      ******************************************************************
       F-WIDEN-NOTICES SECTION.
           MOVE "files/notices.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT NT-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE NT-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT NT-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT NT-NEW-FILE
           MOVE LOW-VALUES                 TO NNT-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START NT-NARROW-FILE KEY IS NOT LESS THAN NNT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ NT-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE NOTICE-RECORD
                 MOVE NNT-ACCOUNT-ID       TO NT-ACCOUNT-ID
                 MOVE NNT-SEQ              TO NT-SEQ
                 MOVE NNT-AMOUNT           TO NT-AMOUNT
                 MOVE NNT-USED-AMOUNT      TO NT-USED-AMOUNT
                 MOVE NNT-FILED-DATE       TO NT-FILED-DATE
                 MOVE NNT-EXPIRY-DATE      TO NT-EXPIRY-DATE
                 MOVE NNT-WINDOW-END-DATE  TO NT-WINDOW-END-DATE
                 MOVE NNT-STATUS           TO NT-STATUS
                 MOVE NNT-FILED-BY         TO NT-FILED-BY
                 MOVE NNT-CLOSED-DATE      TO NT-CLOSED-DATE
                 ADD NNT-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NNT-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NNT-USED-AMOUNT       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE NOTICE-RECORD
             END-READ
           END-PERFORM
           CLOSE NT-NARROW-FILE
           CLOSE NT-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT NT-NEW-FILE
           MOVE LOW-VALUES                 TO NT-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START NT-NEW-FILE KEY IS NOT LESS THAN NT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ NT-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD NT-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD NT-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD NT-USED-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE NT-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-NOTICES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-NOTIFYPREFS SECTION.
           MOVE "files/notifyprefs.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT NP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE NP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT NP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT NP-NEW-FILE
           MOVE LOW-VALUES                 TO NNP-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START NP-NARROW-FILE KEY IS NOT LESS THAN NNP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ NP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE NOTIFYPREF-RECORD
                 MOVE NNP-CUSTOMERID       TO NP-CUSTOMERID
                 MOVE NNP-EVENT            TO NP-EVENT
                 MOVE NNP-SUPPRESS         TO NP-SUPPRESS
                 MOVE NNP-MIN-AMOUNT       TO NP-MIN-AMOUNT
                 ADD NNP-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NNP-MIN-AMOUNT        TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE NOTIFYPREF-RECORD
             END-READ
           END-PERFORM
           CLOSE NP-NARROW-FILE
           CLOSE NP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT NP-NEW-FILE
           MOVE LOW-VALUES                 TO NP-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START NP-NEW-FILE KEY IS NOT LESS THAN NP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ NP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD NP-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD NP-MIN-AMOUNT         TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE NP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-NOTIFYPREFS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-NOTIFYSTATUS SECTION.
           MOVE "files/notifystatus.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT NS-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE NS-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT NS-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT NS-NEW-FILE
           MOVE LOW-VALUES                 TO NNS-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START NS-NARROW-FILE KEY IS NOT LESS THAN NNS-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ NS-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE NOTIFY-STATUS-RECORD
                 MOVE NNS-ID               TO NS-ID
                 MOVE NNS-CUSTOMERID       TO NS-CUSTOMERID
                 MOVE NNS-ENTITY           TO NS-ENTITY
                 MOVE NNS-ENTITY-ID        TO NS-ENTITY-ID
                 MOVE NNS-EVENT            TO NS-EVENT
                 MOVE NNS-AMOUNT           TO NS-AMOUNT
                 MOVE NNS-TIMESTAMP        TO NS-TIMESTAMP
                 MOVE NNS-STATUS           TO NS-STATUS
                 MOVE NNS-ATTEMPT-COUNT    TO NS-ATTEMPT-COUNT
                 ADD NNS-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NNS-ENTITY-ID         TO WS-BEFORE-ID-HASH
                 ADD NNS-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE NOTIFY-STATUS-RECORD
             END-READ
           END-PERFORM
           CLOSE NS-NARROW-FILE
           CLOSE NS-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT NS-NEW-FILE
           MOVE LOW-VALUES                 TO NS-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START NS-NEW-FILE KEY IS NOT LESS THAN NS-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ NS-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD NS-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD NS-ENTITY-ID          TO WS-AFTER-ID-HASH
                 ADD NS-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE NS-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-NOTIFYSTATUS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ODPROTECT SECTION.
           MOVE "files/odprotect.dat"      TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT ODP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE ODP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT ODP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT ODP-NEW-FILE
           MOVE LOW-VALUES                 TO NODP-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START ODP-NARROW-FILE KEY IS NOT LESS THAN NODP-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ ODP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE OD-PROTECT-RECORD
                 MOVE NODP-ACCOUNT-ID      TO ODP-ACCOUNT-ID
                 MOVE NODP-BACKUP-ACCOUNT-ID TO ODP-BACKUP-ACCOUNT-ID
                 MOVE NODP-STATUS          TO ODP-STATUS
                 MOVE NODP-MAX-TRANSFER    TO ODP-MAX-TRANSFER
                 MOVE NODP-LINKED-DATE     TO ODP-LINKED-DATE
                 MOVE NODP-LAST-XFER-DATE  TO ODP-LAST-XFER-DATE
                 MOVE NODP-DAY-COUNT       TO ODP-DAY-COUNT
                 MOVE NODP-DAY-AMOUNT      TO ODP-DAY-AMOUNT
                 MOVE NODP-TOTAL-COUNT     TO ODP-TOTAL-COUNT
                 MOVE NODP-TOTAL-FEES      TO ODP-TOTAL-FEES
                 ADD NODP-ACCOUNT-ID       TO WS-BEFORE-ID-HASH
                 ADD NODP-BACKUP-ACCOUNT-ID TO WS-BEFORE-ID-HASH
                 ADD NODP-MAX-TRANSFER     TO WS-BEFORE-AMOUNT
                 ADD NODP-DAY-AMOUNT       TO WS-BEFORE-AMOUNT
                 ADD NODP-TOTAL-FEES       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE OD-PROTECT-RECORD
             END-READ
           END-PERFORM
           CLOSE ODP-NARROW-FILE
           CLOSE ODP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT ODP-NEW-FILE
           MOVE LOW-VALUES                 TO ODP-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START ODP-NEW-FILE KEY IS NOT LESS THAN ODP-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ ODP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD ODP-ACCOUNT-ID        TO WS-AFTER-ID-HASH
                 ADD ODP-BACKUP-ACCOUNT-ID TO WS-AFTER-ID-HASH
                 ADD ODP-MAX-TRANSFER      TO WS-AFTER-AMOUNT
                 ADD ODP-DAY-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD ODP-TOTAL-FEES        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE ODP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-ODPROTECT-END.
           EXIT.
      ******************************************************************
       F-WIDEN-ONBOARDING SECTION.
           MOVE "files/onboarding.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT OB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE OB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT OB-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT OB-NEW-FILE
           MOVE LOW-VALUES                 TO NOB-CUSTOMER-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START OB-NARROW-FILE KEY IS NOT LESS THAN NOB-CUSTOMER-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ OB-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE ONBOARD-RECORD
                 MOVE NOB-CUSTOMER-ID      TO OB-CUSTOMER-ID
                 MOVE NOB-OPENED-DATE      TO OB-OPENED-DATE
                 MOVE NOB-STEP-KYC         TO OB-STEP-KYC
                 MOVE NOB-STEP-KYC-DATE    TO OB-STEP-KYC-DATE
                 MOVE NOB-STEP-ACCOUNT     TO OB-STEP-ACCOUNT
                 MOVE NOB-STEP-ACCOUNT-DATE TO OB-STEP-ACCOUNT-DATE
                 MOVE NOB-STEP-CARD        TO OB-STEP-CARD
                 MOVE NOB-STEP-CARD-DATE   TO OB-STEP-CARD-DATE
                 MOVE NOB-STEP-WELCOME     TO OB-STEP-WELCOME
                 MOVE NOB-STEP-WELCOME-DATE TO OB-STEP-WELCOME-DATE
                 ADD NOB-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE ONBOARD-RECORD
             END-READ
           END-PERFORM
           CLOSE OB-NARROW-FILE
           CLOSE OB-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT OB-NEW-FILE
           MOVE LOW-VALUES                 TO OB-CUSTOMER-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START OB-NEW-FILE KEY IS NOT LESS THAN OB-CUSTOMER-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ OB-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD OB-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE OB-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-ONBOARDING-END.
           EXIT.
      ******************************************************************
       F-WIDEN-PAYREQUESTS SECTION.
           MOVE "files/payrequests.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT PR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE PR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT PR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT PR-NEW-FILE
           MOVE LOW-VALUES                 TO NPR-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PR-NARROW-FILE KEY IS NOT LESS THAN NPR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE PAY-REQUEST-RECORD
                 MOVE NPR-ID               TO PR-ID
                 MOVE NPR-REQ-CUSTID       TO PR-REQ-CUSTID
                 MOVE NPR-REQ-IBAN         TO PR-REQ-IBAN
                 MOVE NPR-PAYER-CUSTID     TO PR-PAYER-CUSTID
                 MOVE NPR-PAYER-IBAN       TO PR-PAYER-IBAN
                 MOVE NPR-AMOUNT           TO PR-AMOUNT
                 MOVE NPR-CURRENCY         TO PR-CURRENCY
                 MOVE NPR-REFERENCE        TO PR-REFERENCE
                 MOVE NPR-CREATED-DATE     TO PR-CREATED-DATE
                 MOVE NPR-EXPIRY-DATE      TO PR-EXPIRY-DATE
                 MOVE NPR-STATUS           TO PR-STATUS
                 MOVE NPR-REQUESTED-BY     TO PR-REQUESTED-BY
                 MOVE NPR-CREATED-TS       TO PR-CREATED-TS
                 MOVE NPR-RESOLVED-TS      TO PR-RESOLVED-TS
                 MOVE NPR-TRANSFER-ID      TO PR-TRANSFER-ID
                 MOVE NPR-TRANSFER-STATUS  TO PR-TRANSFER-STATUS
                 ADD NPR-REQ-CUSTID        TO WS-BEFORE-ID-HASH
                 ADD NPR-PAYER-CUSTID      TO WS-BEFORE-ID-HASH
                 ADD NPR-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NPR-REQUESTED-BY      TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE PAY-REQUEST-RECORD
             END-READ
           END-PERFORM
           CLOSE PR-NARROW-FILE
           CLOSE PR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT PR-NEW-FILE
           MOVE LOW-VALUES                 TO PR-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PR-NEW-FILE KEY IS NOT LESS THAN PR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD PR-REQ-CUSTID         TO WS-AFTER-ID-HASH
                 ADD PR-PAYER-CUSTID       TO WS-AFTER-ID-HASH
                 ADD PR-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD PR-REQUESTED-BY       TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE PR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-PAYREQUESTS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-POCKETLEDGER SECTION.
           MOVE "files/pocketledger.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT PL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE PL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT PL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT PL-NEW-FILE
           MOVE LOW-VALUES                 TO NPL-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PL-NARROW-FILE KEY IS NOT LESS THAN NPL-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PL-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE POCKET-LEDGER-RECORD
                 MOVE NPL-ACCOUNT-ID       TO PL-ACCOUNT-ID
                 MOVE NPL-CURRENCY         TO PL-CURRENCY
                 MOVE NPL-SEQ              TO PL-SEQ
                 MOVE NPL-TYPE             TO PL-TYPE
                 MOVE NPL-AMOUNT           TO PL-AMOUNT
                 MOVE NPL-BALANCE-AFTER    TO PL-BALANCE-AFTER
                 MOVE NPL-POST-DATE        TO PL-POST-DATE
                 MOVE NPL-TIMESTAMP        TO PL-TIMESTAMP
                 MOVE NPL-REFERENCE        TO PL-REFERENCE
                 MOVE NPL-MEMO             TO PL-MEMO
                 MOVE NPL-BASE-AMOUNT      TO PL-BASE-AMOUNT
                 MOVE NPL-FX-RATE          TO PL-FX-RATE
                 ADD NPL-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NPL-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NPL-BALANCE-AFTER     TO WS-BEFORE-AMOUNT
                 ADD NPL-BASE-AMOUNT       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE POCKET-LEDGER-RECORD
             END-READ
           END-PERFORM
           CLOSE PL-NARROW-FILE
           CLOSE PL-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT PL-NEW-FILE
           MOVE LOW-VALUES                 TO PL-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PL-NEW-FILE KEY IS NOT LESS THAN PL-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PL-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD PL-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD PL-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD PL-BALANCE-AFTER      TO WS-AFTER-AMOUNT
                 ADD PL-BASE-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE PL-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-POCKETLEDGER-END.
           EXIT.
      ******************************************************************
       F-WIDEN-PROXYREG SECTION.
           MOVE "files/proxyreg.dat"       TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT PX-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE PX-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT PX-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT PX-NEW-FILE
           MOVE LOW-VALUES                 TO NPX-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PX-NARROW-FILE KEY IS NOT LESS THAN NPX-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PX-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE PROXY-RECORD
                 MOVE NPX-TYPE             TO PX-TYPE
                 MOVE NPX-VALUE            TO PX-VALUE
                 MOVE NPX-CUSTOMERID       TO PX-CUSTOMERID
                 MOVE NPX-ACCOUNTID        TO PX-ACCOUNTID
                 MOVE NPX-IBAN             TO PX-IBAN
                 MOVE NPX-CONTACT-SEQ      TO PX-CONTACT-SEQ
                 MOVE NPX-STATUS           TO PX-STATUS
                 MOVE NPX-REG-DATE         TO PX-REG-DATE
                 MOVE NPX-REG-BY           TO PX-REG-BY
                 MOVE NPX-DEREG-DATE       TO PX-DEREG-DATE
                 MOVE NPX-DEREG-BY         TO PX-DEREG-BY
                 ADD NPX-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NPX-ACCOUNTID         TO WS-BEFORE-ID-HASH
                 ADD NPX-REG-BY            TO WS-BEFORE-ID-HASH
                 ADD NPX-DEREG-BY          TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE PROXY-RECORD
             END-READ
           END-PERFORM
           CLOSE PX-NARROW-FILE
           CLOSE PX-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT PX-NEW-FILE
           MOVE LOW-VALUES                 TO PX-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START PX-NEW-FILE KEY IS NOT LESS THAN PX-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PX-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD PX-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD PX-ACCOUNTID          TO WS-AFTER-ID-HASH
                 ADD PX-REG-BY             TO WS-AFTER-ID-HASH
                 ADD PX-DEREG-BY           TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE PX-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-PROXYREG-END.
           EXIT.
      ******************************************************************
       F-WIDEN-REQDUPS SECTION.
           MOVE "files/reqdups.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           SET FG-NEEDS-CONVERT-N          TO TRUE
           OPEN INPUT RD-NEW-FILE
           IF WS-NEW-STATUS = "00"
             READ RD-NEW-FILE
               AT END
                 MOVE "10"                 TO WS-NEW-STATUS
               NOT AT END
                 IF RD-BANKUSERID NOT NUMERIC
                   SET FG-NEEDS-CONVERT-Y  TO TRUE
                 END-IF
             END-READ
             CLOSE RD-NEW-FILE
           END-IF
           PERFORM F-PROBE-LINE-LAYOUT
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT RD-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT RD-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RD-NARROW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 MOVE SPACES               TO REQDUP-RECORD
                 MOVE NRD-BUSDATE          TO RD-BUSDATE
                 MOVE NRD-CAUGHT-TS        TO RD-CAUGHT-TS
                 MOVE NRD-BANKUSERID       TO RD-BANKUSERID
                 MOVE NRD-REQUEST-KEY      TO RD-REQUEST-KEY
                 MOVE NRD-METHOD           TO RD-METHOD
                 MOVE NRD-OBJECT           TO RD-OBJECT
                 MOVE NRD-OUTCOME          TO RD-OUTCOME
                 MOVE NRD-FIRST-TS         TO RD-FIRST-TS
                 MOVE NRD-DUP-COUNT        TO RD-DUP-COUNT
                 ADD NRD-BANKUSERID        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE REQDUP-RECORD
             END-READ
           END-PERFORM
           CLOSE RD-NARROW-FILE
           CLOSE RD-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT RD-NEW-FILE
           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RD-NEW-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD RD-BANKUSERID         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE RD-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-REQDUPS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-REQKEYS SECTION.
           MOVE "files/reqkeys.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT RK-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE RK-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT RK-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT RK-NEW-FILE
           MOVE LOW-VALUES                 TO NRK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START RK-NARROW-FILE KEY IS NOT LESS THAN NRK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RK-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE REQKEY-RECORD
                 MOVE NRK-BANKUSERID       TO RK-BANKUSERID
                 MOVE NRK-REQUEST-KEY      TO RK-REQUEST-KEY
                 MOVE NRK-STATE            TO RK-STATE
                 MOVE NRK-METHOD           TO RK-METHOD
                 MOVE NRK-OBJECT           TO RK-OBJECT
                 MOVE NRK-REQUEST-DATA     TO RK-REQUEST-DATA
                 MOVE NRK-FIRST-TS         TO RK-FIRST-TS
                 MOVE NRK-FIRST-MINUTE     TO RK-FIRST-MINUTE
                 MOVE NRK-DUP-COUNT        TO RK-DUP-COUNT
                 MOVE NRK-LAST-DUP-TS      TO RK-LAST-DUP-TS
                 MOVE NRK-RESULT-DATA      TO RK-RESULT-DATA
                 ADD NRK-BANKUSERID        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE REQKEY-RECORD
             END-READ
           END-PERFORM
           CLOSE RK-NARROW-FILE
           CLOSE RK-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT RK-NEW-FILE
           MOVE LOW-VALUES                 TO RK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START RK-NEW-FILE KEY IS NOT LESS THAN RK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RK-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD RK-BANKUSERID         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE RK-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-REQKEYS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-REVERSALS SECTION.
           MOVE "files/reversals.dat"      TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT RV-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE RV-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT RV-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT RV-NEW-FILE
           MOVE LOW-VALUES                 TO NRV-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START RV-NARROW-FILE KEY IS NOT LESS THAN NRV-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RV-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE REVERSAL-RECORD
                 MOVE NRV-ENTITY           TO RV-ENTITY
                 MOVE NRV-ENTITY-ID        TO RV-ENTITY-ID
                 MOVE NRV-ORIGIN           TO RV-ORIGIN
                 MOVE NRV-ORIGIN-REF       TO RV-ORIGIN-REF
                 MOVE NRV-POSTED-ID        TO RV-POSTED-ID
                 MOVE NRV-AMOUNT           TO RV-AMOUNT
                 MOVE NRV-ACTOR-BUSR-ID    TO RV-ACTOR-BUSR-ID
                 MOVE NRV-TIMESTAMP        TO RV-TIMESTAMP
                 ADD NRV-ENTITY-ID         TO WS-BEFORE-ID-HASH
                 ADD NRV-POSTED-ID         TO WS-BEFORE-ID-HASH
                 ADD NRV-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD NRV-ACTOR-BUSR-ID     TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE REVERSAL-RECORD
             END-READ
           END-PERFORM
           CLOSE RV-NARROW-FILE
           CLOSE RV-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT RV-NEW-FILE
           MOVE LOW-VALUES                 TO RV-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START RV-NEW-FILE KEY IS NOT LESS THAN RV-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RV-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD RV-ENTITY-ID          TO WS-AFTER-ID-HASH
                 ADD RV-POSTED-ID          TO WS-AFTER-ID-HASH
                 ADD RV-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD RV-ACTOR-BUSR-ID      TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE RV-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-REVERSALS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SALARYCREDITS SECTION.
           MOVE "files/salarycredits.dat"  TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SC-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SC-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SC-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SC-NEW-FILE
           MOVE LOW-VALUES                 TO NSC-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SC-NARROW-FILE KEY IS NOT LESS THAN NSC-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SC-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SALARY-CREDIT-RECORD
                 MOVE NSC-ACCOUNT-ID       TO SC-ACCOUNT-ID
                 MOVE NSC-LAST-DATE        TO SC-LAST-DATE
                 MOVE NSC-LAST-AMOUNT      TO SC-LAST-AMOUNT
                 MOVE NSC-REFERENCE        TO SC-REFERENCE
                 ADD NSC-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NSC-LAST-AMOUNT       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SALARY-CREDIT-RECORD
             END-READ
           END-PERFORM
           CLOSE SC-NARROW-FILE
           CLOSE SC-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SC-NEW-FILE
           MOVE LOW-VALUES                 TO SC-ACCOUNT-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SC-NEW-FILE KEY IS NOT LESS THAN SC-ACCOUNT-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SC-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SC-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD SC-LAST-AMOUNT        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SC-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SALARYCREDITS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SCHEDRULES SECTION.
           MOVE "files/schedrules.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SR-NEW-FILE
           MOVE LOW-VALUES                 TO NSR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SR-NARROW-FILE KEY IS NOT LESS THAN NSR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SCHED-RULE-RECORD
                 MOVE NSR-ENTITY           TO SR-ENTITY
                 MOVE NSR-ENTITY-ID        TO SR-ENTITY-ID
                 MOVE NSR-RULE             TO SR-RULE
                 MOVE NSR-INTERVAL         TO SR-INTERVAL
                 MOVE NSR-DAY              TO SR-DAY
                 MOVE NSR-NOMINAL-DATE     TO SR-NOMINAL-DATE
                 ADD NSR-ENTITY-ID         TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SCHED-RULE-RECORD
             END-READ
           END-PERFORM
           CLOSE SR-NARROW-FILE
           CLOSE SR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SR-NEW-FILE
           MOVE LOW-VALUES
                                          TO SR-KEY OF SCHED-RULE-RECORD
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SR-NEW-FILE KEY IS NOT LESS THAN
                 SR-KEY OF SCHED-RULE-RECORD
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SR-ENTITY-ID          TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SCHEDRULES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SDBACCESS SECTION.
           MOVE "files/sdbaccess.dat"      TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SA-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SA-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SA-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SA-NEW-FILE
           MOVE LOW-VALUES                 TO NSA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SA-NARROW-FILE KEY IS NOT LESS THAN NSA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SA-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SDB-ACCESS-RECORD
                 MOVE NSA-BRANCH-ID        TO SA-BRANCH-ID
                 MOVE NSA-BOX-NO           TO SA-BOX-NO
                 MOVE NSA-SEQ              TO SA-SEQ
                 MOVE NSA-RENTAL-SEQ       TO SA-RENTAL-SEQ
                 MOVE NSA-CUSTOMERID       TO SA-CUSTOMERID
                 MOVE NSA-DATE             TO SA-DATE
                 MOVE NSA-TIME             TO SA-TIME
                 MOVE NSA-TELLER-BUSR      TO SA-TELLER-BUSR
                 MOVE NSA-OUTCOME          TO SA-OUTCOME
                 MOVE NSA-REFUSE-REASON    TO SA-REFUSE-REASON
                 ADD NSA-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NSA-TELLER-BUSR       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SDB-ACCESS-RECORD
             END-READ
           END-PERFORM
           CLOSE SA-NARROW-FILE
           CLOSE SA-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SA-NEW-FILE
           MOVE LOW-VALUES                 TO SA-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SA-NEW-FILE KEY IS NOT LESS THAN SA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SA-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SA-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD SA-TELLER-BUSR        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SA-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SDBACCESS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SDBOXES SECTION.
           MOVE "files/sdboxes.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SB-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SB-NEW-FILE
           MOVE LOW-VALUES                 TO NSB-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SB-NARROW-FILE KEY IS NOT LESS THAN NSB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SB-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SDB-BOX-RECORD
                 MOVE NSB-BRANCH-ID        TO SB-BRANCH-ID
                 MOVE NSB-BOX-NO           TO SB-BOX-NO
                 MOVE NSB-SIZE             TO SB-SIZE
                 MOVE NSB-STATUS           TO SB-STATUS
                 MOVE NSB-RENTAL-SEQ       TO SB-RENTAL-SEQ
                 MOVE NSB-ADDED-DATE       TO SB-ADDED-DATE
                 MOVE NSB-ADDED-BY         TO SB-ADDED-BY
                 MOVE NSB-UPDATED-DATE     TO SB-UPDATED-DATE
                 MOVE NSB-UPDATED-BY       TO SB-UPDATED-BY
                 ADD NSB-ADDED-BY          TO WS-BEFORE-ID-HASH
                 ADD NSB-UPDATED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SDB-BOX-RECORD
             END-READ
           END-PERFORM
           CLOSE SB-NARROW-FILE
           CLOSE SB-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SB-NEW-FILE
           MOVE LOW-VALUES                 TO SB-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SB-NEW-FILE KEY IS NOT LESS THAN SB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SB-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SB-ADDED-BY           TO WS-AFTER-ID-HASH
                 ADD SB-UPDATED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SB-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SDBOXES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SDBPARTIES SECTION.
           MOVE "files/sdbparties.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SP-NEW-FILE
           MOVE LOW-VALUES                 TO NSP-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SP-NARROW-FILE KEY IS NOT LESS THAN NSP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SDB-PARTY-RECORD
                 MOVE NSP-BRANCH-ID        TO SP-BRANCH-ID
                 MOVE NSP-BOX-NO           TO SP-BOX-NO
                 MOVE NSP-RENTAL-SEQ       TO SP-RENTAL-SEQ
                 MOVE NSP-CUSTOMERID       TO SP-CUSTOMERID
                 MOVE NSP-STATUS           TO SP-STATUS
                 MOVE NSP-KEY-HOLDER       TO SP-KEY-HOLDER
                 MOVE NSP-ADDED-DATE       TO SP-ADDED-DATE
                 MOVE NSP-ADDED-BY         TO SP-ADDED-BY
                 MOVE NSP-REMOVED-DATE     TO SP-REMOVED-DATE
                 MOVE NSP-REMOVED-BY       TO SP-REMOVED-BY
                 ADD NSP-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NSP-ADDED-BY          TO WS-BEFORE-ID-HASH
                 ADD NSP-REMOVED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SDB-PARTY-RECORD
             END-READ
           END-PERFORM
           CLOSE SP-NARROW-FILE
           CLOSE SP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SP-NEW-FILE
           MOVE LOW-VALUES                 TO SP-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SP-NEW-FILE KEY IS NOT LESS THAN SP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SP-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD SP-ADDED-BY           TO WS-AFTER-ID-HASH
                 ADD SP-REMOVED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SDBPARTIES-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SDBRENTALS SECTION.
           MOVE "files/sdbrentals.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SRN-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SRN-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SRN-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SRN-NEW-FILE
           MOVE LOW-VALUES                 TO NSRN-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SRN-NARROW-FILE KEY IS NOT LESS THAN NSRN-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SRN-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SDB-RENTAL-RECORD
                 MOVE NSRN-BRANCH-ID       TO SR-BRANCH-ID
                 MOVE NSRN-BOX-NO          TO SR-BOX-NO
                 MOVE NSRN-SEQ             TO SR-SEQ
                 MOVE NSRN-ACCOUNT-ID      TO SR-ACCOUNT-ID
                 MOVE NSRN-START-DATE      TO SR-START-DATE
                 MOVE NSRN-NEXT-DUE-DATE   TO SR-NEXT-DUE-DATE
                 MOVE NSRN-STATUS          TO SR-STATUS
                 MOVE NSRN-LAST-PAID-DATE  TO SR-LAST-PAID-DATE
                 MOVE NSRN-LAST-RENT-AMOUNT TO SR-LAST-RENT-AMOUNT
                 MOVE NSRN-EXCEPTION       TO SR-EXCEPTION
                 MOVE NSRN-EXCEPTION-DATE  TO SR-EXCEPTION-DATE
                 MOVE NSRN-OPENED-BY       TO SR-OPENED-BY
                 MOVE NSRN-ENDED-DATE      TO SR-ENDED-DATE
                 MOVE NSRN-ENDED-BY        TO SR-ENDED-BY
                 ADD NSRN-ACCOUNT-ID       TO WS-BEFORE-ID-HASH
                 ADD NSRN-LAST-RENT-AMOUNT TO WS-BEFORE-AMOUNT
                 ADD NSRN-OPENED-BY        TO WS-BEFORE-ID-HASH
                 ADD NSRN-ENDED-BY         TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SDB-RENTAL-RECORD
             END-READ
           END-PERFORM
           CLOSE SRN-NARROW-FILE
           CLOSE SRN-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SRN-NEW-FILE
           MOVE LOW-VALUES
                                          TO SR-KEY OF SDB-RENTAL-RECORD
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SRN-NEW-FILE KEY IS NOT LESS THAN
                 SR-KEY OF SDB-RENTAL-RECORD
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SRN-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SR-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD SR-LAST-RENT-AMOUNT   TO WS-AFTER-AMOUNT
                 ADD SR-OPENED-BY          TO WS-AFTER-ID-HASH
                 ADD SR-ENDED-BY           TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SRN-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SDBRENTALS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-SESSION SECTION.
           MOVE "files/session.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SS-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SS-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SS-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SS-NEW-FILE
           MOVE LOW-VALUES                 TO NSS-TOKEN
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SS-NARROW-FILE KEY IS NOT LESS THAN NSS-TOKEN
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SS-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE SESSION-RECORD
                 MOVE NSS-TOKEN            TO SS-TOKEN
                 MOVE NSS-BUSR-ID          TO SS-BUSR-ID
                 MOVE NSS-EXPIRES-MIN      TO SS-EXPIRES-MIN
                 ADD NSS-BUSR-ID           TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE SESSION-RECORD
             END-READ
           END-PERFORM
           CLOSE SS-NARROW-FILE
           CLOSE SS-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SS-NEW-FILE
           MOVE LOW-VALUES                 TO SS-TOKEN
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SS-NEW-FILE KEY IS NOT LESS THAN SS-TOKEN
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SS-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SS-BUSR-ID            TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SS-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-SESSION-END.
           EXIT.
      ******************************************************************
       F-WIDEN-STANDORD SECTION.
           MOVE "files/standord.dat"       TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SO-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SO-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SO-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SO-NEW-FILE
           MOVE LOW-VALUES                 TO NSO-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SO-NARROW-FILE KEY IS NOT LESS THAN NSO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SO-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE STANDING-ORDER-RECORD
                 MOVE NSO-ID               TO SO-ID
                 MOVE NSO-SRC-IBAN         TO SO-SRC-IBAN
                 MOVE NSO-DEST-IBAN        TO SO-DEST-IBAN
                 MOVE NSO-AMOUNT           TO SO-AMOUNT
                 MOVE NSO-CURRENCY         TO SO-CURRENCY
                 MOVE NSO-FREQUENCY-DAYS   TO SO-FREQUENCY-DAYS
                 MOVE NSO-NEXT-RUN-DATE    TO SO-NEXT-RUN-DATE
                 MOVE NSO-STATUS           TO SO-STATUS
                 ADD NSO-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE STANDING-ORDER-RECORD
             END-READ
           END-PERFORM
           CLOSE SO-NARROW-FILE
           CLOSE SO-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SO-NEW-FILE
           MOVE LOW-VALUES                 TO SO-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SO-NEW-FILE KEY IS NOT LESS THAN SO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SO-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SO-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SO-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-STANDORD-END.
           EXIT.
      ******************************************************************
       F-WIDEN-STEPUP SECTION.
           MOVE "files/stepup.dat"         TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SU-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SU-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SU-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SU-NEW-FILE
           MOVE LOW-VALUES                 TO NSU-BUSR-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SU-NARROW-FILE KEY IS NOT LESS THAN NSU-BUSR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SU-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE STEPUP-RECORD
                 MOVE NSU-BUSR-ID          TO SU-BUSR-ID
                 MOVE NSU-CODE             TO SU-CODE
                 MOVE NSU-EXPIRES-MIN      TO SU-EXPIRES-MIN
                 MOVE NSU-STATUS           TO SU-STATUS
                 ADD NSU-BUSR-ID           TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE STEPUP-RECORD
             END-READ
           END-PERFORM
           CLOSE SU-NARROW-FILE
           CLOSE SU-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SU-NEW-FILE
           MOVE LOW-VALUES                 TO SU-BUSR-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SU-NEW-FILE KEY IS NOT LESS THAN SU-BUSR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SU-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SU-BUSR-ID            TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SU-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-STEPUP-END.
           EXIT.
      ******************************************************************
       F-WIDEN-STMTCYCLE SECTION.
           MOVE "files/stmtcycle.dat"      TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SCY-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SCY-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SCY-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SCY-NEW-FILE
           MOVE LOW-VALUES                 TO NSCY-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SCY-NARROW-FILE KEY IS NOT LESS THAN NSCY-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SCY-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE STMT-CYCLE-RECORD
                 MOVE NSCY-ACCOUNT-ID      TO SCY-ACCOUNT-ID
                 MOVE NSCY-PERIOD          TO SCY-PERIOD
                 MOVE NSCY-STMT-NUMBER     TO SCY-STMT-NUMBER
                 MOVE NSCY-TRANS-COUNT     TO SCY-TRANS-COUNT
                 MOVE NSCY-CLOSING-BALANCE TO SCY-CLOSING-BALANCE
                 MOVE NSCY-PRODUCED-TS     TO SCY-PRODUCED-TS
                 MOVE NSCY-FILENAME        TO SCY-FILENAME
                 ADD NSCY-ACCOUNT-ID       TO WS-BEFORE-ID-HASH
                 ADD NSCY-CLOSING-BALANCE  TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE STMT-CYCLE-RECORD
             END-READ
           END-PERFORM
           CLOSE SCY-NARROW-FILE
           CLOSE SCY-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SCY-NEW-FILE
           MOVE LOW-VALUES                 TO SCY-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SCY-NEW-FILE KEY IS NOT LESS THAN SCY-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SCY-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SCY-ACCOUNT-ID        TO WS-AFTER-ID-HASH
                 ADD SCY-CLOSING-BALANCE   TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SCY-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-STMTCYCLE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-STMTEXPORT SECTION.
           MOVE "files/stmtexport.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT SX-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE SX-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT SX-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT SX-NEW-FILE
           MOVE LOW-VALUES                 TO NSX-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SX-NARROW-FILE KEY IS NOT LESS THAN NSX-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SX-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE STMT-EXPORT-RECORD
                 MOVE NSX-ACCOUNT-ID       TO SX-ACCOUNT-ID
                 MOVE NSX-STMT-DATE        TO SX-STMT-DATE
                 MOVE NSX-SEQ-NUMBER       TO SX-SEQ-NUMBER
                 MOVE NSX-CUSTOMER-ID      TO SX-CUSTOMER-ID
                 MOVE NSX-IBAN             TO SX-IBAN
                 MOVE NSX-CURRENCY         TO SX-CURRENCY
                 MOVE NSX-OPENING-BAL      TO SX-OPENING-BAL
                 MOVE NSX-CLOSING-BAL      TO SX-CLOSING-BAL
                 MOVE NSX-ENTRY-COUNT      TO SX-ENTRY-COUNT
                 MOVE NSX-TOTAL-CREDIT     TO SX-TOTAL-CREDIT
                 MOVE NSX-TOTAL-DEBIT      TO SX-TOTAL-DEBIT
                 MOVE NSX-ORIGIN           TO SX-ORIGIN
                 MOVE NSX-DELIVERY-COUNT   TO SX-DELIVERY-COUNT
                 MOVE NSX-PRODUCED-TS      TO SX-PRODUCED-TS
                 MOVE NSX-MT940-FILE       TO SX-MT940-FILE
                 MOVE NSX-CAMT-FILE        TO SX-CAMT-FILE
                 ADD NSX-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NSX-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NSX-OPENING-BAL       TO WS-BEFORE-AMOUNT
                 ADD NSX-CLOSING-BAL       TO WS-BEFORE-AMOUNT
                 ADD NSX-TOTAL-CREDIT      TO WS-BEFORE-AMOUNT
                 ADD NSX-TOTAL-DEBIT       TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE STMT-EXPORT-RECORD
             END-READ
           END-PERFORM
           CLOSE SX-NARROW-FILE
           CLOSE SX-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT SX-NEW-FILE
           MOVE LOW-VALUES                 TO SX-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START SX-NEW-FILE KEY IS NOT LESS THAN SX-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SX-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD SX-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD SX-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD SX-OPENING-BAL        TO WS-AFTER-AMOUNT
                 ADD SX-CLOSING-BAL        TO WS-AFTER-AMOUNT
                 ADD SX-TOTAL-CREDIT       TO WS-AFTER-AMOUNT
                 ADD SX-TOTAL-DEBIT        TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE SX-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-STMTEXPORT-END.
           EXIT.
      ******************************************************************
       F-WIDEN-TAXRESIDENCY SECTION.
           MOVE "files/taxresidency.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT TR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE TR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT TR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT TR-NEW-FILE
           MOVE LOW-VALUES                 TO NTR-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TR-NARROW-FILE KEY IS NOT LESS THAN NTR-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE TAX-RESIDENCY-RECORD
                 MOVE NTR-CUSTOMERID       TO TR-CUSTOMERID
                 MOVE NTR-SELFCERT-DATE    TO TR-SELFCERT-DATE
                 MOVE NTR-US-PERSON        TO TR-US-PERSON
                 MOVE NTR-COUNTRY-COUNT    TO TR-COUNTRY-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 5
                   MOVE NTR-COUNTRY(IND-1) TO TR-COUNTRY(IND-1)
                   MOVE NTR-TIN(IND-1)     TO TR-TIN(IND-1)
                 END-PERFORM
                 MOVE NTR-INDICIA-STATUS   TO TR-INDICIA-STATUS
                 MOVE NTR-INDICIA-COUNTRY  TO TR-INDICIA-COUNTRY
                 MOVE NTR-INDICIA-SOURCE   TO TR-INDICIA-SOURCE
                 MOVE NTR-INDICIA-DATE     TO TR-INDICIA-DATE
                 MOVE NTR-UPDATED-DATE     TO TR-UPDATED-DATE
                 ADD NTR-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE TAX-RESIDENCY-RECORD
             END-READ
           END-PERFORM
           CLOSE TR-NARROW-FILE
           CLOSE TR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT TR-NEW-FILE
           MOVE LOW-VALUES                 TO TR-CUSTOMERID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TR-NEW-FILE KEY IS NOT LESS THAN TR-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD TR-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE TR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-TAXRESIDENCY-END.
           EXIT.
      ******************************************************************
       F-WIDEN-TERMDEPOSITS SECTION.
           MOVE "files/termdeposits.dat"   TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT TD-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE TD-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT TD-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT TD-NEW-FILE
           MOVE LOW-VALUES                 TO NTD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TD-NARROW-FILE KEY IS NOT LESS THAN NTD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TD-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE TERM-DEP-RECORD
                 MOVE NTD-ID               TO TD-ID
                 MOVE NTD-ACCOUNT-ID       TO TD-ACCOUNT-ID
                 MOVE NTD-CUSTOMER-ID      TO TD-CUSTOMER-ID
                 MOVE NTD-CURRENCY         TO TD-CURRENCY
                 MOVE NTD-PRINCIPAL        TO TD-PRINCIPAL
                 MOVE NTD-ANNUAL-RATE-PCT  TO TD-ANNUAL-RATE-PCT
                 MOVE NTD-TERM-MONTHS      TO TD-TERM-MONTHS
                 MOVE NTD-OPEN-DATE        TO TD-OPEN-DATE
                 MOVE NTD-MATURITY-DATE    TO TD-MATURITY-DATE
                 MOVE NTD-ROLLOVER         TO TD-ROLLOVER
                 MOVE NTD-EARLY-PENALTY-PCT TO TD-EARLY-PENALTY-PCT
                 MOVE NTD-STATUS           TO TD-STATUS
                 ADD NTD-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NTD-CUSTOMER-ID       TO WS-BEFORE-ID-HASH
                 ADD NTD-PRINCIPAL         TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE TERM-DEP-RECORD
             END-READ
           END-PERFORM
           CLOSE TD-NARROW-FILE
           CLOSE TD-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT TD-NEW-FILE
           MOVE LOW-VALUES                 TO TD-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TD-NEW-FILE KEY IS NOT LESS THAN TD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TD-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD TD-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD TD-CUSTOMER-ID        TO WS-AFTER-ID-HASH
                 ADD TD-PRINCIPAL          TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE TD-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-TERMDEPOSITS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-TICKETS SECTION.
           MOVE "files/tickets.dat"        TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT TK-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE TK-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT TK-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT TK-NEW-FILE
           MOVE LOW-VALUES                 TO NTK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TK-NARROW-FILE KEY IS NOT LESS THAN NTK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TK-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE TICKET-RECORD
                 MOVE NTK-TICKET-ID        TO TK-TICKET-ID
                 MOVE NTK-CUSTOMERID       TO TK-CUSTOMERID
                 MOVE NTK-ENTITY           TO TK-ENTITY
                 MOVE NTK-ENTITY-ID        TO TK-ENTITY-ID
                 MOVE NTK-SUBJECT          TO TK-SUBJECT
                 MOVE NTK-OPENED-BY-BUSR-ID TO TK-OPENED-BY-BUSR-ID
                 MOVE NTK-OPENED-TIMESTAMP TO TK-OPENED-TIMESTAMP
                 MOVE NTK-STATUS           TO TK-STATUS
                 MOVE NTK-ASSIGNED-TO      TO TK-ASSIGNED-TO
                 MOVE NTK-RESOLVED-BY      TO TK-RESOLVED-BY
                 MOVE NTK-RESOLVED-TIMESTAMP TO TK-RESOLVED-TIMESTAMP
                 MOVE NTK-RESOLUTION-NOTES TO TK-RESOLUTION-NOTES
                 ADD NTK-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NTK-ENTITY-ID         TO WS-BEFORE-ID-HASH
                 ADD NTK-OPENED-BY-BUSR-ID TO WS-BEFORE-ID-HASH
                 ADD NTK-ASSIGNED-TO       TO WS-BEFORE-ID-HASH
                 ADD NTK-RESOLVED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE TICKET-RECORD
             END-READ
           END-PERFORM
           CLOSE TK-NARROW-FILE
           CLOSE TK-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT TK-NEW-FILE
           MOVE LOW-VALUES                 TO TK-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TK-NEW-FILE KEY IS NOT LESS THAN TK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TK-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD TK-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD TK-ENTITY-ID          TO WS-AFTER-ID-HASH
                 ADD TK-OPENED-BY-BUSR-ID  TO WS-AFTER-ID-HASH
                 ADD TK-ASSIGNED-TO        TO WS-AFTER-ID-HASH
                 ADD TK-RESOLVED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE TK-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-TICKETS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-TILLBALANCE SECTION.
           MOVE "files/tillbalance.dat"    TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT TL-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE TL-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT TL-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT TL-NEW-FILE
           MOVE LOW-VALUES                 TO NTL-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TL-NARROW-FILE KEY IS NOT LESS THAN NTL-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TL-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE TILL-RECORD
                 MOVE NTL-BUSR-ID          TO TL-BUSR-ID
                 MOVE NTL-BRANCHID         TO TL-BRANCHID
                 MOVE NTL-SHIFT-DATE       TO TL-SHIFT-DATE
                 MOVE NTL-STATUS           TO TL-STATUS
                 MOVE NTL-OPENING-FLOAT    TO TL-OPENING-FLOAT
                 MOVE NTL-CASH-IN          TO TL-CASH-IN
                 MOVE NTL-CASH-OUT         TO TL-CASH-OUT
                 MOVE NTL-EXPECTED-CLOSE   TO TL-EXPECTED-CLOSE
                 MOVE NTL-COUNTED-CLOSE    TO TL-COUNTED-CLOSE
                 MOVE NTL-VARIANCE         TO TL-VARIANCE
                 ADD NTL-OPENING-FLOAT     TO WS-BEFORE-AMOUNT
                 ADD NTL-CASH-IN           TO WS-BEFORE-AMOUNT
                 ADD NTL-CASH-OUT          TO WS-BEFORE-AMOUNT
                 ADD NTL-EXPECTED-CLOSE    TO WS-BEFORE-AMOUNT
                 ADD NTL-COUNTED-CLOSE     TO WS-BEFORE-AMOUNT
                 ADD NTL-VARIANCE          TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE TILL-RECORD
             END-READ
           END-PERFORM
           CLOSE TL-NARROW-FILE
           CLOSE TL-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT TL-NEW-FILE
           MOVE LOW-VALUES                 TO TL-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TL-NEW-FILE KEY IS NOT LESS THAN TL-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TL-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD TL-OPENING-FLOAT      TO WS-AFTER-AMOUNT
                 ADD TL-CASH-IN            TO WS-AFTER-AMOUNT
                 ADD TL-CASH-OUT           TO WS-AFTER-AMOUNT
                 ADD TL-EXPECTED-CLOSE     TO WS-AFTER-AMOUNT
                 ADD TL-COUNTED-CLOSE      TO WS-AFTER-AMOUNT
                 ADD TL-VARIANCE           TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE TL-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-TILLBALANCE-END.
           EXIT.
      ******************************************************************
       F-WIDEN-TILLFX SECTION.
           MOVE "files/tillfx.dat"         TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT TF-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE TF-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT TF-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT TF-NEW-FILE
           MOVE LOW-VALUES                 TO NTF-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TF-NARROW-FILE KEY IS NOT LESS THAN NTF-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TF-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE TILL-FX-RECORD
                 MOVE NTF-BUSR-ID          TO TF-BUSR-ID
                 MOVE NTF-BRANCHID         TO TF-BRANCHID
                 MOVE NTF-SHIFT-DATE       TO TF-SHIFT-DATE
                 MOVE NTF-CURRENCY         TO TF-CURRENCY
                 MOVE NTF-CASH-IN          TO TF-CASH-IN
                 MOVE NTF-CASH-OUT         TO TF-CASH-OUT
                 ADD NTF-CASH-IN           TO WS-BEFORE-AMOUNT
                 ADD NTF-CASH-OUT          TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE TILL-FX-RECORD
             END-READ
           END-PERFORM
           CLOSE TF-NARROW-FILE
           CLOSE TF-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT TF-NEW-FILE
           MOVE LOW-VALUES                 TO TF-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START TF-NEW-FILE KEY IS NOT LESS THAN TF-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TF-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD TF-CASH-IN            TO WS-AFTER-AMOUNT
                 ADD TF-CASH-OUT           TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE TF-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-TILLFX-END.
           EXIT.
      ******************************************************************
       F-WIDEN-XFERAPPR SECTION.
           MOVE "files/transferapprovals.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT APR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE APR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT APR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT APR-NEW-FILE
           MOVE LOW-VALUES                 TO NAPR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START APR-NARROW-FILE KEY IS NOT LESS THAN NAPR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ APR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE APPROVAL-RECORD
                 MOVE NAPR-ID              TO APR-ID
                 MOVE NAPR-SRCIBAN         TO APR-SRCIBAN
                 MOVE NAPR-DESTIBAN        TO APR-DESTIBAN
                 MOVE NAPR-AMOUNT          TO APR-AMOUNT
                 MOVE NAPR-CURRENCY        TO APR-CURRENCY
                 MOVE NAPR-DESTAMOUNT      TO APR-DESTAMOUNT
                 MOVE NAPR-DESTCURRENCY    TO APR-DESTCURRENCY
                 MOVE NAPR-REQUESTED-BY    TO APR-REQUESTED-BY
                 MOVE NAPR-TIMESTAMP       TO APR-TIMESTAMP
                 MOVE NAPR-STATUS          TO APR-STATUS
                 MOVE NAPR-DECIDED-BY      TO APR-DECIDED-BY
                 ADD NAPR-AMOUNT           TO WS-BEFORE-AMOUNT
                 ADD NAPR-DESTAMOUNT       TO WS-BEFORE-AMOUNT
                 ADD NAPR-REQUESTED-BY     TO WS-BEFORE-ID-HASH
                 ADD NAPR-DECIDED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE APPROVAL-RECORD
             END-READ
           END-PERFORM
           CLOSE APR-NARROW-FILE
           CLOSE APR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT APR-NEW-FILE
           MOVE LOW-VALUES                 TO APR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START APR-NEW-FILE KEY IS NOT LESS THAN APR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ APR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD APR-AMOUNT            TO WS-AFTER-AMOUNT
                 ADD APR-DESTAMOUNT        TO WS-AFTER-AMOUNT
                 ADD APR-REQUESTED-BY      TO WS-AFTER-ID-HASH
                 ADD APR-DECIDED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE APR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-XFERAPPR-END.
           EXIT.
      ******************************************************************
       F-WIDEN-VAULTMOVEMENTS SECTION.
           MOVE "files/vaultmovements.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT VM-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE VM-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT VM-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT VM-NEW-FILE
           MOVE LOW-VALUES                 TO NVM-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START VM-NARROW-FILE KEY IS NOT LESS THAN NVM-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VM-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE VAULT-MOVEMENT-RECORD
                 MOVE NVM-ID               TO VM-ID
                 MOVE NVM-BRANCHID         TO VM-BRANCHID
                 MOVE NVM-TYPE             TO VM-TYPE
                 MOVE NVM-AMOUNT           TO VM-AMOUNT
                 MOVE NVM-TILL-BUSR-ID     TO VM-TILL-BUSR-ID
                 MOVE NVM-TILL-SHIFT-DATE  TO VM-TILL-SHIFT-DATE
                 MOVE NVM-REFERENCE        TO VM-REFERENCE
                 MOVE NVM-TIMESTAMP        TO VM-TIMESTAMP
                 ADD NVM-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE VAULT-MOVEMENT-RECORD
             END-READ
           END-PERFORM
           CLOSE VM-NARROW-FILE
           CLOSE VM-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT VM-NEW-FILE
           MOVE LOW-VALUES                 TO VM-ID
           SET FG-MORE-RECORDS-Y           TO TRUE
           START VM-NEW-FILE KEY IS NOT LESS THAN VM-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VM-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD VM-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE VM-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-VAULTMOVEMENTS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-VIBANCOLL SECTION.
           MOVE "files/vibancoll.dat"      TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT VC-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE VC-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT VC-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT VC-NEW-FILE
           MOVE LOW-VALUES                 TO NVC-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START VC-NARROW-FILE KEY IS NOT LESS THAN NVC-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VC-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE VIBAN-COLL-RECORD
                 MOVE NVC-ACCOUNT-ID       TO VC-ACCOUNT-ID
                 MOVE NVC-VIBAN            TO VC-VIBAN
                 MOVE NVC-POST-DATE        TO VC-POST-DATE
                 MOVE NVC-REFERENCE        TO VC-REFERENCE
                 MOVE NVC-AMOUNT           TO VC-AMOUNT
                 MOVE NVC-CURRENCY         TO VC-CURRENCY
                 MOVE NVC-TAG-TYPE         TO VC-TAG-TYPE
                 MOVE NVC-TAG              TO VC-TAG
                 MOVE NVC-POSTED-TS        TO VC-POSTED-TS
                 MOVE NVC-REPORTED-DATE    TO VC-REPORTED-DATE
                 ADD NVC-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NVC-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE VIBAN-COLL-RECORD
             END-READ
           END-PERFORM
           CLOSE VC-NARROW-FILE
           CLOSE VC-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT VC-NEW-FILE
           MOVE LOW-VALUES                 TO VC-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START VC-NEW-FILE KEY IS NOT LESS THAN VC-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VC-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD VC-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD VC-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE VC-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-VIBANCOLL-END.
           EXIT.
      ******************************************************************
       F-WIDEN-VIBANS SECTION.
           MOVE "files/vibans.dat"         TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT VI-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE VI-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT VI-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT VI-NEW-FILE
           MOVE LOW-VALUES                 TO NVI-IBAN
           SET FG-MORE-RECORDS-Y           TO TRUE
           START VI-NARROW-FILE KEY IS NOT LESS THAN NVI-IBAN
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VI-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE VIBAN-RECORD
                 MOVE NVI-IBAN             TO VI-IBAN
                 MOVE NVI-ACCOUNT-ID       TO VI-ACCOUNT-ID
                 MOVE NVI-TAG-TYPE         TO VI-TAG-TYPE
                 MOVE NVI-TAG              TO VI-TAG
                 MOVE NVI-STATUS           TO VI-STATUS
                 MOVE NVI-CREATED-DATE     TO VI-CREATED-DATE
                 MOVE NVI-CREATED-BY       TO VI-CREATED-BY
                 MOVE NVI-CLOSED-DATE      TO VI-CLOSED-DATE
                 ADD NVI-ACCOUNT-ID        TO WS-BEFORE-ID-HASH
                 ADD NVI-CREATED-BY        TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE VIBAN-RECORD
             END-READ
           END-PERFORM
           CLOSE VI-NARROW-FILE
           CLOSE VI-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT VI-NEW-FILE
           MOVE LOW-VALUES                 TO VI-IBAN
           SET FG-MORE-RECORDS-Y           TO TRUE
           START VI-NEW-FILE KEY IS NOT LESS THAN VI-IBAN
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VI-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD VI-ACCOUNT-ID         TO WS-AFTER-ID-HASH
                 ADD VI-CREATED-BY         TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE VI-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-VIBANS-END.
           EXIT.
      ******************************************************************
       F-WIDEN-WIREINPROC SECTION.
           MOVE "files/wires_in_processed.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT WP-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE WP-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT WP-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT WP-NEW-FILE
           MOVE LOW-VALUES                 TO NWP-REFERENCE
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WP-NARROW-FILE KEY IS NOT LESS THAN NWP-REFERENCE
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WP-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE WIRE-PROCESSED-RECORD
                 MOVE NWP-REFERENCE        TO WP-REFERENCE
                 MOVE NWP-BENEF-IBAN       TO WP-BENEF-IBAN
                 MOVE NWP-AMOUNT           TO WP-AMOUNT
                 MOVE NWP-CURRENCY         TO WP-CURRENCY
                 MOVE NWP-OUTCOME          TO WP-OUTCOME
                 MOVE NWP-POSTED-TS        TO WP-POSTED-TS
                 ADD NWP-AMOUNT            TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE WIRE-PROCESSED-RECORD
             END-READ
           END-PERFORM
           CLOSE WP-NARROW-FILE
           CLOSE WP-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT WP-NEW-FILE
           MOVE LOW-VALUES                 TO WP-REFERENCE
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WP-NEW-FILE KEY IS NOT LESS THAN WP-REFERENCE
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WP-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD WP-AMOUNT             TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE WP-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-WIREINPROC-END.
           EXIT.
      ******************************************************************
       F-WIDEN-WDRAPPR SECTION.
           MOVE "files/withdrawalapprovals.dat" TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT WDR-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE WDR-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT WDR-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT WDR-NEW-FILE
           MOVE LOW-VALUES                 TO NWDR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WDR-NARROW-FILE KEY IS NOT LESS THAN NWDR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WDR-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE WDR-APPROVAL-RECORD
                 MOVE NWDR-ID              TO WDR-ID
                 MOVE NWDR-ACCOUNTID       TO WDR-ACCOUNTID
                 MOVE NWDR-AMOUNT          TO WDR-AMOUNT
                 MOVE NWDR-TRTYPE          TO WDR-TRTYPE
                 MOVE NWDR-MEMO            TO WDR-MEMO
                 MOVE NWDR-REQUESTED-BY    TO WDR-REQUESTED-BY
                 MOVE NWDR-TIMESTAMP       TO WDR-TIMESTAMP
                 MOVE NWDR-STATUS          TO WDR-STATUS
                 MOVE NWDR-DECIDED-BY      TO WDR-DECIDED-BY
                 MOVE NWDR-REQUIRED-APPROVALS TO WDR-REQUIRED-APPROVALS
                 MOVE NWDR-APPROVAL-COUNT  TO WDR-APPROVAL-COUNT
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 5
                   MOVE NWDR-APPROVER-ID(IND-1)
                                           TO WDR-APPROVER-ID(IND-1)
                   ADD NWDR-APPROVER-ID(IND-1) TO WS-BEFORE-ID-HASH
                 END-PERFORM
                 ADD NWDR-ACCOUNTID        TO WS-BEFORE-ID-HASH
                 ADD NWDR-AMOUNT           TO WS-BEFORE-AMOUNT
                 ADD NWDR-REQUESTED-BY     TO WS-BEFORE-ID-HASH
                 ADD NWDR-DECIDED-BY       TO WS-BEFORE-ID-HASH
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE WDR-APPROVAL-RECORD
             END-READ
           END-PERFORM
           CLOSE WDR-NARROW-FILE
           CLOSE WDR-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT WDR-NEW-FILE
           MOVE LOW-VALUES                 TO WDR-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START WDR-NEW-FILE KEY IS NOT LESS THAN WDR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WDR-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > 5
                   ADD WDR-APPROVER-ID(IND-1) TO WS-AFTER-ID-HASH
                 END-PERFORM
                 ADD WDR-ACCOUNTID         TO WS-AFTER-ID-HASH
                 ADD WDR-AMOUNT            TO WS-AFTER-AMOUNT
                 ADD WDR-REQUESTED-BY      TO WS-AFTER-ID-HASH
                 ADD WDR-DECIDED-BY        TO WS-AFTER-ID-HASH
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE WDR-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-WDRAPPR-END.
           EXIT.
      ******************************************************************
       F-WIDEN-YEARENDBAL SECTION.
           MOVE "files/yearendbal.dat"     TO WS-LIVE-NAME
           PERFORM F-WIDEN-SET-NAMES
           OPEN INPUT YB-NEW-FILE
           PERFORM F-PROBE-NEW-LAYOUT
           IF WS-NEW-STATUS = "00"
             CLOSE YB-NEW-FILE
           END-IF
           IF FG-NEEDS-CONVERT-N
             PERFORM F-WIDEN-REPORT-SKIPPED
             EXIT SECTION
           END-IF

           OPEN INPUT YB-NARROW-FILE
           IF WS-OLD-STATUS NOT = "00"
             PERFORM F-WIDEN-REPORT-UNREADABLE
             EXIT SECTION
           END-IF

           MOVE WS-TMP-NAME                TO WS-NEW-NAME
           OPEN OUTPUT YB-NEW-FILE
           MOVE LOW-VALUES                 TO NYB-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START YB-NARROW-FILE KEY IS NOT LESS THAN NYB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ YB-NARROW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 INITIALIZE YEAR-END-BAL-RECORD
                 MOVE NYB-YEAR             TO YB-YEAR
                 MOVE NYB-ACCOUNTID        TO YB-ACCOUNTID
                 MOVE NYB-CUSTOMERID       TO YB-CUSTOMERID
                 MOVE NYB-IBAN             TO YB-IBAN
                 MOVE NYB-CURRENCY         TO YB-CURRENCY
                 MOVE NYB-BRANCHID         TO YB-BRANCHID
                 MOVE NYB-PRODUCT-TYPE     TO YB-PRODUCT-TYPE
                 MOVE NYB-STATUS           TO YB-STATUS
                 MOVE NYB-BALANCE          TO YB-BALANCE
                 MOVE NYB-INTEREST         TO YB-INTEREST
                 MOVE NYB-DEBITINT         TO YB-DEBITINT
                 MOVE NYB-FEES             TO YB-FEES
                 MOVE NYB-TAX              TO YB-TAX
                 ADD NYB-ACCOUNTID         TO WS-BEFORE-ID-HASH
                 ADD NYB-CUSTOMERID        TO WS-BEFORE-ID-HASH
                 ADD NYB-BALANCE           TO WS-BEFORE-AMOUNT
                 ADD NYB-INTEREST          TO WS-BEFORE-AMOUNT
                 ADD NYB-DEBITINT          TO WS-BEFORE-AMOUNT
                 ADD NYB-FEES              TO WS-BEFORE-AMOUNT
                 ADD NYB-TAX               TO WS-BEFORE-AMOUNT
                 ADD 1                     TO WS-BEFORE-ROWS
                 WRITE YEAR-END-BAL-RECORD
             END-READ
           END-PERFORM
           CLOSE YB-NARROW-FILE
           CLOSE YB-NEW-FILE

      *    READ BACK WHAT WAS WRITTEN, FROM DISK.
           OPEN INPUT YB-NEW-FILE
           MOVE LOW-VALUES                 TO YB-KEY
           SET FG-MORE-RECORDS-Y           TO TRUE
           START YB-NEW-FILE KEY IS NOT LESS THAN YB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ YB-NEW-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD YB-ACCOUNTID          TO WS-AFTER-ID-HASH
                 ADD YB-CUSTOMERID         TO WS-AFTER-ID-HASH
                 ADD YB-BALANCE            TO WS-AFTER-AMOUNT
                 ADD YB-INTEREST           TO WS-AFTER-AMOUNT
                 ADD YB-DEBITINT           TO WS-AFTER-AMOUNT
                 ADD YB-FEES               TO WS-AFTER-AMOUNT
                 ADD YB-TAX                TO WS-AFTER-AMOUNT
                 ADD 1                     TO WS-AFTER-ROWS
             END-READ
           END-PERFORM
           CLOSE YB-NEW-FILE
           PERFORM F-WIDEN-VERIFY-AND-SWAP
           .
       F-WIDEN-YEARENDBAL-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
