      *> RECORD LAYOUT FOR THE INDEXED CUSTOMER PROFILE FILE
      *> (files/custprofile.dat), ONE ROW PER CUSTOMER WHOSE DATE OF
      *> BIRTH HAS BEEN RECORDED -- CUSTDB'S OWN ROW CARRIES NO DATE
      *> OF BIRTH. MAINTAINED BY CUSTPROF, CONVERTED AT MAJORITY BY
      *> MINORRUN, AND CONSULTED BY ACCBO/TRANSFERBO/CARDBO: WHILE
      *> THE CUSTOMER IS A MINOR ONLY THE DESIGNATED GUARDIAN (OR
      *> STAFF) MAY DEBIT THEIR ACCOUNTS OR ISSUE CARDS ON THEM, AND
      *> DEBITS RUN UNDER THE MINOR LIMITS BELOW. NO ROW MEANS AN
      *> ADULT CUSTOMER, AS EVERY CUSTOMER WAS BEFORE THIS FILE.
       01  CUST-PROFILE-RECORD.
           05 CP-CUSTOMERID            PIC 9(09).
           05 CP-BIRTH-DATE            PIC 9(08).
      *    THE K-MAJORITY-AGE BIRTHDAY (29 FEBRUARY BIRTHS COME OF
      *    AGE ON 1 MARCH IN A COMMON YEAR), FIXED WHEN THE DATE OF
      *    BIRTH IS RECORDED.
           05 CP-MAJORITY-DATE         PIC 9(08).
           05 CP-MINOR-STATUS          PIC X(01).
      *      UNDER AGE -- GUARDIAN-ONLY DEBIT AUTHORITY AND LIMITS.
             88 CP-IS-MINOR            VALUE "M".
      *      OF AGE, EITHER AT ENTRY OR CONVERTED BY MINORRUN.
             88 CP-IS-ADULT            VALUE "A".
      *    CUSTOMER ID OF THE GUARDIAN -- MUST ITSELF BE AN ADULT
      *    CUSTOMER WITH A BANK USER OF ITS OWN. KEPT AFTER
      *    CONVERSION AS HISTORY; IT NO LONGER GRANTS ANYTHING.
           05 CP-GUARDIAN-CUSTID       PIC 9(09).
      *    MINOR DEBIT LIMITS -- ONE DEBIT, AND THE DAY'S DEBITS PER
      *    CHANNEL (SEE MINORCONFIG). ZERO MEANS THE K- DEFAULT.
           05 CP-TXN-LIMIT             PIC 9(10)V99.
           05 CP-DAILY-LIMIT           PIC 9(10)V99.
      *    YEAR OF THE LAST BIRTHDAY NOTICE, AND THE DATE THE ADVANCE
      *    MAJORITY NOTICE WENT OUT -- KEEP A RERUN FROM SENDING
      *    EITHER TWICE.
           05 CP-BDAY-NOTICE-YEAR      PIC 9(04).
           05 CP-MAJ-NOTICE-DATE       PIC 9(08).
           05 CP-CONVERTED-DATE        PIC 9(08).
           05 CP-UPDATED-BY            PIC 9(09).
           05 CP-UPDATED-DATE          PIC 9(08).
