      *> RECORD LAYOUT FOR THE CENTRAL PAYMENT-PROXY DIRECTORY
      *> (files/proxydirectory.dat) SHARED BY THE BANKS IN THE
      *> SCHEME -- ONE ROW PER PHONE NUMBER OR EMAIL ADDRESS, SAYING
      *> WHICH BANK AND IBAN IT PAYS INTO AND THE NAME SHOWN TO A
      *> PAYER FOR CONFIRMATION BEFORE THE PAYMENT GOES AHEAD. A
      *> PROXY IS ACTIVE AT ONE BANK AT A TIME: WE ONLY WRITE ROWS
      *> FOR OUR OWN CUSTOMERS (PD-BANK-ID = K-PX-BANK-ID, SEE
      *> PROXYCONFIG) AND NEVER TAKE OVER ANOTHER BANK'S ACTIVE ROW
      *> -- THE CUSTOMER HAS TO RELEASE IT THERE FIRST. KEY AND TYPE
      *> CODES AS ON OUR OWN REGISTER (SEE PROXYRECORD).
       01  PROXY-DIR-RECORD.
           05 PD-KEY.
             10 PD-TYPE                PIC X(01).
             10 PD-VALUE               PIC X(60).
           05 PD-BANK-ID               PIC X(11).
           05 PD-IBAN                  PIC X(30).
           05 PD-DISPLAY-NAME          PIC X(35).
           05 PD-STATUS                PIC X(01).
             88 PD-IS-ACTIVE           VALUE "A".
             88 PD-IS-REMOVED          VALUE "R".
           05 PD-REG-DATE              PIC 9(08).
           05 PD-UPDATED-DATE          PIC 9(08).
           05 FILLER                   PIC X(20).
