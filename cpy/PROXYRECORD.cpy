      *> RECORD LAYOUT FOR THE INDEXED PAYMENT-PROXY REGISTER
      *> (files/proxyreg.dat) -- OUR CUSTOMERS' PHONE NUMBERS AND
      *> EMAIL ADDRESSES LINKED TO ONE OF THEIR ACCOUNTS SO OTHERS
      *> CAN PAY THEM WITHOUT KNOWING THE IBAN. THE TYPE CODES ARE
      *> THE CONTACT FILE'S (SEE CONTACTRECORD): A PROXY IS ONLY
      *> TAKEN FOR A PHONE OR EMAIL THAT IS A CURRENT CONTACT ROW OF
      *> THE CUSTOMER. EVERY ACTIVE ROW HAS ITS TWIN ON THE SHARED
      *> CENTRAL DIRECTORY (SEE PROXYDIRRECORD). MAINTAINED THROUGH
      *> THE DISPATCHER (TRANSFERBO). A DE-REGISTERED ROW IS KEPT,
      *> MARKED REMOVED, AND IS REUSED IF THE PROXY COMES BACK.
       01  PROXY-RECORD.
           05 PX-KEY.
             10 PX-TYPE                PIC X(01).
               88 PX-TYPE-PHONE        VALUE "T".
               88 PX-TYPE-EMAIL        VALUE "E".
               88 PX-TYPE-VALID        VALUES "T" "E".
      *      PHONE AS GIVEN ON THE CONTACT ROW, EMAIL UPPER-CASED.
             10 PX-VALUE               PIC X(60).
           05 PX-CUSTOMERID            PIC 9(09).
           05 PX-ACCOUNTID             PIC 9(09).
           05 PX-IBAN                  PIC X(30).
      *    THE CONTACT ROW (CN-SEQ) THE PROXY WAS VERIFIED AGAINST.
           05 PX-CONTACT-SEQ           PIC 9(05).
           05 PX-STATUS                PIC X(01).
             88 PX-IS-ACTIVE           VALUE "A".
             88 PX-IS-REMOVED          VALUE "R".
           05 PX-REG-DATE              PIC 9(08).
           05 PX-REG-BY                PIC 9(09).
           05 PX-DEREG-DATE            PIC 9(08).
           05 PX-DEREG-BY              PIC 9(09).
           05 FILLER                   PIC X(20).
