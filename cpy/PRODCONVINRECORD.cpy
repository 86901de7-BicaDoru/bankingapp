      *> RECORD LAYOUT FOR THE BULK PRODUCT CONVERSION LIST
      *> (files/prodconv_in.txt, OR THE FILE NAMED ON THE COMMAND
      *> LINE), READ BY PRODCONV BULK -- A PRODUCT REPRICING OR
      *> RETIREMENT MOVING MANY ACCOUNTS AT ONCE. ONE LINE PER
      *> ACCOUNT, EACH CHECKED EXACTLY AS A SINGLE REQUEST WOULD BE.
       01  PRODCONV-IN-RECORD.
           05 PVI-ACCOUNT-ID           PIC X(09).
           05 FILLER                   PIC X(01).
      *    "CUR" OR "SAV".
           05 PVI-TO-PRODUCT           PIC X(03).
           05 FILLER                   PIC X(01).
      *    YYYYMMDD.
           05 PVI-EFF-DATE             PIC X(08).
           05 FILLER                   PIC X(58).
