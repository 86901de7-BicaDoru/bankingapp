      *> RECORD LAYOUT FOR THE INDEXED OVERDRAFT-PROTECTION LINK FILE
      *> files/odprotect.dat, MAINTAINED BY ODPROTECT.cbl (SET UP AND
      *> REMOVED THROUGH ODPMAINT). ONE ROW PER PROTECTED CURRENT
      *> ACCOUNT, NAMING THE SAME CUSTOMER'S SAVINGS ACCOUNT THAT A
      *> SHORTFALL IS PULLED FROM. ODP-MAX-TRANSFER CAPS A SINGLE
      *> PROTECTION TRANSFER -- ZERO MEANS NOT SET, K-ODP-MAX-TRANSFER
      *> APPLIES (THE USUAL "ZERO MEANS UNSET" SHAPE). THE DAY
      *> COUNTERS ARE RESET THE FIRST TIME THE LINK IS USED ON A NEW
      *> DAY. A REMOVED LINK IS KEPT (STATUS "R") RATHER THAN DELETED.
       01  OD-PROTECT-RECORD.
           05 ODP-ACCOUNT-ID            PIC 9(09).
           05 ODP-BACKUP-ACCOUNT-ID     PIC 9(09).
           05 ODP-STATUS                PIC X(01).
             88 ODP-IS-ACTIVE            VALUE "A".
             88 ODP-IS-REMOVED           VALUE "R".
           05 ODP-MAX-TRANSFER          PIC 9(10)V99.
           05 ODP-LINKED-DATE           PIC 9(08).
           05 ODP-LAST-XFER-DATE        PIC 9(08).
           05 ODP-DAY-COUNT             PIC 9(03).
           05 ODP-DAY-AMOUNT            PIC 9(10)V99.
           05 ODP-TOTAL-COUNT           PIC 9(05).
           05 ODP-TOTAL-FEES            PIC 9(10)V99.
