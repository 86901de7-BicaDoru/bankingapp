             88 FXC-TYPE-BUY           VALUE "B".
             88 FXC-TYPE-SELL          VALUE "S".
           05 FXC-CURRENCY             PIC X(03).
           05 FXC-FCY-AMOUNT           PIC 9(10)V99.
           05 FXC-BASE-AMOUNT          PIC 9(10)V99.
           05 FXC-RATE-APPLIED         PIC 9(03)V9999.
           05 FXC-BUSR-ID              PIC 9(09).
           05 FXC-BRANCHID             PIC 9(03).
           05 FXC-SHIFT-DATE           PIC 9(08).
           05 FXC-TIMESTAMP            PIC X(22).
