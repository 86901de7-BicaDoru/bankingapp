      *> IT). EXPIRY USES THE SAME DAYS*1440+MINUTES ARITHMETIC AS
      *> BUSRBO'S SESSION AND LOCKOUT ROWS.
       01  STEPUP-RECORD.
           05 SU-BUSR-ID             PIC 9(09).
           05 SU-CODE                PIC 9(06).
           05 SU-EXPIRES-MIN         PIC 9(10).
           05 SU-STATUS              PIC X(01).
