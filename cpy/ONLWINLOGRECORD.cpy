      *> RECORD LAYOUT FOR THE ONLINE-WINDOW LOG
      *> (files/online_window.log, LINE SEQUENTIAL, APPEND ONLY).
      *> DISPATCHER WRITES ONE LINE FOR EVERY MONEY-MOVING REQUEST IT
      *> REFUSED OR QUEUED WHILE THE ONLINE WINDOW WAS CLOSED;
      *> ONLWINRPT REPORTS AND RETIRES THEM.
       01  ONLWIN-LOG-RECORD.
           05 OW-BUSDATE               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 OW-TS                    PIC X(19).
           05 FILLER                   PIC X(01).
           05 OW-OUTCOME               PIC X(07).
             88 OW-REFUSED             VALUE "REFUSED".
             88 OW-QUEUED              VALUE "QUEUED ".
           05 FILLER                   PIC X(01).
           05 OW-BANKUSERID            PIC 9(09).
           05 FILLER                   PIC X(01).
           05 OW-METHOD                PIC X(08).
           05 FILLER                   PIC X(01).
           05 OW-OBJECT                PIC X(10).
           05 FILLER                   PIC X(01).
           05 OW-REQUEST-KEY           PIC X(20).
           05 FILLER                   PIC X(01).
      *>   WHO CLOSED THE WINDOW (ONLMODE SET-BY).
           05 OW-MODE-SET-BY           PIC X(20).
