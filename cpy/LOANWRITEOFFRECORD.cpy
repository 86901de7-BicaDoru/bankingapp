      *> RECORD LAYOUT FOR THE INDEXED LOAN WRITE-OFF EVENT FILE
      *> files/loanwriteoff.dat, WRITTEN BY LOANCHGOFF. ONE ROW PER
      *> CHARGE-OFF (THE PRINCIPAL WRITTEN OFF) AND ONE ROW PER
      *> RECOVERY COLLECTED AFTERWARDS AGAINST IT, SO THE RECOVERED-
      *> TO-DATE POSITION OF A LOAN IS THE SUM OF ITS "R" ROWS.
      *> CARRIED INTO THE GL FEED BY GLEXPORT (BY WO-ID HIGH-WATER
      *> MARK) AND REPORTED MONTHLY BY LOANCHGOFF REPORT.
       01  LOAN-WRITEOFF-RECORD.
           05 WO-ID                    PIC 9(07).
           05 WO-DATE                  PIC 9(08).
           05 WO-EVENT                 PIC X(01).
             88 WO-IS-CHARGE-OFF       VALUE "C".
             88 WO-IS-RECOVERY         VALUE "R".
           05 WO-LOAN-ID               PIC 9(05).
           05 WO-ACCOUNT-ID            PIC 9(09).
           05 WO-CUSTOMER-ID           PIC 9(09).
           05 WO-CURRENCY              PIC X(03).
           05 WO-AMOUNT                PIC 9(10)V99.
      *    CHARGE-OFF: THE REQUESTER AND THE SECOND-PERSON APPROVER.
      *    RECOVERY: THE BANK USER WHO RECORDED IT, APPROVER ZERO.
           05 WO-REQUESTED-BY          PIC 9(09).
           05 WO-APPROVED-BY           PIC 9(09).
           05 WO-TIMESTAMP             PIC X(22).
