      *> RECORD LAYOUT FOR THE INDEXED LOAN CHARGE-OFF APPROVAL FILE
      *> files/chargeoffapprovals.dat, MAINTAINED BY LOANCHGOFF. A
      *> CHARGE-OFF IS RAISED AS A PENDING RECORD AND ONLY WRITTEN OFF
      *> WHEN A SECOND BANK USER APPROVES IT. SAME SHAPE AS
      *> APPROVALRECORD.cpy/CUSTDELAPPROVALRECORD.cpy. COA-AMOUNT IS
      *> THE REMAINING PRINCIPAL AT REQUEST TIME, FOR THE APPROVER'S
      *> INFORMATION -- THE AMOUNT ACTUALLY WRITTEN OFF IS WHATEVER
      *> IS STILL OUTSTANDING WHEN THE APPROVAL IS DECIDED.
       01  COA-APPROVAL-RECORD.
           05 COA-KEY.
             10 COA-ID                PIC 9(05).
           05 COA-LOAN-ID             PIC 9(05).
           05 COA-AMOUNT              PIC 9(10)V99.
           05 COA-REQUESTED-BY        PIC 9(09).
           05 COA-TIMESTAMP           PIC X(22).
           05 COA-STATUS              PIC X(01).
             88 COA-IS-PENDING         VALUE "P".
             88 COA-IS-APPROVED        VALUE "A".
             88 COA-IS-REJECTED        VALUE "R".
           05 COA-DECIDED-BY          PIC 9(09).
