      *> CALL INTERFACE FOR ODPROTECT.cbl -- OVERDRAFT PROTECTION FROM
      *> A CURRENT ACCOUNT TO THE SAME CUSTOMER'S BACKUP SAVINGS
      *> ACCOUNT (files/odprotect.dat, SEE ODPROTECTRECORD). A DEBIT
      *> PATH THAT FINDS THE ACCOUNT SHORT CALLS COVER WITH THE
      *> SHORTFALL BEFORE DECLINING OR OVERDRAWING IT; ON OK THE
      *> MONEY IS ALREADY ON THE ACCOUNT AND O-ODP-NEW-BALANCE IS ITS
      *> BALANCE TO DEBIT FROM. SAME CALLED-SUBPROGRAM SHAPE AS
      *> PARAMINTERFACE.
       01 ODPROTECT-INTERFACE.
         05 ODPROTECT-IN.
           10 I-ODP-OPERATION             PIC X(08).
      *      PULL I-ODP-AMOUNT (THE SHORTFALL) FROM THE BACKUP.
             88 I-ODP-OP-COVER            VALUE "COVER   ".
      *      CREATE OR REPLACE THE LINK FOR I-ODP-ACCOUNTID.
             88 I-ODP-OP-LINK             VALUE "LINK    ".
             88 I-ODP-OP-UNLINK           VALUE "UNLINK  ".
             88 I-ODP-OP-GETITEM          VALUE "GETITEM ".
      *    THE PROTECTED CURRENT ACCOUNT.
           10 I-ODP-ACCOUNTID             PIC 9(09).
      *    LINK ONLY: THE SAVINGS ACCOUNT TO PULL FROM.
           10 I-ODP-BACKUP-ID             PIC 9(09).
      *    COVER: THE SHORTFALL. LINK: THE PER-TRANSFER CAP (ZERO =
      *    K-ODP-MAX-TRANSFER).
           10 I-ODP-AMOUNT                PIC 9(10)V99.
      *    COVER: WHAT THE DEBIT IS, FOR THE TRANSFER'S MEMO.
           10 I-ODP-REFERENCE             PIC X(20).

         05 ODPROTECT-STATUS              PIC X(02).
           88 ODPROTECT-STATUS-OK         VALUE "00".
      *      NO ACTIVE LINK ON THE ACCOUNT.
           88 ODPROTECT-STATUS-NOT-FOUND  VALUE "90".
      *      COVER: OVER THE PER-TRANSFER OR DAILY LIMITS.
           88 ODPROTECT-STATUS-OVER-LIMIT VALUE "91".
      *      COVER: THE BACKUP ACCOUNT CANNOT FUND THE TRANSFER.
           88 ODPROTECT-STATUS-NSF        VALUE "92".
      *      LINK: ACCOUNTS MISSING, CLOSED, WRONG PRODUCT TYPE,
      *      DIFFERENT OWNER OR DIFFERENT CURRENCY.
           88 ODPROTECT-STATUS-BAD-LINK   VALUE "93".
           88 ODPROTECT-STATUS-BAD-OP     VALUE "95".
           88 ODPROTECT-STATUS-IO-ERR     VALUE "99".

         05 ODPROTECT-OUT.
           10 O-ODP-BACKUP-ID             PIC 9(09).
           10 O-ODP-STATUS                PIC X(01).
           10 O-ODP-MAX-TRANSFER          PIC 9(10)V99.
           10 O-ODP-LINKED-DATE           PIC 9(08).
           10 O-ODP-DAY-COUNT             PIC 9(03).
           10 O-ODP-TOTAL-COUNT           PIC 9(05).
           10 O-ODP-TOTAL-FEES            PIC 9(10)V99.
      *    COVER ONLY.
           10 O-ODP-TRANSFER-AMOUNT       PIC 9(10)V99.
           10 O-ODP-FEE                   PIC 9(10)V99.
           10 O-ODP-NEW-BALANCE           PIC S9(10)V99.
