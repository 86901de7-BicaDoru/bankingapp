      *> Relationship fee waiver terms for FEEWAIVER, the same
      *> convention as NOTICECONFIG/ODPROTECTCONFIG: COPY this into a
      *> program's own 01 CONSTANTS group instead of declaring the
      *> terms locally.
      *>
      *> A SALARY-BASED RULE ("S", SEE FEEWAIVERRULE) HOLDS WHILE A
      *> PAYROLL CREDIT REACHED ONE OF THE CUSTOMER'S ACCOUNTS WITHIN
      *> THIS MANY DAYS OF THE BUSINESS DATE -- A MONTHLY SALARY PLUS
      *> A FEW DAYS' GRACE FOR A LATE PAYDAY.
         05 K-WAIVER-SALARY-DAYS       PIC 9(03) VALUE 035.
      *> RULES FEEWAIVER HOLDS IN MEMORY, AND OWN ACCOUNTS IT
      *> REMEMBERS FOR THE SALARY CHECK.
         05 K-WAIVER-MAX-RULES         PIC 9(03) VALUE 050.
         05 K-WAIVER-MAX-ACCOUNTS      PIC 9(03) VALUE 100.
