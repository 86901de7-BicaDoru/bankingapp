       01  WDR-APPROVAL-RECORD.
           05 WDR-KEY.
             10 WDR-ID                PIC 9(05).
           05 WDR-ACCOUNTID           PIC 9(09).
           05 WDR-AMOUNT              PIC 9(10)V99.
           05 WDR-TRTYPE              PIC X(10).
           05 WDR-MEMO                PIC X(40).
           05 WDR-REQUESTED-BY        PIC 9(09).
           05 WDR-TIMESTAMP           PIC X(22).
           05 WDR-STATUS              PIC X(01).
             88 WDR-IS-PENDING         VALUE "P".
             88 WDR-IS-APPROVED        VALUE "A".
             88 WDR-IS-REJECTED        VALUE "R".
           05 WDR-DECIDED-BY          PIC 9(09).
      *>   JOINT-ACCOUNT SIGNATURE MANDATE SUPPORT (SEE
      *>   JOINTACCRECORD'S JA-MANDATE-RULE): A MANDATE-GATED
      *>   WITHDRAWAL NEEDS WDR-REQUIRED-APPROVALS DISTINCT OWNER
      *>   NON-NUMERIC VALUE AS 01 AS A BELT AND BRACES.
           05 WDR-REQUIRED-APPROVALS  PIC 9(02).
           05 WDR-APPROVAL-COUNT      PIC 9(02).
           05 WDR-APPROVER-ID         PIC 9(09) OCCURS 5 TIMES.
