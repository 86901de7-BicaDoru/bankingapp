      *> RECORD LAYOUT FOR THE INDEXED REQUEST-TO-PAY REGISTER
      *> (files/payrequests.dat) -- ONE CUSTOMER ASKING ANOTHER OF OUR
      *> CUSTOMERS FOR AN AMOUNT AGAINST A REFERENCE ("DINNER 12/10",
      *> "INVOICE 2026-114"). RAISED AND ANSWERED THROUGH THE
      *> DISPATCHER (TRANSFERBO); AN ACCEPTED REQUEST IS PAID BY AN
      *> ORDINARY TRANSFER FROM THE PAYER TO THE REQUESTER, SO EVERY
      *> TRANSFER CONTROL APPLIES TO IT. ONE LEFT PENDING PAST ITS
      *> EXPIRY DATE IS CLOSED BY PAYREQEXP.
       01  PAY-REQUEST-RECORD.
           05 PR-ID                    PIC 9(05).
      *>   THE SIDE TO BE PAID -- ITS ACCOUNT IS CREDITED.
           05 PR-REQ-CUSTID            PIC 9(09).
           05 PR-REQ-IBAN              PIC X(30).
      *>   THE SIDE ASKED TO PAY, AND THE ACCOUNT THE REQUEST WAS
      *>   ADDRESSED TO (THE PAYER MAY PAY FROM ANOTHER OF THEIRS).
           05 PR-PAYER-CUSTID          PIC 9(09).
           05 PR-PAYER-IBAN            PIC X(30).
           05 PR-AMOUNT                PIC 9(10)V99.
           05 PR-CURRENCY              PIC X(03).
           05 PR-REFERENCE             PIC X(35).
           05 PR-CREATED-DATE          PIC 9(08).
      *>   LAST BUSINESS DATE THE REQUEST CAN STILL BE ACCEPTED ON.
           05 PR-EXPIRY-DATE           PIC 9(08).
           05 PR-STATUS                PIC X(01).
             88 PR-IS-PENDING          VALUE "P".
             88 PR-IS-PAID             VALUE "A".
             88 PR-IS-DECLINED         VALUE "D".
             88 PR-IS-EXPIRED          VALUE "E".
           05 PR-REQUESTED-BY          PIC 9(09).
           05 PR-CREATED-TS            PIC X(22).
           05 PR-RESOLVED-TS           PIC X(22).
      *>   THE TRANSFER THAT PAID IT AND ITS STATUS -- "COMPLETED",
      *>   OR "PENDING" WHEN IT WAS HELD FOR A SECOND APPROVER, IN
      *>   WHICH CASE THE ID IS THE APPROVAL ID (SEE TRANSAPPR).
           05 PR-TRANSFER-ID           PIC 9(05).
           05 PR-TRANSFER-STATUS       PIC X(10).
