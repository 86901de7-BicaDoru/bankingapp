      *> Staff-account self-dealing terms (STAFFCHK and its callers).
      *> Same convention as APPROVALCONFIG: COPY this into a program's
      *> own 01 CONSTANTS group instead of declaring the terms locally.
      *>
      *> WHAT HAPPENS WHEN THE ACTING BANK USER IS LINKED TO THE
      *> ACCOUNT (SEE STAFFLINKRECORD):
      *>   'A' -- A DEPOSIT, WITHDRAWAL, FEE OR TRANSFER IS NOT POSTED
      *>          BUT HELD ON THE WDRAPPR / TRANSAPPR QUEUE FOR A
      *>          SECOND, UNLINKED SENIOR TELLER OR ADMIN TO DECIDE,
      *>          WHATEVER THE AMOUNT. ACTIONS WITH NO APPROVAL QUEUE
      *>          (HOLDS, REVERSALS) ARE REFUSED.
      *>   'R' -- EVERYTHING IS REFUSED; ANOTHER USER MUST ACT.
         05 K-STAFF-CONFLICT-MODE      PIC X VALUE 'A'.
           88 K-STAFF-CONFLICT-APPROVE VALUE 'A'.
           88 K-STAFF-CONFLICT-REFUSE  VALUE 'R'.
