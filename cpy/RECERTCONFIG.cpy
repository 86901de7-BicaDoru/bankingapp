      *> Staff access recertification terms (USERRECERT). Same
      *> convention as VELOCITYCONFIG: COPY this into a program's own
      *> 01 CONSTANTS group instead of declaring the terms locally.
      *>
      *> A TELLER (BaTe/BaTS) WITH NO LOGIN FOR K-RECERT-INACTIVE-DAYS
      *> -- COUNTED FROM THE LATER OF THE LAST LOGIN AND THE DATE THE
      *> STAFF PROFILE WAS CREATED OR LAST ENABLED -- IS DISABLED BY
      *> THE RUN. ADMINS ARE ONLY FLAGGED, NEVER DISABLED, SO THE RUN
      *> CAN NOT LOCK THE BANK OUT OF ITS OWN ADMINISTRATION.
         05 K-RECERT-INACTIVE-DAYS    PIC 9(03) VALUE 090.
      *> HOW MANY DAYS OF THE AUDIT TRAIL (files/audit.log AND ITS
      *> DAILY ARCHIVES) ARE COUNTED AS "RECENT ACTIVITY".
         05 K-RECERT-ACTIVITY-DAYS    PIC 9(03) VALUE 090.
      *> A CERTIFICATION OLDER THAN THIS IS SHOWN AS DUE AGAIN --
      *> ONE QUARTER.
         05 K-RECERT-CYCLE-DAYS       PIC 9(03) VALUE 092.
