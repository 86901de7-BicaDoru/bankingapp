      *> DUPLICATE-SUBMISSION PROTECTION FOR DISPATCHER POSTS (SEE
      *> REQKEY.cbl), SAME CONVENTION AS PAGINGCONFIG: COPY INTO A
      *> PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> A REQUEST KEY IS REMEMBERED, WITH THE RESULT OF THE POST IT
      *> CAME WITH, FOR K-REQKEY-WINDOW-MINUTES OF WALL-CLOCK TIME
      *> FROM THE FIRST SUBMISSION. INSIDE THE WINDOW A RESUBMISSION
      *> GETS THAT RESULT BACK; AFTER IT THE KEY IS FREE AGAIN AND
      *> DUPREQRPT SWEEPS THE ROW OFF THE REGISTRY.
         05 K-REQKEY-WINDOW-MINUTES    PIC 9(05) VALUE 01440.
      *> A KEY STILL MARKED IN PROGRESS AFTER THIS MANY MINUTES
      *> BELONGS TO A DISPATCHER THAT DIED MID-POST, SO WHETHER THE
      *> MONEY MOVED IS UNKNOWN. THE KEY KEEPS REFUSING RESUBMISSIONS
      *> (NEVER RISK THE DOUBLE POSTING) AND DUPREQRPT LISTS IT FOR
      *> OPERATIONS TO CHECK AGAINST THE ACCOUNT.
         05 K-REQKEY-PENDING-MINUTES   PIC 9(05) VALUE 00005.
