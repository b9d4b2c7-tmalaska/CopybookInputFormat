       01 EBCDIC-CM-ID-AUDIT .

      *    BEFORE/AFTER AUDIT IMAGE OF A CUSTOMER IDENTITY
      *    CORRECTION.  WRITTEN BY THE CUSTOMER MAINTENANCE JOB TO
      *    ITS OWN CM00IDA FILE FOR EVERY NM (NAME) OR DB (DATE OF
      *    BIRTH) TRANSACTION.  USER-NAME AND CM00-DATE-OF-BIRTH
      *    LIE OUTSIDE CM00-CUS-BASE-INFO, SO THEY CANNOT RIDE ON
      *    EBCDIC-CM-AUDIT; KEEPING THEM ON A SEPARATE FILE ALSO
      *    LEAVES THE FIXED 224-BYTE CM00AUD LAYOUT THE DORMANCY,
      *    REBUILD AND HISTORY JOBS READ UNTOUCHED.  CM00-AGE IS
      *    CARRIED IN BOTH IMAGES BECAUSE A DB CORRECTION
      *    RE-DERIVES IT.

           03 CM00-IDA-USER-ID PIC S9999.

           03 CM00-IDA-CHANGE-TIMESTAMP PIC 9(14).

           03 CM00-IDA-CHANGE-REASON-CODE PIC XX.
               88 CM00-IDA-REASON-NAME-CHG VALUE 'NM'.
               88 CM00-IDA-REASON-DOB-CHG VALUE 'DB'.

           03 CM00-IDA-BEFORE-IMAGE .

               05 CM00-IDA-BEF-LAST-NAME PIC X(20).

               05 CM00-IDA-BEF-FIRST-NAME PIC X(10).

               05 CM00-IDA-BEF-DATE-OF-BIRTH PIC 9(8).

               05 CM00-IDA-BEF-AGE PIC 9(3).

           03 CM00-IDA-AFTER-IMAGE .

               05 CM00-IDA-AFT-LAST-NAME PIC X(20).

               05 CM00-IDA-AFT-FIRST-NAME PIC X(10).

               05 CM00-IDA-AFT-DATE-OF-BIRTH PIC 9(8).

               05 CM00-IDA-AFT-AGE PIC 9(3).
