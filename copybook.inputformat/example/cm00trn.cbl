      *    CM00-TRN-USER-ID TO MATCH THE CUSTOMER MASTER.  THE
      *    ACTION CODE CARRIES THE SAME VALUES AS
      *    CM00-AUDIT-CHANGE-REASON-CODE SO THE MAINTENANCE JOB
      *    CAN MOVE IT STRAIGHT INTO THE AUDIT IMAGE.  THE NM
      *    (NAME CORRECTION) AND DB (DATE-OF-BIRTH CORRECTION)
      *    CODES CHANGE USER-NAME AND CM00-DATE-OF-BIRTH, WHICH
      *    LIE OUTSIDE CM00-CUS-BASE-INFO; THEY ARE AUDITED ON
      *    THE SEPARATE EBCDIC-CM-ID-AUDIT IDENTITY FILE INSTEAD.
      *    THE UPDATE AREA IS 30 BYTES SO A FULL USER-NAME FITS.

           03 CM00-TRN-USER-ID PIC S9999.

               88 CM00-TRN-SSN-CHG VALUE 'SS'.
               88 CM00-TRN-BAL-CHG VALUE 'BA'.
               88 CM00-TRN-OTHER-CHG VALUE 'OT'.
               88 CM00-TRN-NAME-CHG VALUE 'NM'.
               88 CM00-TRN-DOB-CHG VALUE 'DB'.

           03 CM00-TRN-UPDATE-DATA .


               05 CM00-TRN-CONTACT-STRING PIC XXXXX.

               05 FILLER PIC X(14).

           03 CM00-TRN-SSN-UPDATE REDEFINES CM00-TRN-UPDATE-DATA .

               05 CM00-TRN-NEW-FULL-SSN PIC 9(9).

               05 FILLER PIC X(21).

           03 CM00-TRN-BALANCE-UPDATE REDEFINES CM00-TRN-UPDATE-DATA .

               05 CM00-TRN-BALANCE-AMOUNT PIC S9(9)V99.

               05 FILLER PIC X(19).

           03 CM00-TRN-OTHER-UPDATE REDEFINES CM00-TRN-UPDATE-DATA .


               05 CM00-TRN-NEW-RANDOM-STRING PIC XXXXX.

               05 FILLER PIC X(16).

           03 CM00-TRN-NAME-UPDATE REDEFINES CM00-TRN-UPDATE-DATA .

               05 CM00-TRN-NEW-LAST-NAME PIC X(20).

               05 CM00-TRN-NEW-FIRST-NAME PIC X(10).

           03 CM00-TRN-DOB-UPDATE REDEFINES CM00-TRN-UPDATE-DATA .

               05 CM00-TRN-NEW-DATE-OF-BIRTH PIC 9(8).

               05 FILLER PIC X(22).
