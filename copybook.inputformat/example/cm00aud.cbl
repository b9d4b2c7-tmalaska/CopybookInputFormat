      *    SCOPED TO CM00-CUS-BASE-INFO ONLY (PER REQ 007) -- THERE IS
      *    NO NAME-CHANGE REASON CODE BECAUSE USER-NAME ISN'T PART OF
      *    CM00-CUS-BASE-INFO AND HAS NO BEFORE/AFTER IMAGE HERE.
      *    NAME (NM) AND DATE-OF-BIRTH (DB) CORRECTIONS ARE AUDITED
      *    ON THE SEPARATE CM00IDA FILE, EBCDIC-CM-ID-AUDIT LAYOUT.
           03 CM00-AUDIT-CHANGE-REASON-CODE PIC XX.
               88 CM00-AUDIT-REASON-ADDR-CHG VALUE 'AD'.
               88 CM00-AUDIT-REASON-SSN-CHG VALUE 'SS'.
