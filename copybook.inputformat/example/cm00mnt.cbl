      *    MATCHING DETAIL RECORD, RECOMPUTES THE RECORD CHECKSUM,
      *    AND WRITES ONE EBCDIC-CM-AUDIT BEFORE/AFTER IMAGE PER
      *    CHANGE SO COMPLIANCE CAN SEE WHO CHANGED WHAT AND WHAT
      *    THE RECORD LOOKED LIKE BEFORE.  NAME (NM) AND DATE-OF-
      *    BIRTH (DB) CORRECTIONS CHANGE FIELDS OUTSIDE
      *    CM00-CUS-BASE-INFO, SO THEY WRITE AN EBCDIC-CM-ID-AUDIT
      *    IDENTITY IMAGE TO THE CM00IDA FILE INSTEAD; A DB
      *    CORRECTION RE-DERIVES CM00-AGE THROUGH CM00AGEC THE WAY
      *    THE EXTRACT DOES.  HEADER, CHECKPOINT AND TRAILER
      *    RECORDS PASS THROUGH UNCHANGED.

       ENVIRONMENT DIVISION.

           SELECT CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-ID-AUDIT-FILE ASSIGN TO "CM00IDA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-RUN-FILE ASSIGN TO "CM00RUNC"
               ORGANIZATION IS SEQUENTIAL.


       01  CM00-AUDIT-RECORD PIC X(224).

       FD  CM00-ID-AUDIT-FILE
           RECORDING MODE IS F.

       01  CM00-ID-AUDIT-RECORD PIC X(102).

       FD  CM00-RUN-FILE
           RECORDING MODE IS F.


       COPY "cm00aud.cbl".

       COPY "cm00ida.cbl".

       COPY "cm00run.cbl".

       01  WS-RUN-DATE PIC 9(8).

       01  WS-AUDIT-WRITE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-AUDIT-WRITE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NEW-AGE PIC 9(3).

       01  WS-AGEC-RETURN-CODE PIC 9(2).
           88  WS-AGEC-DOB-VALID VALUE 00.

       01  WS-APPLIED-SW PIC X.
           88  WS-TRANS-APPLIED VALUE 'Y'.
           88  WS-TRANS-NOT-APPLIED VALUE 'N'.

           CLOSE CM00-MASTER-IN-FILE CM00-TRANS-FILE
               CM00-MASTER-OUT-FILE CM00-AUDIT-FILE
               CM00-ID-AUDIT-FILE CM00-RUN-FILE

           GOBACK.

           OPEN INPUT CM00-TRANS-FILE
           OPEN OUTPUT CM00-MASTER-OUT-FILE
           OPEN OUTPUT CM00-AUDIT-FILE
           OPEN OUTPUT CM00-ID-AUDIT-FILE
           OPEN EXTEND CM00-RUN-FILE

           PERFORM 1100-READ-RUN-DATE-CARD
       3100-APPLY-ONE-TRANS.

           MOVE CM00-CUS-BASE-INFO TO CM00-AUDIT-BEFORE-IMAGE
           MOVE USER-LAST-NAME TO CM00-IDA-BEF-LAST-NAME
           MOVE USER-FIRST-NAME TO CM00-IDA-BEF-FIRST-NAME
           MOVE CM00-DATE-OF-BIRTH TO CM00-IDA-BEF-DATE-OF-BIRTH
           MOVE CM00-AGE TO CM00-IDA-BEF-AGE
           SET WS-TRANS-APPLIED TO TRUE

           EVALUATE TRUE
                   PERFORM 3400-APPLY-BALANCE-CHANGE
               WHEN CM00-TRN-OTHER-CHG
                   PERFORM 3500-APPLY-OTHER-CHANGE
               WHEN CM00-TRN-NAME-CHG
                   PERFORM 3520-APPLY-NAME-CHANGE
               WHEN CM00-TRN-DOB-CHG
                   PERFORM 3540-APPLY-DOB-CHANGE
               WHEN OTHER
                   SET WS-TRANS-NOT-APPLIED TO TRUE
                   ADD 1 TO WS-TRANS-INVALID-COUNT

           IF WS-TRANS-APPLIED
               ADD 1 TO WS-TRANS-APPLIED-COUNT
               IF CM00-TRN-NAME-CHG OR CM00-TRN-DOB-CHG
                   PERFORM 3800-WRITE-ID-AUDIT
               ELSE
                   PERFORM 3700-WRITE-AUDIT
               END-IF
           END-IF.

       3200-APPLY-CONTACT-CHANGE.
           MOVE CM00-TRN-NEW-RANDOM-NUM TO CM00-RANDOM-NUM
           MOVE CM00-TRN-NEW-RANDOM-STRING TO CM00-RANDOM-STRING.

       3520-APPLY-NAME-CHANGE.

           MOVE CM00-TRN-NEW-LAST-NAME TO USER-LAST-NAME
           MOVE CM00-TRN-NEW-FIRST-NAME TO USER-FIRST-NAME.

      *    CM00EDIT HAS ALREADY PASSED THE DATE THROUGH CM00AGEC;
      *    THE CALL HERE DERIVES THE NEW CM00-AGE, AND A BAD DATE
      *    ON A FILE THAT DID NOT COME THROUGH CM00EDIT IS REFUSED
      *    RATHER THAN APPLIED.
       3540-APPLY-DOB-CHANGE.

           CALL 'CM00AGEC' USING CM00-TRN-NEW-DATE-OF-BIRTH
               WS-NEW-AGE WS-AGEC-RETURN-CODE
           IF WS-AGEC-DOB-VALID
               MOVE CM00-TRN-NEW-DATE-OF-BIRTH TO CM00-DATE-OF-BIRTH
               MOVE WS-NEW-AGE TO CM00-AGE
           ELSE
               SET WS-TRANS-NOT-APPLIED TO TRUE
               ADD 1 TO WS-TRANS-INVALID-COUNT
               DISPLAY "CM00MNT INVALID DATE OF BIRTH "
                   CM00-TRN-NEW-DATE-OF-BIRTH
                   " FOR USER-ID " CM00-TRN-USER-ID
           END-IF.

      *    CM00-RECORD-CHECKSUM COVERS CM00-DETAIL-DATA PLUS
      *    CM00-SEQUENCE-NUMBER (THE 117 BYTES AT OFFSET 36), THE
      *    SAME SPAN THE EXTRACT JOB FEEDS CM00CKSM ON THE WRITE
           WRITE CM00-AUDIT-RECORD FROM EBCDIC-CM-AUDIT
           ADD 1 TO WS-AUDIT-WRITE-COUNT.

       3800-WRITE-ID-AUDIT.

           MOVE USER-ID TO CM00-IDA-USER-ID
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO CM00-IDA-CHANGE-TIMESTAMP
           MOVE CM00-TRN-ACTION-CODE
               TO CM00-IDA-CHANGE-REASON-CODE
           MOVE USER-LAST-NAME TO CM00-IDA-AFT-LAST-NAME
           MOVE USER-FIRST-NAME TO CM00-IDA-AFT-FIRST-NAME
           MOVE CM00-DATE-OF-BIRTH TO CM00-IDA-AFT-DATE-OF-BIRTH
           MOVE CM00-AGE TO CM00-IDA-AFT-AGE

           WRITE CM00-ID-AUDIT-RECORD FROM EBCDIC-CM-ID-AUDIT
           ADD 1 TO WS-ID-AUDIT-WRITE-COUNT.

       4000-UNMATCHED-TRANS.

           ADD 1 TO WS-TRANS-UNMATCHED-COUNT
           DISPLAY "TRANSACTIONS INVALID  . . : "
               WS-TRANS-INVALID-COUNT
           DISPLAY "AUDIT IMAGES WRITTEN  . . : "
               WS-AUDIT-WRITE-COUNT
           DISPLAY "IDENTITY IMAGES WRITTEN . : "
               WS-ID-AUDIT-WRITE-COUNT.

       6000-WRITE-RUN-CONTROL.

