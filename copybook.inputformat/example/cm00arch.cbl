       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00ARCH.

      *    MONTHLY AUDIT ARCHIVE ROLL-UP.  CM00DORM, CM00RBLD,
      *    CM00HIST, CM00DSAR AND CM00BKOT ALL READ THE AUDIT
      *    TRAIL AS A CONCATENATION OF NIGHTLY CM00AUD FILES; THIS
      *    JOB FOLDS THEM INTO ONE ARCHIVE FILE SO THE DD STAYS
      *    SHORT.  CONCATENATE LAST MONTH'S ARCHIVE FOLLOWED BY THE
      *    MONTH'S NIGHTLY FILES ON THE CM00AUD DD; THE ARCHIVE
      *    COMES OUT ON CM00ARCA SORTED BY CM00-AUDIT-USER-ID AND
      *    CM00-AUDIT-CHANGE-TIMESTAMP, WITH IMAGES OF THE SAME
      *    CUSTOMER AND SECOND KEPT IN THE ORDER CM00MNT APPLIED
      *    THEM.  THE CM00IDA IDENTITY AUDIT FILES ARE ROLLED UP
      *    THE SAME WAY ONTO CM00ARCI.
      *
      *    IMAGES WHOSE CHANGE DATE IS OLDER THAN THE PARAMETER
      *    RETENTION PERIOD ARE AGED OFF.  FOR ANY CUSTOMER WHO IS
      *    NOW A CM00-TOMBSTONE-RECORD ON THE CURRENT MASTER THE
      *    RETAINED IMAGES ARE SCRUBBED THE WAY CM00PURG SCRUBS THE
      *    MASTER: CM00-FULL-SSN, CM00-LAST-FOUR-SSN AND THE WHOLE
      *    CM00-CONTACT-TABLE IN BOTH THE BEFORE AND AFTER IMAGES,
      *    AND THE NAME, BIRTH DATE AND AGE IN BOTH IDENTITY
      *    IMAGES.  CM00-ACCT-BALANCE AND THE TIMESTAMPS STAY, SO
      *    THE BALANCE HISTORY STILL PROVES.  SCRUBBING AN ALREADY
      *    SCRUBBED IMAGE CHANGES NOTHING, SO FEEDING AN ARCHIVE
      *    BACK IN IS SAFE.  THE RUN ENDS WITH A RETENTION
      *    CERTIFICATE OF IMAGES IN, RETAINED, AGED OFF AND
      *    SCRUBBED; IF IN DOES NOT EQUAL RETAINED PLUS AGED OFF
      *    THE STEP ENDS WITH RETURN CODE 8 AND THE ARCHIVE MUST
      *    NOT REPLACE ITS INPUTS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-ID-AUDIT-FILE ASSIGN TO "CM00IDA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-ARCHIVE-FILE ASSIGN TO "CM00ARCA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-ID-ARCHIVE-FILE ASSIGN TO "CM00ARCI"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-SORT-FILE ASSIGN TO "CM00SRTA".

           SELECT CM00-ID-SORT-FILE ASSIGN TO "CM00SRTI".

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    RETENTION CARD.  DAYS AN AUDIT IMAGE IS KEPT AFTER ITS
      *    CHANGE DATE; A MISSING OR UNREADABLE CARD FALLS BACK TO
      *    2555, SEVEN YEARS.
       01  CM00-ARCHIVE-PARM .
           05  CM00-ARP-DAYS PIC X(4).
           05  FILLER PIC X(76).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-AUDIT-FILE
           RECORDING MODE IS F.

       01  CM00-AUDIT-RECORD PIC X(224).

       FD  CM00-ID-AUDIT-FILE
           RECORDING MODE IS F.

       01  CM00-ID-AUDIT-RECORD PIC X(102).

       FD  CM00-ARCHIVE-FILE
           RECORDING MODE IS F.

       01  CM00-ARCHIVE-RECORD PIC X(224).

       FD  CM00-ID-ARCHIVE-FILE
           RECORDING MODE IS F.

       01  CM00-ID-ARCHIVE-RECORD PIC X(102).

       SD  CM00-SORT-FILE.

       01  CM00-SORT-RECORD .
           05  CM00-SRT-USER-ID PIC S9999.
           05  CM00-SRT-TIMESTAMP PIC 9(14).
           05  FILLER PIC X(206).

       SD  CM00-ID-SORT-FILE.

       01  CM00-ID-SORT-RECORD .
           05  CM00-SRI-USER-ID PIC S9999.
           05  CM00-SRI-TIMESTAMP PIC 9(14).
           05  FILLER PIC X(84).

       WORKING-STORAGE SECTION.

       COPY "cm00aud.cbl".

       COPY "cm00ida.cbl".

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-AUD-EOF-SW PIC X VALUE 'N'.
           88  WS-AUD-EOF VALUE 'Y'.

       01  WS-IDA-EOF-SW PIC X VALUE 'N'.
           88  WS-IDA-EOF VALUE 'Y'.

       01  WS-SRT-EOF-SW PIC X VALUE 'N'.
           88  WS-SRT-EOF VALUE 'Y'.

       01  WS-RETENTION-DAYS PIC 9(4) VALUE 2555.

       01  WS-RUN-DATE-INT PIC 9(8).

       01  WS-CUTOFF-DATE-INT PIC 9(8).

       01  WS-CUTOFF-DATE PIC 9(8).

       01  WS-IMAGE-DATE PIC X(8).

       01  WS-IMAGE-DATE-INT PIC 9(8).

       01  WS-THIS-USER-ID PIC S9999.

       01  WS-CUST-IDX PIC 9(5).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-KEEP-SW PIC X.
           88  WS-KEEP-IMAGE VALUE 'Y'.

       01  WS-PURGED-SW PIC X.
           88  WS-CUSTOMER-PURGED VALUE 'Y'.

      *    ONE FLAG PER POSSIBLE USER-ID, SUBSCRIPTED BY USER-ID
      *    PLUS 10000, SET FOR EVERY TOMBSTONE ON THE MASTER.
       01  WS-MAX-CUSTOMERS PIC 9(5) VALUE 19999.

       01  WS-TOMBSTONE-TABLE .
           05  WS-TOMBSTONE-SW PIC X OCCURS 19999 TIMES.

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TOMBSTONE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-IN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-AGED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-RELEASED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-RETAINED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-SCRUBBED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-UNDATED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-IN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-AGED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-RELEASED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-RETAINED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-SCRUBBED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-UNDATED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PROOF-COUNT PIC 9(9).

       01  WS-BALANCED-SW PIC X VALUE 'Y'.
           88  WS-ARCHIVE-BALANCED VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           PERFORM 1500-LOAD-TOMBSTONES

           SORT CM00-SORT-FILE
               ON ASCENDING KEY CM00-SRT-USER-ID
                                CM00-SRT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-AUDIT-INPUT
               OUTPUT PROCEDURE IS 3000-AUDIT-OUTPUT

           SORT CM00-ID-SORT-FILE
               ON ASCENDING KEY CM00-SRI-USER-ID
                                CM00-SRI-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 4000-ID-AUDIT-INPUT
               OUTPUT PROCEDURE IS 5000-ID-AUDIT-OUTPUT

           PERFORM 6000-PRINT-CERTIFICATE

           IF NOT WS-ARCHIVE-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-ARP-DAYS NUMERIC
                           AND CM00-ARP-DAYS NOT = "0000"
                       MOVE CM00-ARP-DAYS TO WS-RETENTION-DAYS
                   ELSE
                       DISPLAY "CM00ARCH INVALID DAYS CARD "
                           CM00-ARP-DAYS ", USING 2555"
                   END-IF
           END-READ
           CLOSE CM00-PARM-FILE

           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           COMPUTE WS-CUTOFF-DATE-INT =
               WS-RUN-DATE-INT - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DATE-INT)

           MOVE ALL 'N' TO WS-TOMBSTONE-TABLE.

       1500-LOAD-TOMBSTONES.

           OPEN INPUT CM00-MASTER-FILE
           PERFORM UNTIL WS-MST-EOF
               READ CM00-MASTER-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF CM00-TOMBSTONE-RECORD
                               AND USER-ID NOT = ZERO
                           COMPUTE WS-CUST-IDX = USER-ID + 10000
                           MOVE 'Y' TO WS-TOMBSTONE-SW(WS-CUST-IDX)
                           ADD 1 TO WS-TOMBSTONE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-MASTER-FILE.

       2000-AUDIT-INPUT.

           OPEN INPUT CM00-AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ CM00-AUDIT-FILE INTO EBCDIC-CM-AUDIT
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-IN-COUNT
                       PERFORM 2100-AGE-AUDIT-IMAGE
               END-READ
           END-PERFORM
           CLOSE CM00-AUDIT-FILE.

       2100-AGE-AUDIT-IMAGE.

           MOVE CM00-AUDIT-CHANGE-TIMESTAMP(1:8) TO WS-IMAGE-DATE
           MOVE CM00-AUDIT-USER-ID TO WS-THIS-USER-ID
           PERFORM 7000-JUDGE-IMAGE

           IF WS-IMAGE-DATE-INT = ZERO
               ADD 1 TO WS-AUDIT-UNDATED-COUNT
           END-IF

           IF WS-KEEP-IMAGE
               IF WS-CUSTOMER-PURGED
                   PERFORM 2200-SCRUB-AUDIT-IMAGE
               END-IF
               RELEASE CM00-SORT-RECORD FROM EBCDIC-CM-AUDIT
               ADD 1 TO WS-AUDIT-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-AUDIT-AGED-COUNT
           END-IF.

      *    THE SAME FIELDS CM00PURG ERASES ON THE MASTER.
       2200-SCRUB-AUDIT-IMAGE.

           MOVE ZERO TO CM00-BEF-FULL-SSN
           MOVE ZERO TO CM00-BEF-LAST-FOUR-SSN
           MOVE ZERO TO CM00-AFT-FULL-SSN
           MOVE ZERO TO CM00-AFT-LAST-FOUR-SSN

           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
               MOVE SPACE TO CM00-BEF-CONTACT-TYPE(WS-CONTACT-IDX)
               MOVE ZERO TO CM00-BEF-CONTACT-NUM(WS-CONTACT-IDX)
               MOVE SPACES TO CM00-BEF-CONTACT-STRING(WS-CONTACT-IDX)
               MOVE SPACE TO CM00-AFT-CONTACT-TYPE(WS-CONTACT-IDX)
               MOVE ZERO TO CM00-AFT-CONTACT-NUM(WS-CONTACT-IDX)
               MOVE SPACES TO CM00-AFT-CONTACT-STRING(WS-CONTACT-IDX)
           END-PERFORM

           ADD 1 TO WS-AUDIT-SCRUBBED-COUNT.

       3000-AUDIT-OUTPUT.

           OPEN OUTPUT CM00-ARCHIVE-FILE
           MOVE 'N' TO WS-SRT-EOF-SW
           PERFORM UNTIL WS-SRT-EOF
               RETURN CM00-SORT-FILE INTO CM00-ARCHIVE-RECORD
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       WRITE CM00-ARCHIVE-RECORD
                       ADD 1 TO WS-AUDIT-RETAINED-COUNT
               END-RETURN
           END-PERFORM
           CLOSE CM00-ARCHIVE-FILE.

       4000-ID-AUDIT-INPUT.

           OPEN INPUT CM00-ID-AUDIT-FILE
           PERFORM UNTIL WS-IDA-EOF
               READ CM00-ID-AUDIT-FILE INTO EBCDIC-CM-ID-AUDIT
                   AT END
                       SET WS-IDA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ID-IN-COUNT
                       PERFORM 4100-AGE-ID-IMAGE
               END-READ
           END-PERFORM
           CLOSE CM00-ID-AUDIT-FILE.

       4100-AGE-ID-IMAGE.

           MOVE CM00-IDA-CHANGE-TIMESTAMP(1:8) TO WS-IMAGE-DATE
           MOVE CM00-IDA-USER-ID TO WS-THIS-USER-ID
           PERFORM 7000-JUDGE-IMAGE

           IF WS-IMAGE-DATE-INT = ZERO
               ADD 1 TO WS-ID-UNDATED-COUNT
           END-IF

           IF WS-KEEP-IMAGE
               IF WS-CUSTOMER-PURGED
                   MOVE SPACES TO CM00-IDA-BEF-LAST-NAME
                   MOVE SPACES TO CM00-IDA-BEF-FIRST-NAME
                   MOVE ZERO TO CM00-IDA-BEF-DATE-OF-BIRTH
                   MOVE ZERO TO CM00-IDA-BEF-AGE
                   MOVE SPACES TO CM00-IDA-AFT-LAST-NAME
                   MOVE SPACES TO CM00-IDA-AFT-FIRST-NAME
                   MOVE ZERO TO CM00-IDA-AFT-DATE-OF-BIRTH
                   MOVE ZERO TO CM00-IDA-AFT-AGE
                   ADD 1 TO WS-ID-SCRUBBED-COUNT
               END-IF
               RELEASE CM00-ID-SORT-RECORD FROM EBCDIC-CM-ID-AUDIT
               ADD 1 TO WS-ID-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-ID-AGED-COUNT
           END-IF.

       5000-ID-AUDIT-OUTPUT.

           OPEN OUTPUT CM00-ID-ARCHIVE-FILE
           MOVE 'N' TO WS-SRT-EOF-SW
           PERFORM UNTIL WS-SRT-EOF
               RETURN CM00-ID-SORT-FILE INTO CM00-ID-ARCHIVE-RECORD
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       WRITE CM00-ID-ARCHIVE-RECORD
                       ADD 1 TO WS-ID-RETAINED-COUNT
               END-RETURN
           END-PERFORM
           CLOSE CM00-ID-ARCHIVE-FILE.

      *    SHARED BY BOTH FILES.  THE CALLER LEAVES THE IMAGE'S
      *    CHANGE DATE IN WS-IMAGE-DATE AND ITS USER-ID IN
      *    WS-THIS-USER-ID.  AN IMAGE WHOSE TIMESTAMP IS NOT
      *    NUMERIC IS KEPT AND COUNTED -- AGING IT OFF WOULD
      *    DESTROY EVIDENCE NOBODY HAS LOOKED AT.
       7000-JUDGE-IMAGE.

           MOVE ZERO TO WS-IMAGE-DATE-INT
           IF WS-IMAGE-DATE NUMERIC
                   AND WS-IMAGE-DATE > "16010101"
               COMPUTE WS-IMAGE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-IMAGE-DATE))
           END-IF

           IF WS-IMAGE-DATE-INT = ZERO
                   OR WS-IMAGE-DATE-INT NOT < WS-CUTOFF-DATE-INT
               SET WS-KEEP-IMAGE TO TRUE
           ELSE
               MOVE 'N' TO WS-KEEP-SW
           END-IF

           MOVE 'N' TO WS-PURGED-SW
           IF WS-THIS-USER-ID NOT = ZERO
               COMPUTE WS-CUST-IDX = WS-THIS-USER-ID + 10000
               IF WS-TOMBSTONE-SW(WS-CUST-IDX) = 'Y'
                   SET WS-CUSTOMER-PURGED TO TRUE
               END-IF
           END-IF.

       6000-PRINT-CERTIFICATE.

           DISPLAY "CM00 AUDIT ARCHIVE RETENTION CERTIFICATE"
           DISPLAY "======================================"
           DISPLAY "RETENTION DAYS  . . . . . : " WS-RETENTION-DAYS
           DISPLAY "IMAGES DATED BEFORE . . . : "
               WS-CUTOFF-DATE(1:4) "-"
               WS-CUTOFF-DATE(5:2) "-"
               WS-CUTOFF-DATE(7:2) " AGED OFF"
           DISPLAY "MASTER RECORDS READ . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "TOMBSTONES ON MASTER  . . : " WS-TOMBSTONE-COUNT
           DISPLAY " "
           DISPLAY "AUDIT IMAGES (CM00AUD)"
           DISPLAY "  IMAGES IN . . . . . . . : " WS-AUDIT-IN-COUNT
           DISPLAY "  IMAGES RETAINED . . . . : "
               WS-AUDIT-RETAINED-COUNT
           DISPLAY "  IMAGES AGED OFF . . . . : " WS-AUDIT-AGED-COUNT
           DISPLAY "  IMAGES SCRUBBED . . . . : "
               WS-AUDIT-SCRUBBED-COUNT
           DISPLAY "  UNDATED, RETAINED . . . : "
               WS-AUDIT-UNDATED-COUNT
           COMPUTE WS-PROOF-COUNT =
               WS-AUDIT-RETAINED-COUNT + WS-AUDIT-AGED-COUNT
           IF WS-PROOF-COUNT = WS-AUDIT-IN-COUNT
                   AND WS-AUDIT-RETAINED-COUNT =
                       WS-AUDIT-RELEASED-COUNT
               DISPLAY "  IN = RETAINED + AGED OFF  BALANCED"
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY "  IN = RETAINED + AGED OFF  *** OUT OF "
                   "BALANCE ***"
           END-IF
           DISPLAY " "
           DISPLAY "IDENTITY IMAGES (CM00IDA)"
           DISPLAY "  IMAGES IN . . . . . . . : " WS-ID-IN-COUNT
           DISPLAY "  IMAGES RETAINED . . . . : "
               WS-ID-RETAINED-COUNT
           DISPLAY "  IMAGES AGED OFF . . . . : " WS-ID-AGED-COUNT
           DISPLAY "  IMAGES SCRUBBED . . . . : "
               WS-ID-SCRUBBED-COUNT
           DISPLAY "  UNDATED, RETAINED . . . : "
               WS-ID-UNDATED-COUNT
           COMPUTE WS-PROOF-COUNT =
               WS-ID-RETAINED-COUNT + WS-ID-AGED-COUNT
           IF WS-PROOF-COUNT = WS-ID-IN-COUNT
                   AND WS-ID-RETAINED-COUNT = WS-ID-RELEASED-COUNT
               DISPLAY "  IN = RETAINED + AGED OFF  BALANCED"
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY "  IN = RETAINED + AGED OFF  *** OUT OF "
                   "BALANCE ***"
           END-IF
           DISPLAY " "
           DISPLAY "======================================"
           IF WS-ARCHIVE-BALANCED
               DISPLAY "ARCHIVE COMPLETE, NO TOMBSTONED CUSTOMER'S "
                   "SSN OR CONTACTS RETAINED"
           ELSE
               DISPLAY "ARCHIVE OUT OF BALANCE, DO NOT REPLACE THE "
                   "AUDIT GENERATIONS"
           END-IF.
