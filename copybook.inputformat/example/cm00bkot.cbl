       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00BKOT.

      *    MAINTENANCE BATCH BACKOUT.  WHEN A BAD TRANSACTION FILE
      *    GETS THROUGH CM00EDIT AND CM00MNT THE ONLY OTHER
      *    RECOVERY IS RESTORING LAST NIGHT'S MASTER AND LOSING
      *    EVERY GOOD CHANGE WITH IT; THIS PROGRAM REVERSES ONE
      *    RUN INSTEAD.  A PARAMETER CARD GIVES THE BAD RUN'S
      *    CM00-AUDIT-CHANGE-TIMESTAMP WINDOW, AND AN OPTIONAL
      *    CARD FILE OF USER-IDS LIMITS THE BACKOUT TO NAMED
      *    CUSTOMERS.  THE ACCUMULATED AUDIT FILE (EBCDIC-CM-AUDIT
      *    LAYOUT, NIGHTLY FILES CONCATENATED OLDEST FIRST ON THE
      *    AUDIT DD) AND THE CM00IDA IDENTITY AUDIT FILE ARE READ
      *    FOR THE WINDOW; FOR EACH CUSTOMER THE FIRST BEFORE-IMAGE
      *    IN THE WINDOW IS THE STATE TO RESTORE AND THE LAST
      *    AFTER-IMAGE IS WHAT THE BAD RUN LEFT BEHIND.  ONE
      *    REVERSING EBCDIC-CM-TRANSACTION IS WRITTEN PER FIELD
      *    GROUP THAT DIFFERS:
      *
      *      AD - EACH CONTACT SLOT, BACK TO THE BEFORE-IMAGE SLOT
      *      SS - CM00-FULL-SSN, BACK TO THE BEFORE-IMAGE SSN
      *      OT - CM00-RANDOM-NUM AND CM00-RANDOM-STRING
      *      BA - THE BEFORE BALANCE LESS THE AFTER BALANCE
      *      NM - USER-NAME, FROM THE IDENTITY IMAGES
      *      DB - CM00-DATE-OF-BIRTH, FROM THE IDENTITY IMAGES
      *
      *    THE REVERSALS ARE WRITTEN IN USER-ID ORDER AND GO BACK
      *    THROUGH CM00EDIT AND CM00MNT LIKE ANY KEYED CHANGE, SO
      *    THE BACKOUT ITSELF IS AUDITED AND ITS BA TOTAL SHOWS UP
      *    IN THE CM00RCON BALANCING OF THE NEXT CM00MNT STEP.  A
      *    CUSTOMER IS NOT REVERSED, AND IS LISTED AS A CONFLICT
      *    FOR A PERSON TO RESOLVE, WHEN:
      *
      *      LATR - AN AUDIT IMAGE AFTER THE WINDOW SHOWS THE
      *             CUSTOMER WAS CHANGED AGAIN SINCE THE BAD RUN
      *      MSTR - THE CURRENT MASTER NO LONGER MATCHES THE BAD
      *             RUN'S AFTER-IMAGE (AN UNAUDITED CHANGE OR A
      *             MISSING AUDIT GENERATION)
      *      PURG - THE CUSTOMER IS NOW A TOMBSTONE
      *      NOID - THE CUSTOMER IS NOT ON THE CURRENT MASTER
      *
      *    THE PRINTED BACKOUT REGISTER SHOWS EVERY REVERSAL
      *    GENERATED AND, FOR EACH CONFLICT, THE REVERSALS THAT
      *    WERE HELD BACK.  CM00-FULL-SSN HONORS THE CM00CTL
      *    MASKING CONTROL.  A MISSING OR UNUSABLE WINDOW CARD
      *    ENDS THE STEP WITH RETURN CODE 8 AND NO REVERSALS --
      *    A BACKOUT IS NEVER RUN BY DEFAULT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-SELECT-FILE ASSIGN TO "CM00BKID"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-CONTROL-FILE ASSIGN TO "CM00CTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-ID-AUDIT-FILE ASSIGN TO "CM00IDA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-BACKOUT-FILE ASSIGN TO "CM00BTRN"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    BACKOUT WINDOW CARD.  BOTH TIMESTAMPS ARE REQUIRED AND
      *    INCLUSIVE; THEY BRACKET THE BAD RUN'S AUDIT IMAGES.
       01  CM00-BACKOUT-PARM .
           05  CM00-BKP-FROM-TS PIC 9(14).
           05  CM00-BKP-TO-TS PIC 9(14).
           05  FILLER PIC X(52).

       FD  CM00-SELECT-FILE
           RECORDING MODE IS F.

       01  CM00-BACKOUT-SELECT .
           05  CM00-BKS-USER-ID PIC X(4).
           05  FILLER PIC X(76).

       FD  CM00-CONTROL-FILE
           RECORDING MODE IS F.

       COPY "cm00ctl.cbl".

       FD  CM00-AUDIT-FILE
           RECORDING MODE IS F.

       01  CM00-AUDIT-RECORD PIC X(224).

       FD  CM00-ID-AUDIT-FILE
           RECORDING MODE IS F.

       01  CM00-ID-AUDIT-RECORD PIC X(102).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-BACKOUT-FILE
           RECORDING MODE IS F.

       COPY "cm00trn.cbl".

       WORKING-STORAGE SECTION.

       COPY "cm00aud.cbl".

       COPY "cm00ida.cbl".

       01  WS-PARM-OK-SW PIC X VALUE 'N'.
           88  WS-PARM-OK VALUE 'Y'.

       01  WS-SEL-EOF-SW PIC X VALUE 'N'.
           88  WS-SEL-EOF VALUE 'Y'.

       01  WS-AUD-EOF-SW PIC X VALUE 'N'.
           88  WS-AUD-EOF VALUE 'Y'.

       01  WS-IDA-EOF-SW PIC X VALUE 'N'.
           88  WS-IDA-EOF VALUE 'Y'.

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-MASK-SW PIC X VALUE 'Y'.
           88  WS-MASK-SSN VALUE 'Y'.

       01  WS-FROM-TS PIC 9(14) VALUE ZERO.

       01  WS-TO-TS PIC 9(14) VALUE ZERO.

       01  WS-SELECTED-SW PIC X.
           88  WS-CUSTOMER-SELECTED VALUE 'Y'.

       01  WS-GENERATE-SW PIC X.
           88  WS-GENERATE-REVERSALS VALUE 'Y'.
           88  WS-LIST-ONLY VALUE 'N'.

       01  WS-CONFLICT-CODE PIC X(4).

       01  WS-CUST-IDX PIC 9(5).

       01  WS-TABLE-IDX PIC 9(5).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-THIS-USER-ID PIC S9999.

       01  WS-REVERSAL-AMOUNT PIC S9(9)V99 COMP-3.

       01  WS-LAST-FOUR PIC 9(4).

       01  WS-SELECT-COUNT PIC 9(3) VALUE ZERO.

       01  WS-MAX-SELECTS PIC 9(3) VALUE 500.

      *    OPTIONAL USER-ID LIMIT, THE SAME LOAD PATTERN AS THE
      *    CM00PURG AND CM00DSAR REQUEST TABLES.  EMPTY MEANS
      *    EVERY CUSTOMER IN THE WINDOW.
       01  WS-SELECT-TABLE .
           05  WS-SEL-USER-ID PIC S9999 OCCURS 500 TIMES.

      *    ONE ENTRY PER POSSIBLE USER-ID, SUBSCRIPTED BY USER-ID
      *    PLUS 10000, SO THE REVERSALS COME OUT IN ASCENDING
      *    USER-ID ORDER FOR CM00EDIT NO MATTER HOW THE AUDIT
      *    GENERATIONS WERE CONCATENATED.  THE IMAGES ARE THE
      *    102-BYTE CM00-CUS-BASE-INFO SPAN AND THE 41-BYTE
      *    IDENTITY SPAN, HELD AS PLAIN BYTES AND MAPPED BACK
      *    THROUGH THE AUDIT COPYBOOK NAMES WHEN THE CUSTOMER IS
      *    WORKED.
       01  WS-MAX-CUSTOMERS PIC 9(5) VALUE 19999.

       01  WS-CUSTOMER-TABLE .
           05  WS-CUSTOMER-ENTRY OCCURS 19999 TIMES .
               10  WS-BKO-BASE-COUNT PIC 9(5).
               10  WS-BKO-ID-COUNT PIC 9(5).
               10  WS-BKO-LATER-SW PIC X.
                   88  WS-BKO-CHANGED-LATER VALUE 'Y'.
               10  WS-BKO-MASTER-SW PIC X.
                   88  WS-BKO-NOT-ON-MASTER VALUE 'N'.
                   88  WS-BKO-MASTER-MATCHES VALUE 'M'.
                   88  WS-BKO-MASTER-DIFFERS VALUE 'D'.
                   88  WS-BKO-MASTER-PURGED VALUE 'T'.
               10  WS-BKO-FIRST-TS PIC 9(14).
               10  WS-BKO-LAST-TS PIC 9(14).
               10  WS-BKO-BEFORE PIC X(102).
               10  WS-BKO-AFTER PIC X(102).
               10  WS-BKO-ID-FIRST-TS PIC 9(14).
               10  WS-BKO-ID-LAST-TS PIC 9(14).
               10  WS-BKO-ID-BEFORE PIC X(41).
               10  WS-BKO-ID-AFTER PIC X(41).

       01  WS-AUDIT-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-IN-WINDOW-COUNT PIC 9(9) VALUE ZERO.

       01  WS-LATER-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CUSTOMER-COUNT PIC 9(9) VALUE ZERO.

       01  WS-REVERSED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CONFLICT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NO-CHANGE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CUST-TRANS-COUNT PIC 9(5).

       01  WS-TRANS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TRANS-HELD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SS-COUNT PIC 9(9) VALUE ZERO.

       01  WS-OT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-BA-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NM-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DB-COUNT PIC 9(9) VALUE ZERO.

       01  WS-BA-CONTROL-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           IF NOT WS-PARM-OK
               DISPLAY "CM00BKOT NO USABLE BACKOUT WINDOW CARD, "
                   "NOTHING REVERSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-AUDIT-PASS

           PERFORM 2500-IDENTITY-PASS

           PERFORM 3000-MASTER-PASS

           OPEN OUTPUT CM00-BACKOUT-FILE

           PERFORM 4000-PRINT-HEADING

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-MAX-CUSTOMERS
               IF WS-BKO-BASE-COUNT(WS-CUST-IDX) > ZERO
                       OR WS-BKO-ID-COUNT(WS-CUST-IDX) > ZERO
                   PERFORM 4100-WORK-ONE-CUSTOMER
               END-IF
           END-PERFORM

           PERFORM 5000-PRINT-TOTALS

           CLOSE CM00-BACKOUT-FILE

           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT CM00-CONTROL-FILE
           READ CM00-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-CTL-SSN-IN-CLEAR
                       MOVE 'N' TO WS-MASK-SW
                   END-IF
           END-READ
           CLOSE CM00-CONTROL-FILE

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1100-EDIT-PARM
           END-READ
           CLOSE CM00-PARM-FILE

           OPEN INPUT CM00-SELECT-FILE
           PERFORM UNTIL WS-SEL-EOF
               READ CM00-SELECT-FILE
                   AT END
                       SET WS-SEL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1200-LOAD-SELECT-CARD
               END-READ
           END-PERFORM
           CLOSE CM00-SELECT-FILE

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-MAX-CUSTOMERS
               MOVE ZERO TO WS-BKO-BASE-COUNT(WS-CUST-IDX)
               MOVE ZERO TO WS-BKO-ID-COUNT(WS-CUST-IDX)
               MOVE 'N' TO WS-BKO-LATER-SW(WS-CUST-IDX)
               MOVE 'N' TO WS-BKO-MASTER-SW(WS-CUST-IDX)
           END-PERFORM.

       1100-EDIT-PARM.

           IF CM00-BKP-FROM-TS NUMERIC
                   AND CM00-BKP-TO-TS NUMERIC
                   AND CM00-BKP-FROM-TS > ZERO
                   AND CM00-BKP-TO-TS NOT < CM00-BKP-FROM-TS
               MOVE CM00-BKP-FROM-TS TO WS-FROM-TS
               MOVE CM00-BKP-TO-TS TO WS-TO-TS
               SET WS-PARM-OK TO TRUE
           ELSE
               DISPLAY "CM00BKOT INVALID WINDOW CARD "
                   CM00-BACKOUT-PARM(1:28)
           END-IF.

       1200-LOAD-SELECT-CARD.

           IF CM00-BKS-USER-ID = SPACES
               CONTINUE
           ELSE
               IF WS-SELECT-COUNT < WS-MAX-SELECTS
                   ADD 1 TO WS-SELECT-COUNT
                   MOVE FUNCTION NUMVAL(CM00-BKS-USER-ID)
                       TO WS-SEL-USER-ID(WS-SELECT-COUNT)
               ELSE
                   DISPLAY "CM00BKOT SELECT TABLE FULL, "
                       "USER-ID " CM00-BKS-USER-ID " NOT WORKED"
               END-IF
           END-IF.

      *    IMAGES BEFORE THE WINDOW ARE HISTORY THE BAD RUN NEVER
      *    TOUCHED; IMAGES AFTER IT ONLY MATTER AS EVIDENCE THAT
      *    THE CUSTOMER HAS MOVED ON SINCE.
       2000-AUDIT-PASS.

           OPEN INPUT CM00-AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ CM00-AUDIT-FILE INTO EBCDIC-CM-AUDIT
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       MOVE CM00-AUDIT-USER-ID TO WS-THIS-USER-ID
                       PERFORM 2900-CHECK-SELECTED
                       IF WS-CUSTOMER-SELECTED
                               AND CM00-AUDIT-CHANGE-TIMESTAMP
                                   NOT < WS-FROM-TS
                           PERFORM 2100-FOLD-AUDIT-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-AUDIT-FILE.

      *    THE FIRST BEFORE-IMAGE IN THE WINDOW IS THE STATE TO GO
      *    BACK TO AND THE LAST AFTER-IMAGE IS WHAT THE BAD RUN
      *    LEFT; ON A TIMESTAMP TIE THE FILE ORDER, WHICH IS THE
      *    ORDER CM00MNT APPLIED THE CHANGES, DECIDES.
       2100-FOLD-AUDIT-IMAGE.

           IF CM00-AUDIT-CHANGE-TIMESTAMP > WS-TO-TS
               ADD 1 TO WS-LATER-COUNT
               MOVE 'Y' TO WS-BKO-LATER-SW(WS-CUST-IDX)
           ELSE
               ADD 1 TO WS-IN-WINDOW-COUNT
               IF WS-BKO-BASE-COUNT(WS-CUST-IDX) = ZERO
                       OR CM00-AUDIT-CHANGE-TIMESTAMP <
                           WS-BKO-FIRST-TS(WS-CUST-IDX)
                   MOVE CM00-AUDIT-CHANGE-TIMESTAMP
                       TO WS-BKO-FIRST-TS(WS-CUST-IDX)
                   MOVE CM00-AUDIT-BEFORE-IMAGE
                       TO WS-BKO-BEFORE(WS-CUST-IDX)
               END-IF
               IF WS-BKO-BASE-COUNT(WS-CUST-IDX) = ZERO
                       OR CM00-AUDIT-CHANGE-TIMESTAMP NOT <
                           WS-BKO-LAST-TS(WS-CUST-IDX)
                   MOVE CM00-AUDIT-CHANGE-TIMESTAMP
                       TO WS-BKO-LAST-TS(WS-CUST-IDX)
                   MOVE CM00-AUDIT-AFTER-IMAGE
                       TO WS-BKO-AFTER(WS-CUST-IDX)
               END-IF
               ADD 1 TO WS-BKO-BASE-COUNT(WS-CUST-IDX)
           END-IF.

       2500-IDENTITY-PASS.

           OPEN INPUT CM00-ID-AUDIT-FILE
           PERFORM UNTIL WS-IDA-EOF
               READ CM00-ID-AUDIT-FILE INTO EBCDIC-CM-ID-AUDIT
                   AT END
                       SET WS-IDA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ID-READ-COUNT
                       MOVE CM00-IDA-USER-ID TO WS-THIS-USER-ID
                       PERFORM 2900-CHECK-SELECTED
                       IF WS-CUSTOMER-SELECTED
                               AND CM00-IDA-CHANGE-TIMESTAMP
                                   NOT < WS-FROM-TS
                           PERFORM 2600-FOLD-ID-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-ID-AUDIT-FILE.

       2600-FOLD-ID-IMAGE.

           IF CM00-IDA-CHANGE-TIMESTAMP > WS-TO-TS
               ADD 1 TO WS-LATER-COUNT
               MOVE 'Y' TO WS-BKO-LATER-SW(WS-CUST-IDX)
           ELSE
               ADD 1 TO WS-IN-WINDOW-COUNT
               IF WS-BKO-ID-COUNT(WS-CUST-IDX) = ZERO
                       OR CM00-IDA-CHANGE-TIMESTAMP <
                           WS-BKO-ID-FIRST-TS(WS-CUST-IDX)
                   MOVE CM00-IDA-CHANGE-TIMESTAMP
                       TO WS-BKO-ID-FIRST-TS(WS-CUST-IDX)
                   MOVE CM00-IDA-BEFORE-IMAGE
                       TO WS-BKO-ID-BEFORE(WS-CUST-IDX)
               END-IF
               IF WS-BKO-ID-COUNT(WS-CUST-IDX) = ZERO
                       OR CM00-IDA-CHANGE-TIMESTAMP NOT <
                           WS-BKO-ID-LAST-TS(WS-CUST-IDX)
                   MOVE CM00-IDA-CHANGE-TIMESTAMP
                       TO WS-BKO-ID-LAST-TS(WS-CUST-IDX)
                   MOVE CM00-IDA-AFTER-IMAGE
                       TO WS-BKO-ID-AFTER(WS-CUST-IDX)
               END-IF
               ADD 1 TO WS-BKO-ID-COUNT(WS-CUST-IDX)
           END-IF.

      *    SETS WS-CUST-IDX FOR WS-THIS-USER-ID AND DECIDES WHETHER
      *    THE CUSTOMER IS IN SCOPE.  USER-ID ZERO IS EXTRACT
      *    PLUMBING AND NEVER IN SCOPE.
       2900-CHECK-SELECTED.

           MOVE 'N' TO WS-SELECTED-SW
           IF WS-THIS-USER-ID NOT = ZERO
               COMPUTE WS-CUST-IDX = WS-THIS-USER-ID + 10000
               IF WS-SELECT-COUNT = ZERO
                   SET WS-CUSTOMER-SELECTED TO TRUE
               ELSE
                   PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                           UNTIL WS-TABLE-IDX > WS-SELECT-COUNT
                               OR WS-CUSTOMER-SELECTED
                       IF WS-SEL-USER-ID(WS-TABLE-IDX)
                               = WS-THIS-USER-ID
                           SET WS-CUSTOMER-SELECTED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    THE REVERSAL IS ONLY SAFE IF THE MASTER STILL HOLDS
      *    EXACTLY WHAT THE BAD RUN LEFT.  CM00-AGE IS LEFT OUT OF
      *    THE IDENTITY COMPARE BECAUSE THE EXTRACT RE-DERIVES IT
      *    ON EVERY BIRTHDAY.
       3000-MASTER-PASS.

           OPEN INPUT CM00-MASTER-FILE
           PERFORM UNTIL WS-MST-EOF
               READ CM00-MASTER-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF (CM00-DETAIL-RECORD
                               OR CM00-TOMBSTONE-RECORD)
                               AND USER-ID NOT = ZERO
                           COMPUTE WS-CUST-IDX = USER-ID + 10000
                           PERFORM 3100-CHECK-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-MASTER-FILE.

       3100-CHECK-MASTER-RECORD.

           IF WS-BKO-BASE-COUNT(WS-CUST-IDX) > ZERO
                   OR WS-BKO-ID-COUNT(WS-CUST-IDX) > ZERO
               SET WS-BKO-MASTER-MATCHES(WS-CUST-IDX) TO TRUE
               IF CM00-TOMBSTONE-RECORD
                   SET WS-BKO-MASTER-PURGED(WS-CUST-IDX) TO TRUE
               ELSE
                   IF WS-BKO-BASE-COUNT(WS-CUST-IDX) > ZERO
                           AND CM00-CUS-BASE-INFO NOT =
                               WS-BKO-AFTER(WS-CUST-IDX)
                       SET WS-BKO-MASTER-DIFFERS(WS-CUST-IDX)
                           TO TRUE
                   END-IF
                   IF WS-BKO-ID-COUNT(WS-CUST-IDX) > ZERO
                       MOVE WS-BKO-ID-AFTER(WS-CUST-IDX)
                           TO CM00-IDA-AFTER-IMAGE
                       IF USER-LAST-NAME NOT =
                                   CM00-IDA-AFT-LAST-NAME
                               OR USER-FIRST-NAME NOT =
                                   CM00-IDA-AFT-FIRST-NAME
                               OR CM00-DATE-OF-BIRTH NOT =
                                   CM00-IDA-AFT-DATE-OF-BIRTH
                           SET WS-BKO-MASTER-DIFFERS(WS-CUST-IDX)
                               TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-HEADING.

           DISPLAY "CM00 MAINTENANCE BACKOUT REGISTER"
           DISPLAY "======================================"
           DISPLAY "WINDOW FROM . . . . . . . : " WS-FROM-TS
           DISPLAY "WINDOW TO . . . . . . . . : " WS-TO-TS
           IF WS-SELECT-COUNT = ZERO
               DISPLAY "CUSTOMERS SELECTED  . . . : ALL IN WINDOW"
           ELSE
               DISPLAY "CUSTOMERS SELECTED  . . . : "
                   WS-SELECT-COUNT " BY USER-ID CARD"
           END-IF
           IF WS-MASK-SSN
               DISPLAY "SSN MASKING . . . . . . . : ON"
           ELSE
               DISPLAY "SSN MASKING . . . . . . . : OFF"
           END-IF.

      *    A CUSTOMER WHOSE IMAGES FELL ONLY AFTER THE WINDOW HAS
      *    NOTHING TO REVERSE AND IS NOT LISTED.
       4100-WORK-ONE-CUSTOMER.

           COMPUTE WS-THIS-USER-ID = WS-CUST-IDX - 10000
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-CUST-TRANS-COUNT

           EVALUATE TRUE
               WHEN WS-BKO-NOT-ON-MASTER(WS-CUST-IDX)
                   MOVE "NOID" TO WS-CONFLICT-CODE
               WHEN WS-BKO-MASTER-PURGED(WS-CUST-IDX)
                   MOVE "PURG" TO WS-CONFLICT-CODE
               WHEN WS-BKO-CHANGED-LATER(WS-CUST-IDX)
                   MOVE "LATR" TO WS-CONFLICT-CODE
               WHEN WS-BKO-MASTER-DIFFERS(WS-CUST-IDX)
                   MOVE "MSTR" TO WS-CONFLICT-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-CONFLICT-CODE
           END-EVALUATE

           DISPLAY " "
           IF WS-CONFLICT-CODE = SPACES
               SET WS-GENERATE-REVERSALS TO TRUE
               DISPLAY "CUSTOMER " WS-THIS-USER-ID
                   "  IMAGES " WS-BKO-BASE-COUNT(WS-CUST-IDX)
                   " BASE " WS-BKO-ID-COUNT(WS-CUST-IDX)
                   " IDENTITY  REVERSED"
           ELSE
               SET WS-LIST-ONLY TO TRUE
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY "CUSTOMER " WS-THIS-USER-ID
                   "  IMAGES " WS-BKO-BASE-COUNT(WS-CUST-IDX)
                   " BASE " WS-BKO-ID-COUNT(WS-CUST-IDX)
                   " IDENTITY  *** CONFLICT "
                   WS-CONFLICT-CODE " - NOT REVERSED ***"
           END-IF

           IF WS-BKO-BASE-COUNT(WS-CUST-IDX) > ZERO
               PERFORM 4200-BUILD-BASE-REVERSALS
           END-IF
           IF WS-BKO-ID-COUNT(WS-CUST-IDX) > ZERO
               PERFORM 4300-BUILD-ID-REVERSALS
           END-IF

           EVALUATE TRUE
               WHEN WS-GENERATE-REVERSALS
                       AND WS-CUST-TRANS-COUNT = ZERO
                   ADD 1 TO WS-NO-CHANGE-COUNT
                   DISPLAY "    (BAD RUN LEFT NO NET CHANGE)"
               WHEN WS-GENERATE-REVERSALS
                   ADD 1 TO WS-REVERSED-COUNT
               WHEN OTHER
                   DISPLAY "    LEFT FOR MANUAL RESOLUTION"
           END-EVALUATE.

       4200-BUILD-BASE-REVERSALS.

           MOVE WS-BKO-BEFORE(WS-CUST-IDX) TO CM00-AUDIT-BEFORE-IMAGE
           MOVE WS-BKO-AFTER(WS-CUST-IDX) TO CM00-AUDIT-AFTER-IMAGE

           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
               IF CM00-BEF-CONTACT-TYPE(WS-CONTACT-IDX) NOT =
                           CM00-AFT-CONTACT-TYPE(WS-CONTACT-IDX)
                       OR CM00-BEF-CONTACT-NUM(WS-CONTACT-IDX) NOT =
                           CM00-AFT-CONTACT-NUM(WS-CONTACT-IDX)
                       OR CM00-BEF-CONTACT-STRING(WS-CONTACT-IDX)
                           NOT =
                           CM00-AFT-CONTACT-STRING(WS-CONTACT-IDX)
                   MOVE SPACES TO EBCDIC-CM-TRANSACTION
                   MOVE 'AD' TO CM00-TRN-ACTION-CODE
                   MOVE WS-CONTACT-IDX TO CM00-TRN-CONTACT-SLOT
                   MOVE CM00-BEF-CONTACT-TYPE(WS-CONTACT-IDX)
                       TO CM00-TRN-CONTACT-TYPE
                   MOVE CM00-BEF-CONTACT-NUM(WS-CONTACT-IDX)
                       TO CM00-TRN-CONTACT-NUM
                   MOVE CM00-BEF-CONTACT-STRING(WS-CONTACT-IDX)
                       TO CM00-TRN-CONTACT-STRING
                   PERFORM 4900-EMIT-REVERSAL
               END-IF
           END-PERFORM

           IF CM00-BEF-FULL-SSN NOT = CM00-AFT-FULL-SSN
               MOVE SPACES TO EBCDIC-CM-TRANSACTION
               MOVE 'SS' TO CM00-TRN-ACTION-CODE
               MOVE CM00-BEF-FULL-SSN TO CM00-TRN-NEW-FULL-SSN
               PERFORM 4900-EMIT-REVERSAL
           END-IF

           IF CM00-BEF-RANDOM-NUM NOT = CM00-AFT-RANDOM-NUM
                   OR CM00-BEF-RANDOM-STRING NOT =
                       CM00-AFT-RANDOM-STRING
               MOVE SPACES TO EBCDIC-CM-TRANSACTION
               MOVE 'OT' TO CM00-TRN-ACTION-CODE
               MOVE CM00-BEF-RANDOM-NUM TO CM00-TRN-NEW-RANDOM-NUM
               MOVE CM00-BEF-RANDOM-STRING
                   TO CM00-TRN-NEW-RANDOM-STRING
               PERFORM 4900-EMIT-REVERSAL
           END-IF

           IF CM00-BEF-ACCT-BALANCE NOT = CM00-AFT-ACCT-BALANCE
               MOVE SPACES TO EBCDIC-CM-TRANSACTION
               MOVE 'BA' TO CM00-TRN-ACTION-CODE
               COMPUTE WS-REVERSAL-AMOUNT =
                   CM00-BEF-ACCT-BALANCE - CM00-AFT-ACCT-BALANCE
               MOVE WS-REVERSAL-AMOUNT TO CM00-TRN-BALANCE-AMOUNT
               PERFORM 4900-EMIT-REVERSAL
           END-IF.

       4300-BUILD-ID-REVERSALS.

           MOVE WS-BKO-ID-BEFORE(WS-CUST-IDX) TO CM00-IDA-BEFORE-IMAGE
           MOVE WS-BKO-ID-AFTER(WS-CUST-IDX) TO CM00-IDA-AFTER-IMAGE

           IF CM00-IDA-BEF-LAST-NAME NOT = CM00-IDA-AFT-LAST-NAME
                   OR CM00-IDA-BEF-FIRST-NAME NOT =
                       CM00-IDA-AFT-FIRST-NAME
               MOVE SPACES TO EBCDIC-CM-TRANSACTION
               MOVE 'NM' TO CM00-TRN-ACTION-CODE
               MOVE CM00-IDA-BEF-LAST-NAME TO CM00-TRN-NEW-LAST-NAME
               MOVE CM00-IDA-BEF-FIRST-NAME
                   TO CM00-TRN-NEW-FIRST-NAME
               PERFORM 4900-EMIT-REVERSAL
           END-IF

           IF CM00-IDA-BEF-DATE-OF-BIRTH NOT =
                   CM00-IDA-AFT-DATE-OF-BIRTH
               MOVE SPACES TO EBCDIC-CM-TRANSACTION
               MOVE 'DB' TO CM00-TRN-ACTION-CODE
               MOVE CM00-IDA-BEF-DATE-OF-BIRTH
                   TO CM00-TRN-NEW-DATE-OF-BIRTH
               PERFORM 4900-EMIT-REVERSAL
           END-IF.

      *    ONE REGISTER LINE PER REVERSAL, WRITTEN OR HELD BACK.
       4900-EMIT-REVERSAL.

           MOVE WS-THIS-USER-ID TO CM00-TRN-USER-ID
           ADD 1 TO WS-CUST-TRANS-COUNT

           EVALUATE TRUE
               WHEN CM00-TRN-ADDR-CHG
                   DISPLAY "    AD SLOT " CM00-TRN-CONTACT-SLOT
                       " FROM "
                       CM00-AFT-CONTACT-TYPE(WS-CONTACT-IDX) " "
                       CM00-AFT-CONTACT-NUM(WS-CONTACT-IDX) " "
                       CM00-AFT-CONTACT-STRING(WS-CONTACT-IDX)
                       " BACK TO " CM00-TRN-CONTACT-TYPE " "
                       CM00-TRN-CONTACT-NUM " "
                       CM00-TRN-CONTACT-STRING
               WHEN CM00-TRN-SSN-CHG
                   IF WS-MASK-SSN
                       MOVE CM00-AFT-LAST-FOUR-SSN TO WS-LAST-FOUR
                       DISPLAY "    SS FROM ***-**-" WS-LAST-FOUR
                           WITH NO ADVANCING
                       MOVE CM00-BEF-LAST-FOUR-SSN TO WS-LAST-FOUR
                       DISPLAY " BACK TO ***-**-" WS-LAST-FOUR
                   ELSE
                       DISPLAY "    SS FROM " CM00-AFT-FULL-SSN
                           " BACK TO " CM00-BEF-FULL-SSN
                   END-IF
               WHEN CM00-TRN-OTHER-CHG
                   DISPLAY "    OT FROM " CM00-AFT-RANDOM-NUM " "
                       CM00-AFT-RANDOM-STRING
                       " BACK TO " CM00-BEF-RANDOM-NUM " "
                       CM00-BEF-RANDOM-STRING
               WHEN CM00-TRN-BAL-CHG
                   DISPLAY "    BA " CM00-TRN-BALANCE-AMOUNT
                       " BALANCE " CM00-AFT-ACCT-BALANCE
                       " BACK TO " CM00-BEF-ACCT-BALANCE
               WHEN CM00-TRN-NAME-CHG
                   DISPLAY "    NM FROM " CM00-IDA-AFT-LAST-NAME
                       ", " CM00-IDA-AFT-FIRST-NAME
                   DISPLAY "       BACK TO " CM00-IDA-BEF-LAST-NAME
                       ", " CM00-IDA-BEF-FIRST-NAME
               WHEN CM00-TRN-DOB-CHG
                   DISPLAY "    DB FROM " CM00-IDA-AFT-DATE-OF-BIRTH
                       " BACK TO " CM00-IDA-BEF-DATE-OF-BIRTH
           END-EVALUATE

           IF WS-GENERATE-REVERSALS
               WRITE EBCDIC-CM-TRANSACTION
               ADD 1 TO WS-TRANS-WRITTEN-COUNT
               EVALUATE TRUE
                   WHEN CM00-TRN-ADDR-CHG
                       ADD 1 TO WS-AD-COUNT
                   WHEN CM00-TRN-SSN-CHG
                       ADD 1 TO WS-SS-COUNT
                   WHEN CM00-TRN-OTHER-CHG
                       ADD 1 TO WS-OT-COUNT
                   WHEN CM00-TRN-BAL-CHG
                       ADD 1 TO WS-BA-COUNT
                       ADD CM00-TRN-BALANCE-AMOUNT
                           TO WS-BA-CONTROL-TOTAL
                   WHEN CM00-TRN-NAME-CHG
                       ADD 1 TO WS-NM-COUNT
                   WHEN CM00-TRN-DOB-CHG
                       ADD 1 TO WS-DB-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRANS-HELD-COUNT
           END-IF.

       5000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "AUDIT RECORDS READ  . . . : "
               WS-AUDIT-READ-COUNT
           DISPLAY "IDENTITY RECORDS READ . . : " WS-ID-READ-COUNT
           DISPLAY "IMAGES IN WINDOW  . . . . : "
               WS-IN-WINDOW-COUNT
           DISPLAY "IMAGES AFTER WINDOW . . . : " WS-LATER-COUNT
           DISPLAY "MASTER RECORDS READ . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "CUSTOMERS IN WINDOW . . . : " WS-CUSTOMER-COUNT
           DISPLAY "CUSTOMERS REVERSED  . . . : " WS-REVERSED-COUNT
           DISPLAY "CUSTOMERS NO NET CHANGE . : " WS-NO-CHANGE-COUNT
           DISPLAY "CONFLICTS FOR RESOLUTION  : " WS-CONFLICT-COUNT
           DISPLAY "REVERSALS WRITTEN . . . . : "
               WS-TRANS-WRITTEN-COUNT
           DISPLAY "  CONTACT         (AD)  . : " WS-AD-COUNT
           DISPLAY "  SSN             (SS)  . : " WS-SS-COUNT
           DISPLAY "  OTHER           (OT)  . : " WS-OT-COUNT
           DISPLAY "  BALANCE         (BA)  . : " WS-BA-COUNT
           DISPLAY "  NAME            (NM)  . : " WS-NM-COUNT
           DISPLAY "  BIRTH DATE      (DB)  . : " WS-DB-COUNT
           DISPLAY "REVERSALS HELD BACK . . . : "
               WS-TRANS-HELD-COUNT
           DISPLAY "BA REVERSAL CONTROL TOTAL : "
               WS-BA-CONTROL-TOTAL.
