       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00STMT.

      *    MONTHLY CUSTOMER ACCOUNT STATEMENTS.  TAKES THE MONTH'S
      *    OPENING MASTER, THE CLOSING MASTER AND THE MONTH'S
      *    AUDIT IMAGES (CONCATENATE THE NIGHTLY CM00AUD FILES, OR
      *    THE CM00ARCH ARCHIVE, ON THE AUDIT DD).  EVERY BA IMAGE
      *    WHOSE CM00-AUDIT-CHANGE-TIMESTAMP FALLS IN THE STATEMENT
      *    MONTH IS A MOVEMENT -- THE CM00POST INTEREST CREDITS,
      *    FEES AND CARRYING CHARGES AS WELL AS KEYED ADJUSTMENTS
      *    ALL REACH THE MASTER AS BA TRANSACTIONS THROUGH CM00MNT.
      *    THE MOVEMENTS ARE SORTED BY USER-ID AND TIMESTAMP AND
      *    MATCHED AGAINST BOTH MASTERS, WHICH ARE IN USER-ID
      *    ORDER.  EACH DETAIL CUSTOMER ON THE CLOSING MASTER GETS
      *    A STATEMENT ON CM00STMO SHOWING THE OPENING
      *    CM00-ACCT-BALANCE, EVERY MOVEMENT WITH A RUNNING
      *    BALANCE, AND THE CLOSING BALANCE, ADDRESSED TO THE FIRST
      *    TYPE 'A' SLOT IN CM00-CONTACT-TABLE.  A CUSTOMER NEW
      *    THIS MONTH OPENS AT ZERO.
      *
      *    NOT MAILED, BUT LISTED ON THE CONTROL REPORT:
      *
      *      ADDR - DETAIL CUSTOMER WITH NO TYPE 'A' SLOT
      *      PURG - TOMBSTONE; NEVER GETS A STATEMENT
      *      PROV - OPENING PLUS MOVEMENTS DOES NOT EQUAL CLOSING
      *      GONE - ON THE OPENING MASTER, NOT ON THE CLOSING ONE
      *      ORPH - MOVEMENT FOR A USER-ID NOT ON THE CLOSING
      *             MASTER
      *
      *    THE PROOF IS HELD FOR EVERY CUSTOMER, TOMBSTONES
      *    INCLUDED, AND IN TOTAL ACROSS THE BOOK.  ANY PROV, GONE
      *    OR ORPH, OR A TOTAL THAT DOES NOT PROVE, ENDS THE STEP
      *    WITH RETURN CODE 8 SO THE STATEMENTS ARE HELD FROM THE
      *    MAILING.  A MISSING OR UNUSABLE STATEMENT-MONTH CARD
      *    ALSO ENDS WITH RETURN CODE 8 AND NO STATEMENTS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-OPENING-FILE ASSIGN TO "CM00OPEN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-STATEMENT-FILE ASSIGN TO "CM00STMO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-SORT-FILE ASSIGN TO "CM00SRTM".

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    STATEMENT MONTH CARD, CCYYMM.
       01  CM00-STATEMENT-PARM .
           05  CM00-STP-MONTH PIC X(6).
           05  FILLER PIC X(74).

       FD  CM00-OPENING-FILE
           RECORDING MODE IS F.

       01  CM00-OPENING-RECORD PIC X(156).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-AUDIT-FILE
           RECORDING MODE IS F.

       01  CM00-AUDIT-RECORD PIC X(224).

       FD  CM00-STATEMENT-FILE
           RECORDING MODE IS F.

       01  CM00-STATEMENT-LINE PIC X(80).

       SD  CM00-SORT-FILE.

       01  CM00-SORT-RECORD .
           05  CM00-SRT-USER-ID PIC S9999.
           05  CM00-SRT-TIMESTAMP PIC 9(14).
           05  FILLER PIC X(206).

       WORKING-STORAGE SECTION.

       COPY "cm00aud.cbl".

      *    THE FEW OPENING-MASTER FIELDS THIS PROGRAM NEEDS, AT
      *    THEIR EBCDIC-CM-INIT OFFSETS; THE CLOSING MASTER OWNS
      *    THE EXAMPLE.CBL NAMES.
       01  WS-OPENING-MASTER .
           05  WS-OPN-USER-ID PIC S9999.
           05  FILLER PIC X(30).
           05  WS-OPN-RECORD-TYPE PIC X.
               88  WS-OPN-DETAIL-RECORD VALUE '2'.
               88  WS-OPN-TOMBSTONE-RECORD VALUE '4'.
           05  FILLER PIC X(96).
           05  WS-OPN-ACCT-BALANCE PIC S9(9)V99 COMP-3.
           05  FILLER PIC X(19).

       01  WS-PARM-OK-SW PIC X VALUE 'N'.
           88  WS-PARM-OK VALUE 'Y'.

       01  WS-AUD-EOF-SW PIC X VALUE 'N'.
           88  WS-AUD-EOF VALUE 'Y'.

       01  WS-OPN-EOF-SW PIC X VALUE 'N'.
           88  WS-OPN-EOF VALUE 'Y'.

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-SRT-EOF-SW PIC X VALUE 'N'.
           88  WS-SRT-EOF VALUE 'Y'.

       01  WS-MAIL-SW PIC X.
           88  WS-MAIL-STATEMENT VALUE 'Y'.

       01  WS-STATEMENT-MONTH PIC X(6).

      *    MATCH KEYS; 99999 IS PAST ANY USER-ID AND MARKS END OF
      *    FILE SO THE MERGE NEEDS NO SEPARATE EOF TESTS.
       01  WS-OPN-KEY PIC S9(5).

       01  WS-MOV-KEY PIC S9(5).

       01  WS-CLS-KEY PIC S9(5).

       01  WS-HIGH-KEY PIC S9(5) VALUE 99999.

       01  WS-ADDRESS-IDX PIC 9(2).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-OPENING-BALANCE PIC S9(9)V99 COMP-3.

       01  WS-RUNNING-BALANCE PIC S9(9)V99 COMP-3.

       01  WS-MOVEMENT-AMOUNT PIC S9(9)V99 COMP-3.

       01  WS-CUST-MOVEMENT-TOTAL PIC S9(9)V99 COMP-3.

       01  WS-CUST-MOVEMENT-COUNT PIC 9(5).

       01  WS-AUDIT-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MOVEMENT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-OPENING-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CUSTOMER-COUNT PIC 9(9) VALUE ZERO.

       01  WS-STATEMENT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NEW-CUSTOMER-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NO-ADDRESS-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TOMBSTONE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NOT-PROVED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-GONE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ORPHAN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TOTAL-OPENING PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-MOVEMENTS PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-CLOSING PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-PROOF PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    STATEMENT PRINT LINES.
       01  WS-STMT-TITLE-LINE .
           05  FILLER PIC X(30)
                   VALUE "CUSTOMER ACCOUNT STATEMENT".
           05  FILLER PIC X(26) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "MONTH ENDING  ".
           05  WS-STL-YEAR PIC X(4).
           05  FILLER PIC X VALUE "-".
           05  WS-STL-MONTH PIC X(2).
           05  FILLER PIC X(3) VALUE SPACES.

       01  WS-STMT-NAME-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-SNL-FIRST-NAME PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-SNL-LAST-NAME PIC X(20).
           05  FILLER PIC X(21) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "ACCOUNT   ".
           05  WS-SNL-USER-ID PIC -9(4).
           05  FILLER PIC X(9) VALUE SPACES.

       01  WS-STMT-ADDRESS-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-SAL-NUMBER PIC Z(8)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-SAL-STREET PIC X(5).
           05  FILLER PIC X(61) VALUE SPACES.

       01  WS-STMT-COLUMN-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "DATE".
           05  FILLER PIC X(24) VALUE "DESCRIPTION".
           05  FILLER PIC X(14) VALUE "        AMOUNT".
           05  FILLER PIC X(5) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "       BALANCE".
           05  FILLER PIC X(7) VALUE SPACES.

       01  WS-STMT-DETAIL-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-SDL-DATE PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  WS-SDL-DESCRIPTION PIC X(24).
           05  WS-SDL-AMOUNT PIC ---,---,--9.99 BLANK WHEN ZERO.
           05  FILLER PIC X(5) VALUE SPACES.
           05  WS-SDL-BALANCE PIC ---,---,--9.99.
           05  FILLER PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           IF NOT WS-PARM-OK
               DISPLAY "CM00STMT NO USABLE STATEMENT MONTH CARD, "
                   "NO STATEMENTS PRINTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CM00 MONTHLY STATEMENT CONTROL REPORT"
           DISPLAY "======================================"
           DISPLAY "STATEMENT MONTH . . . . . : "
               WS-STATEMENT-MONTH(1:4) "-" WS-STATEMENT-MONTH(5:2)
           DISPLAY " "

           SORT CM00-SORT-FILE
               ON ASCENDING KEY CM00-SRT-USER-ID
                                CM00-SRT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SELECT-MOVEMENTS
               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS

           PERFORM 6000-PRINT-TOTALS

           IF WS-NOT-PROVED-COUNT > ZERO
                   OR WS-GONE-COUNT > ZERO
                   OR WS-ORPHAN-COUNT > ZERO
                   OR WS-TOTAL-PROOF NOT = WS-TOTAL-CLOSING
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-STP-MONTH NUMERIC
                           AND CM00-STP-MONTH(5:2) > "00"
                           AND CM00-STP-MONTH(5:2) < "13"
                       MOVE CM00-STP-MONTH TO WS-STATEMENT-MONTH
                       SET WS-PARM-OK TO TRUE
                   ELSE
                       DISPLAY "CM00STMT INVALID MONTH CARD "
                           CM00-STP-MONTH
                   END-IF
           END-READ
           CLOSE CM00-PARM-FILE

           MOVE WS-STATEMENT-MONTH(1:4) TO WS-STL-YEAR
           MOVE WS-STATEMENT-MONTH(5:2) TO WS-STL-MONTH.

       2000-SELECT-MOVEMENTS.

           OPEN INPUT CM00-AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ CM00-AUDIT-FILE INTO EBCDIC-CM-AUDIT
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       IF CM00-AUDIT-REASON-BAL-CHG
                               AND CM00-AUDIT-CHANGE-TIMESTAMP(1:6)
                                   = WS-STATEMENT-MONTH
                           RELEASE CM00-SORT-RECORD
                               FROM EBCDIC-CM-AUDIT
                           ADD 1 TO WS-MOVEMENT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-AUDIT-FILE.

      *    THE CLOSING MASTER DRIVES.  OPENING RECORDS AND
      *    MOVEMENTS WITH A LOWER KEY THAN THE CURRENT CLOSING
      *    CUSTOMER BELONG TO NOBODY ON THE CLOSING MASTER.
       3000-PRINT-STATEMENTS.

           OPEN INPUT CM00-OPENING-FILE
           OPEN INPUT CM00-MASTER-FILE
           OPEN OUTPUT CM00-STATEMENT-FILE

           PERFORM 8000-READ-CLOSING
           PERFORM 8100-READ-OPENING
           PERFORM 8200-RETURN-MOVEMENT

           PERFORM UNTIL WS-CLS-KEY = WS-HIGH-KEY
                   AND WS-OPN-KEY = WS-HIGH-KEY
                   AND WS-MOV-KEY = WS-HIGH-KEY
               EVALUATE TRUE
                   WHEN WS-OPN-KEY < WS-CLS-KEY
                           AND WS-OPN-KEY NOT > WS-MOV-KEY
                       PERFORM 3800-CUSTOMER-GONE
                   WHEN WS-MOV-KEY < WS-CLS-KEY
                           AND WS-MOV-KEY < WS-OPN-KEY
                       PERFORM 3900-ORPHAN-MOVEMENT
                   WHEN OTHER
                       PERFORM 3100-WORK-ONE-CUSTOMER
               END-EVALUATE
           END-PERFORM

           CLOSE CM00-OPENING-FILE CM00-MASTER-FILE
               CM00-STATEMENT-FILE.

       3100-WORK-ONE-CUSTOMER.

           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-CUST-MOVEMENT-TOTAL
           MOVE ZERO TO WS-CUST-MOVEMENT-COUNT

           IF WS-OPN-KEY = WS-CLS-KEY
               MOVE WS-OPN-ACCT-BALANCE TO WS-OPENING-BALANCE
               PERFORM 8100-READ-OPENING
           ELSE
               MOVE ZERO TO WS-OPENING-BALANCE
               ADD 1 TO WS-NEW-CUSTOMER-COUNT
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE

           MOVE ZERO TO WS-ADDRESS-IDX
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
                       OR WS-ADDRESS-IDX > ZERO
               IF CM00-CONTACT-ADDRESS(WS-CONTACT-IDX)
                   MOVE WS-CONTACT-IDX TO WS-ADDRESS-IDX
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-MAIL-SW
           EVALUATE TRUE
               WHEN CM00-TOMBSTONE-RECORD
                   ADD 1 TO WS-TOMBSTONE-COUNT
               WHEN WS-ADDRESS-IDX = ZERO
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "ADDR USER-ID " USER-ID " "
                       USER-LAST-NAME " " USER-FIRST-NAME
                       " NO ADDRESS SLOT, NOT MAILED"
               WHEN OTHER
                   SET WS-MAIL-STATEMENT TO TRUE
                   PERFORM 3200-PRINT-STATEMENT-HEAD
           END-EVALUATE

           PERFORM UNTIL WS-MOV-KEY NOT = WS-CLS-KEY
               PERFORM 3300-APPLY-MOVEMENT
               PERFORM 8200-RETURN-MOVEMENT
           END-PERFORM

           IF WS-MAIL-STATEMENT
               PERFORM 3400-PRINT-STATEMENT-FOOT
           END-IF

           IF WS-RUNNING-BALANCE NOT = CM00-ACCT-BALANCE
               ADD 1 TO WS-NOT-PROVED-COUNT
               DISPLAY "PROV USER-ID " USER-ID
                   " OPENING " WS-OPENING-BALANCE
                   " MOVEMENTS " WS-CUST-MOVEMENT-TOTAL
                   " CLOSING " CM00-ACCT-BALANCE
           END-IF

           ADD WS-OPENING-BALANCE TO WS-TOTAL-OPENING
           ADD CM00-ACCT-BALANCE TO WS-TOTAL-CLOSING

           PERFORM 8000-READ-CLOSING.

       3200-PRINT-STATEMENT-HEAD.

           ADD 1 TO WS-STATEMENT-COUNT
           MOVE USER-FIRST-NAME TO WS-SNL-FIRST-NAME
           MOVE USER-LAST-NAME TO WS-SNL-LAST-NAME
           MOVE USER-ID TO WS-SNL-USER-ID
           MOVE CM00-CONTACT-NUM(WS-ADDRESS-IDX) TO WS-SAL-NUMBER
           MOVE CM00-CONTACT-STRING(WS-ADDRESS-IDX) TO WS-SAL-STREET

           WRITE CM00-STATEMENT-LINE FROM WS-STMT-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE CM00-STATEMENT-LINE FROM WS-STMT-NAME-LINE
               AFTER ADVANCING 2 LINES
           WRITE CM00-STATEMENT-LINE FROM WS-STMT-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           WRITE CM00-STATEMENT-LINE FROM WS-STMT-COLUMN-LINE
               AFTER ADVANCING 3 LINES

           MOVE SPACES TO WS-SDL-DATE
           MOVE "OPENING BALANCE" TO WS-SDL-DESCRIPTION
           MOVE ZERO TO WS-SDL-AMOUNT
           MOVE WS-OPENING-BALANCE TO WS-SDL-BALANCE
           WRITE CM00-STATEMENT-LINE FROM WS-STMT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

      *    THE MOVEMENT IS THE CHANGE THE BA MADE TO THE BALANCE,
      *    TAKEN FROM THE IMAGES RATHER THAN THE TRANSACTION SO IT
      *    IS EXACTLY WHAT CM00MNT POSTED.
       3300-APPLY-MOVEMENT.

           COMPUTE WS-MOVEMENT-AMOUNT =
               CM00-AFT-ACCT-BALANCE - CM00-BEF-ACCT-BALANCE
           ADD WS-MOVEMENT-AMOUNT TO WS-RUNNING-BALANCE
           ADD WS-MOVEMENT-AMOUNT TO WS-CUST-MOVEMENT-TOTAL
           ADD WS-MOVEMENT-AMOUNT TO WS-TOTAL-MOVEMENTS
           ADD 1 TO WS-CUST-MOVEMENT-COUNT

           IF WS-MAIL-STATEMENT
               STRING CM00-AUDIT-CHANGE-TIMESTAMP(1:4) "-"
                   CM00-AUDIT-CHANGE-TIMESTAMP(5:2) "-"
                   CM00-AUDIT-CHANGE-TIMESTAMP(7:2)
                   DELIMITED BY SIZE INTO WS-SDL-DATE
               IF WS-MOVEMENT-AMOUNT < ZERO
                   MOVE "DEBIT" TO WS-SDL-DESCRIPTION
               ELSE
                   MOVE "CREDIT" TO WS-SDL-DESCRIPTION
               END-IF
               MOVE WS-MOVEMENT-AMOUNT TO WS-SDL-AMOUNT
               MOVE WS-RUNNING-BALANCE TO WS-SDL-BALANCE
               WRITE CM00-STATEMENT-LINE FROM WS-STMT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3400-PRINT-STATEMENT-FOOT.

           MOVE SPACES TO WS-SDL-DATE
           MOVE "CLOSING BALANCE" TO WS-SDL-DESCRIPTION
           MOVE ZERO TO WS-SDL-AMOUNT
           MOVE CM00-ACCT-BALANCE TO WS-SDL-BALANCE
           WRITE CM00-STATEMENT-LINE FROM WS-STMT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       3800-CUSTOMER-GONE.

           ADD 1 TO WS-GONE-COUNT
           ADD WS-OPN-ACCT-BALANCE TO WS-TOTAL-OPENING
           DISPLAY "GONE USER-ID " WS-OPN-USER-ID
               " OPENING " WS-OPN-ACCT-BALANCE
               " NOT ON CLOSING MASTER"
           PERFORM 8100-READ-OPENING.

       3900-ORPHAN-MOVEMENT.

           ADD 1 TO WS-ORPHAN-COUNT
           COMPUTE WS-MOVEMENT-AMOUNT =
               CM00-AFT-ACCT-BALANCE - CM00-BEF-ACCT-BALANCE
           ADD WS-MOVEMENT-AMOUNT TO WS-TOTAL-MOVEMENTS
           DISPLAY "ORPH USER-ID " CM00-AUDIT-USER-ID
               " " CM00-AUDIT-CHANGE-TIMESTAMP
               " MOVEMENT " WS-MOVEMENT-AMOUNT
               " NOT ON CLOSING MASTER"
           PERFORM 8200-RETURN-MOVEMENT.

       6000-PRINT-TOTALS.

           COMPUTE WS-TOTAL-PROOF =
               WS-TOTAL-OPENING + WS-TOTAL-MOVEMENTS

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "AUDIT RECORDS READ  . . . : "
               WS-AUDIT-READ-COUNT
           DISPLAY "MOVEMENTS IN MONTH  . . . : " WS-MOVEMENT-COUNT
           DISPLAY "OPENING RECORDS READ  . . : "
               WS-OPENING-READ-COUNT
           DISPLAY "CLOSING RECORDS READ  . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "CUSTOMERS ON CLOSING  . . : " WS-CUSTOMER-COUNT
           DISPLAY "  NEW THIS MONTH  . . . . : "
               WS-NEW-CUSTOMER-COUNT
           DISPLAY "STATEMENTS PRINTED  . . . : " WS-STATEMENT-COUNT
           DISPLAY "NO ADDRESS SLOT   (ADDR)  : " WS-NO-ADDRESS-COUNT
           DISPLAY "TOMBSTONES SKIPPED (PURG) : " WS-TOMBSTONE-COUNT
           DISPLAY "NOT PROVED        (PROV)  : " WS-NOT-PROVED-COUNT
           DISPLAY "NOT ON CLOSING    (GONE)  : " WS-GONE-COUNT
           DISPLAY "ORPHAN MOVEMENTS  (ORPH)  : " WS-ORPHAN-COUNT
           DISPLAY "TOTAL OPENING BALANCE . . : " WS-TOTAL-OPENING
           DISPLAY "TOTAL MOVEMENTS . . . . . : " WS-TOTAL-MOVEMENTS
           DISPLAY "OPENING PLUS MOVEMENTS  . : " WS-TOTAL-PROOF
           DISPLAY "TOTAL CLOSING BALANCE . . : " WS-TOTAL-CLOSING
           IF WS-TOTAL-PROOF = WS-TOTAL-CLOSING
                   AND WS-NOT-PROVED-COUNT = ZERO
                   AND WS-GONE-COUNT = ZERO
                   AND WS-ORPHAN-COUNT = ZERO
               DISPLAY "STATEMENTS PROVED, RELEASE FOR MAILING"
           ELSE
               DISPLAY "STATEMENTS DO NOT PROVE, HOLD THE MAILING"
           END-IF.

       8000-READ-CLOSING.

           MOVE SPACE TO CM00-RECORD-TYPE
           PERFORM UNTIL WS-MST-EOF
                   OR CM00-DETAIL-RECORD
                   OR CM00-TOMBSTONE-RECORD
               READ CM00-MASTER-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
               END-READ
           END-PERFORM
           IF WS-MST-EOF
               MOVE WS-HIGH-KEY TO WS-CLS-KEY
           ELSE
               MOVE USER-ID TO WS-CLS-KEY
           END-IF.

       8100-READ-OPENING.

           MOVE SPACE TO WS-OPN-RECORD-TYPE
           PERFORM UNTIL WS-OPN-EOF
                   OR WS-OPN-DETAIL-RECORD
                   OR WS-OPN-TOMBSTONE-RECORD
               READ CM00-OPENING-FILE INTO WS-OPENING-MASTER
                   AT END
                       SET WS-OPN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OPENING-READ-COUNT
               END-READ
           END-PERFORM
           IF WS-OPN-EOF
               MOVE WS-HIGH-KEY TO WS-OPN-KEY
           ELSE
               MOVE WS-OPN-USER-ID TO WS-OPN-KEY
           END-IF.

       8200-RETURN-MOVEMENT.

           RETURN CM00-SORT-FILE INTO EBCDIC-CM-AUDIT
               AT END
                   SET WS-SRT-EOF TO TRUE
                   MOVE WS-HIGH-KEY TO WS-MOV-KEY
               NOT AT END
                   MOVE CM00-AUDIT-USER-ID TO WS-MOV-KEY
           END-RETURN.
