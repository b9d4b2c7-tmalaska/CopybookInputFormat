      *    LAYOUT) AND THE CUSTOMER MASTER, AND REJECTS WITH A
      *    REASON CODE:
      *
      *      ACTN - ACTION CODE OUTSIDE AD/SS/BA/OT/NM/DB
      *      SLOT - CM00-TRN-CONTACT-SLOT OUTSIDE 1-5 ON AN AD
      *      SSN9 - CM00-TRN-NEW-FULL-SSN NOT NINE DIGITS ON AN SS
      *      NAME - CM00-TRN-NEW-LAST-NAME BLANK ON AN NM
      *      DOB8 - CM00-TRN-NEW-DATE-OF-BIRTH NOT A REAL PAST
      *             CALENDAR DATE ON A DB, PER CM00AGEC
      *      NOID - CM00-TRN-USER-ID NOT A DETAIL ON THE MASTER
      *      SORT - USER-ID LOWER THAN THE LAST CLEAN TRANSACTION
      *
      *    REPORT.  TOMBSTONED CUSTOMERS ARE NOT LOADED FROM THE
      *    MASTER, SO A TRANSACTION AGAINST ONE REJECTS AS NOID --
      *    THE SAME RECORDS CM00MNT WOULD NEVER MATCH.
      *
      *    DUAL CONTROL.  A CLEAN BA THAT MOVES MORE THAN THE HOLD
      *    AMOUNT ON THE CM00PARM CARD (EITHER SIGN), AND EVERY
      *    CLEAN SS, IS NOT PASSED TO CM00MNT BUT WRITTEN TO THE
      *    PENDING-APPROVAL FILE CM00PEND (CM00-PENDING-ITEM
      *    LAYOUT) FOR CM00APRV.  ITEMS CM00APRV HAS RELEASED COME
      *    BACK ON CM00RLSE IN USER-ID ORDER AND ARE MERGED INTO
      *    CM00TRN AHEAD OF THE SAME CUSTOMER'S NEW TRANSACTIONS.
      *    THEY ARE EDITED AGAIN, SINCE THE CUSTOMER MAY HAVE BEEN
      *    PURGED WHILE THE ITEM WAITED, BUT NEVER HELD AGAIN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00MSTI"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-SUSP-FILE ASSIGN TO "CM00TSUS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-RELEASE-FILE ASSIGN TO "CM00RLSE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-PEND-FILE ASSIGN TO "CM00PEND"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    HOLD AMOUNT CARD, DOLLARS AND CENTS WITH AN IMPLIED
      *    DECIMAL POINT.  BLANK OR UNREADABLE KEEPS 10000.00.
       01  CM00-EDIT-PARM .
           05  CM00-EDP-HOLD-AMOUNT PIC X(9).
           05  CM00-EDP-HOLD-AMOUNT-NUM REDEFINES CM00-EDP-HOLD-AMOUNT
                   PIC 9(7)V99.
           05  FILLER PIC X(71).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       FD  CM00-TRANS-OUT-FILE
           RECORDING MODE IS F.

       01  CM00-TRANS-OUT-RECORD PIC X(36).

       FD  CM00-SUSP-FILE
           RECORDING MODE IS F.

       01  CM00-TRANS-SUSP-RECORD .
           05  CM00-TSU-INPUT-RECORD PIC X(36).
           05  CM00-TSU-REASON-CODE PIC X(4).

       FD  CM00-RELEASE-FILE
           RECORDING MODE IS F.

       01  CM00-RELEASE-RECORD .
           05  CM00-RLS-USER-ID PIC S9999.
           05  FILLER PIC X(32).

       FD  CM00-PEND-FILE
           RECORDING MODE IS F.

       COPY "cm00pnd.cbl".

       WORKING-STORAGE SECTION.

       01  WS-MST-EOF-SW PIC X VALUE 'N'.

       01  WS-REASON-CODE PIC X(4).

       01  WS-RLS-EOF-SW PIC X VALUE 'N'.
           88  WS-RLS-EOF VALUE 'Y'.

       01  WS-HOLD-SW PIC X.
           88  WS-TRANS-HELD VALUE 'Y'.
           88  WS-TRANS-NOT-HELD VALUE 'N'.

       01  WS-HOLD-AMOUNT PIC 9(7)V99 VALUE 10000.00.

       01  WS-BA-AMOUNT PIC S9(9)V99 COMP-3.

       01  WS-HOLD-REASON PIC X(4).

       01  WS-HOLD-TIMESTAMP PIC 9(14).

      *    RELEASED ITEMS ARE MERGED UP TO AND INCLUDING THIS
      *    USER-ID; 99999 FLUSHES THE REST AT END OF FILE.
       01  WS-MERGE-THRU-ID PIC S9(5).

      *    THE NEW TRANSACTION, PUT ASIDE WHILE RELEASED ITEMS FOR
      *    LOWER OR EQUAL USER-IDS ARE EDITED AHEAD OF IT.
       01  WS-SAVED-TRANSACTION PIC X(36).

      *    CM00AGEC PARAMETERS FOR THE DB DATE-OF-BIRTH EDIT; THE
      *    DERIVED AGE IS NOT KEPT HERE, CM00MNT RE-DERIVES IT.
       01  WS-EDIT-AGE PIC 9(3).

       01  WS-AGEC-RETURN-CODE PIC 9(2).
           88  WS-AGEC-DOB-VALID VALUE 00.

       01  WS-TABLE-IDX PIC 9(5).

       01  WS-MATCH-IDX PIC 9(5).

       01  WS-SSN9-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NAME-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DOB8-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NOID-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SORT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-HELD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-HELD-BA-COUNT PIC 9(9) VALUE ZERO.

       01  WS-HELD-SS-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RELEASED-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RELEASED-CLEAN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SEEN-COUNT PIC 9(5) VALUE ZERO.

      *    USER-ID IS PIC S9999 (-9999 THRU 9999); SIZED TO THE FULL
                       SET WS-TRN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ-COUNT
                       MOVE CM00-TRN-USER-ID TO WS-MERGE-THRU-ID
                       PERFORM 1500-MERGE-RELEASED
                       PERFORM 2000-EDIT-TRANS
                       PERFORM 2500-CHECK-DUAL-CONTROL
                       PERFORM 3000-ROUTE-TRANS
               END-READ
           END-PERFORM

           MOVE 99999 TO WS-MERGE-THRU-ID
           PERFORM 1500-MERGE-RELEASED

           PERFORM 5000-PRINT-TOTALS

           CLOSE CM00-TRANS-IN-FILE CM00-TRANS-OUT-FILE
               CM00-SUSP-FILE CM00-RELEASE-FILE CM00-PEND-FILE

           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-EDP-HOLD-AMOUNT NUMERIC
                       MOVE CM00-EDP-HOLD-AMOUNT-NUM TO WS-HOLD-AMOUNT
                   ELSE
                       IF CM00-EDP-HOLD-AMOUNT NOT = SPACES
                           DISPLAY "CM00EDIT INVALID HOLD AMOUNT "
                               CM00-EDP-HOLD-AMOUNT ", USING DEFAULT"
                       END-IF
                   END-IF
           END-READ
           CLOSE CM00-PARM-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HOLD-TIMESTAMP

           OPEN INPUT CM00-MASTER-FILE
           PERFORM UNTIL WS-MST-EOF
               READ CM00-MASTER-FILE
           OPEN INPUT CM00-TRANS-IN-FILE
           OPEN OUTPUT CM00-TRANS-OUT-FILE
           OPEN OUTPUT CM00-SUSP-FILE
           OPEN INPUT CM00-RELEASE-FILE
           OPEN OUTPUT CM00-PEND-FILE

           DISPLAY "CM00 TRANSACTION PRE-EDIT REPORT"
           DISPLAY "======================================"
           DISPLAY "MASTER RECORDS READ . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "HOLD BA AMOUNTS OVER  . . : " WS-HOLD-AMOUNT

           PERFORM 8100-READ-RELEASED.

       1100-TABLE-MASTER-ID.

                   USER-ID " NOT TRACKED"
           END-IF.

       1500-MERGE-RELEASED.

           IF NOT WS-RLS-EOF
                   AND CM00-RLS-USER-ID NOT > WS-MERGE-THRU-ID
               MOVE EBCDIC-CM-TRANSACTION TO WS-SAVED-TRANSACTION
               PERFORM UNTIL WS-RLS-EOF
                       OR CM00-RLS-USER-ID > WS-MERGE-THRU-ID
                   MOVE CM00-RELEASE-RECORD TO EBCDIC-CM-TRANSACTION
                   PERFORM 2000-EDIT-TRANS
                   SET WS-TRANS-NOT-HELD TO TRUE
                   PERFORM 3000-ROUTE-TRANS
                   IF WS-TRANS-VALID
                       ADD 1 TO WS-RELEASED-CLEAN-COUNT
                   END-IF
                   PERFORM 8100-READ-RELEASED
               END-PERFORM
               MOVE WS-SAVED-TRANSACTION TO EBCDIC-CM-TRANSACTION
           END-IF.

       2000-EDIT-TRANS.

           SET WS-TRANS-VALID TO TRUE
       2200-EDIT-ACTION-CODE.

           IF NOT (CM00-TRN-ADDR-CHG OR CM00-TRN-SSN-CHG
                   OR CM00-TRN-BAL-CHG OR CM00-TRN-OTHER-CHG
                   OR CM00-TRN-NAME-CHG OR CM00-TRN-DOB-CHG)
               SET WS-TRANS-INVALID TO TRUE
               MOVE "ACTN" TO WS-REASON-CODE
               ADD 1 TO WS-ACTN-COUNT
                       MOVE "SSN9" TO WS-REASON-CODE
                       ADD 1 TO WS-SSN9-COUNT
                   END-IF
               WHEN CM00-TRN-NAME-CHG
                   IF CM00-TRN-NEW-LAST-NAME = SPACES
                       SET WS-TRANS-INVALID TO TRUE
                       MOVE "NAME" TO WS-REASON-CODE
                       ADD 1 TO WS-NAME-COUNT
                   END-IF
               WHEN CM00-TRN-DOB-CHG
                   PERFORM 2350-EDIT-DATE-OF-BIRTH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE SAME CALENDAR AND NOT-IN-THE-FUTURE RULES THE
      *    EXTRACT APPLIES THROUGH CM00AGEC, SO A CORRECTION CAN
      *    NEVER PUT A DATE ON THE MASTER THE EXTRACT WOULD REJECT.
       2350-EDIT-DATE-OF-BIRTH.

           IF CM00-TRN-NEW-DATE-OF-BIRTH NOT NUMERIC
               SET WS-TRANS-INVALID TO TRUE
           ELSE
               CALL 'CM00AGEC' USING CM00-TRN-NEW-DATE-OF-BIRTH
                   WS-EDIT-AGE WS-AGEC-RETURN-CODE
               IF NOT WS-AGEC-DOB-VALID
                   SET WS-TRANS-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-TRANS-INVALID
               MOVE "DOB8" TO WS-REASON-CODE
               ADD 1 TO WS-DOB8-COUNT
           END-IF.

       2400-EDIT-MASTER-ID.

           MOVE ZERO TO WS-MATCH-IDX
               ADD 1 TO WS-NOID-COUNT
           END-IF.

      *    RUNS ONLY ON A CLEAN TRANSACTION THAT HAS NOT ALREADY
      *    BEEN THROUGH APPROVAL.
       2500-CHECK-DUAL-CONTROL.

           SET WS-TRANS-NOT-HELD TO TRUE
           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN CM00-TRN-SSN-CHG
                       SET WS-TRANS-HELD TO TRUE
                       MOVE "SSCH" TO WS-HOLD-REASON
                       ADD 1 TO WS-HELD-SS-COUNT
                   WHEN CM00-TRN-BAL-CHG
                       MOVE CM00-TRN-BALANCE-AMOUNT TO WS-BA-AMOUNT
                       IF WS-BA-AMOUNT < ZERO
                           COMPUTE WS-BA-AMOUNT = ZERO - WS-BA-AMOUNT
                       END-IF
                       IF WS-BA-AMOUNT > WS-HOLD-AMOUNT
                           SET WS-TRANS-HELD TO TRUE
                           MOVE "LGBA" TO WS-HOLD-REASON
                           ADD 1 TO WS-HELD-BA-COUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3000-ROUTE-TRANS.

           EVALUATE TRUE
               WHEN WS-TRANS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO CM00-PENDING-ITEM
                   MOVE WS-HOLD-TIMESTAMP TO CM00-PND-HOLD-TIMESTAMP
                   MOVE WS-HELD-COUNT TO CM00-PND-HOLD-SEQ
                   MOVE WS-HOLD-REASON TO CM00-PND-HOLD-REASON
                   MOVE EBCDIC-CM-TRANSACTION TO CM00-PND-TRANSACTION
                   SET CM00-PND-HELD TO TRUE
                   MOVE ZERO TO CM00-PND-RELEASE-DATE
                   WRITE CM00-PENDING-ITEM
                   PERFORM 4100-PRINT-HELD-LINE
               WHEN WS-TRANS-VALID
                   MOVE CM00-TRN-USER-ID TO WS-PREV-USER-ID
                   WRITE CM00-TRANS-OUT-RECORD
                       FROM EBCDIC-CM-TRANSACTION
                   ADD 1 TO WS-CLEAN-COUNT
               WHEN OTHER
                   MOVE EBCDIC-CM-TRANSACTION
                       TO CM00-TSU-INPUT-RECORD
                   MOVE WS-REASON-CODE TO CM00-TSU-REASON-CODE
                   WRITE CM00-TRANS-SUSP-RECORD
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 4000-PRINT-REJECT-LINE
           END-EVALUATE.

       4000-PRINT-REJECT-LINE.

           IF WS-REJECT-COUNT = 1
               " ACTION " CM00-TRN-ACTION-CODE
               " REASON " WS-REASON-CODE.

       4100-PRINT-HELD-LINE.

           IF WS-HELD-COUNT = 1
               DISPLAY " "
               DISPLAY "HELD FOR APPROVAL"
               DISPLAY "--------------------------------------"
           END-IF
           IF CM00-TRN-BAL-CHG
               DISPLAY "  HOLD " CM00-PND-HOLD-ID
                   " USER-ID " CM00-TRN-USER-ID
                   " ACTION " CM00-TRN-ACTION-CODE
                   " AMOUNT " CM00-TRN-BALANCE-AMOUNT
           ELSE
               DISPLAY "  HOLD " CM00-PND-HOLD-ID
                   " USER-ID " CM00-TRN-USER-ID
                   " ACTION " CM00-TRN-ACTION-CODE
           END-IF.

       5000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "  INVALID ACTION (ACTN) . : " WS-ACTN-COUNT
           DISPLAY "  BAD SLOT       (SLOT) . : " WS-SLOT-COUNT
           DISPLAY "  BAD SSN        (SSN9) . : " WS-SSN9-COUNT
           DISPLAY "  BLANK NAME     (NAME) . : " WS-NAME-COUNT
           DISPLAY "  BAD BIRTH DATE (DOB8) . : " WS-DOB8-COUNT
           DISPLAY "  NOT ON MASTER  (NOID) . : " WS-NOID-COUNT
           DISPLAY "  OUT OF ORDER   (SORT) . : " WS-SORT-COUNT
           DISPLAY "HELD FOR APPROVAL . . . . : " WS-HELD-COUNT
           DISPLAY "  LARGE BA       (LGBA) . : " WS-HELD-BA-COUNT
           DISPLAY "  SSN CHANGE     (SSCH) . : " WS-HELD-SS-COUNT
           DISPLAY "RELEASED ITEMS READ . . . : "
               WS-RELEASED-READ-COUNT
           DISPLAY "RELEASED ITEMS CLEAN  . . : "
               WS-RELEASED-CLEAN-COUNT.

       8100-READ-RELEASED.

           READ CM00-RELEASE-FILE
               AT END
                   SET WS-RLS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RELEASED-READ-COUNT
           END-READ.
