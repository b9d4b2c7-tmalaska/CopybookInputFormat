       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00APRV.

      *    DUAL-CONTROL APPROVAL STEP.  CM00EDIT HOLDS EVERY LARGE
      *    BA AND EVERY SS ON THE PENDING-APPROVAL FILE INSTEAD OF
      *    PASSING IT TO CM00MNT.  THIS STEP READS THE ITEMS STILL
      *    HELD FROM ITS OWN LAST RUN (CM00PNDI) AND THE ITEMS
      *    CM00EDIT HELD SINCE (CM00PEND), BOTH IN CM00-PENDING-ITEM
      *    LAYOUT, AND THE APPROVER CARDS (CM00APPR).  EACH CARD
      *    QUOTES A CM00-PND-HOLD-ID, THE APPROVER'S ID AND A
      *    DECISION:
      *
      *      A OR BLANK - RELEASED.  THE TRANSACTION GOES OUT ON
      *                   CM00RLSE, SORTED BY USER-ID, AND THE NEXT
      *                   CM00EDIT MERGES IT INTO THE MAINTENANCE RUN
      *      R          - REJECTED.  THE ITEM IS DROPPED
      *
      *    AN ITEM WITH NO CARD STAYS HELD ON CM00PNDO UNTIL IT IS
      *    OLDER THAN THE EXPIRY DAYS ON THE CM00PARM CARD, THEN IT
      *    EXPIRES AND IS DROPPED; THE ENTRY HAS TO BE KEYED AGAIN.
      *    THE APPROVAL REGISTER LISTS EVERY DECISION AND EXPIRY
      *    WITH THE AMOUNT AS ENTERED, THE APPROVER ID AND THE
      *    RELEASE DATE.  A CARD THAT MATCHES NO HELD ITEM, OR IS
      *    UNREADABLE, IS LISTED AND DOES NOTHING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-APPROVER-FILE ASSIGN TO "CM00APPR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-OLD-PEND-FILE ASSIGN TO "CM00PNDI"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-NEW-PEND-FILE ASSIGN TO "CM00PEND"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-HELD-FILE ASSIGN TO "CM00PNDO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-RELEASE-FILE ASSIGN TO "CM00RLSE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-SORT-FILE ASSIGN TO "CM00SRTR".

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    APPROVAL CARD.  THE RUN DATE DEFAULTS TO TODAY AND IS
      *    THE RELEASE DATE ON THE REGISTER; AN ITEM EXPIRES WHEN
      *    IT HAS BEEN HELD MORE THAN THE EXPIRY DAYS (DEFAULT 7).
       01  CM00-APPROVAL-PARM .
           05  CM00-APP-RUN-DATE PIC X(8).
           05  CM00-APP-EXPIRY-DAYS PIC X(3).
           05  FILLER PIC X(69).

       FD  CM00-APPROVER-FILE
           RECORDING MODE IS F.

       01  CM00-APPROVER-CARD .
           05  CM00-APC-HOLD-ID PIC X(18).
           05  CM00-APC-APPROVER-ID PIC X(8).
           05  CM00-APC-DECISION PIC X.
           05  FILLER PIC X(53).

       FD  CM00-OLD-PEND-FILE
           RECORDING MODE IS F.

       01  CM00-OLD-PEND-RECORD PIC X(80).

       FD  CM00-NEW-PEND-FILE
           RECORDING MODE IS F.

       01  CM00-NEW-PEND-RECORD PIC X(80).

       FD  CM00-HELD-FILE
           RECORDING MODE IS F.

       01  CM00-HELD-RECORD PIC X(80).

       FD  CM00-RELEASE-FILE
           RECORDING MODE IS F.

       01  CM00-RELEASE-RECORD PIC X(36).

       SD  CM00-SORT-FILE.

       01  CM00-SORT-RECORD .
           05  CM00-SRR-USER-ID PIC S9999.
           05  FILLER PIC X(32).
           05  CM00-SRR-HOLD-ID PIC X(18).

       WORKING-STORAGE SECTION.

       COPY "cm00pnd.cbl".

       COPY "cm00trn.cbl".

       01  WS-PND-EOF-SW PIC X VALUE 'N'.
           88  WS-PND-EOF VALUE 'Y'.

       01  WS-APC-EOF-SW PIC X VALUE 'N'.
           88  WS-APC-EOF VALUE 'Y'.

       01  WS-SRT-EOF-SW PIC X VALUE 'N'.
           88  WS-SRT-EOF VALUE 'Y'.

       01  WS-RUN-DATE PIC 9(8).

       01  WS-RUN-DATE-INT PIC 9(8).

       01  WS-EXPIRY-DAYS PIC 9(3) VALUE 7.

       01  WS-DAYS-HELD PIC S9(8).

       01  WS-TABLE-IDX PIC 9(5).

       01  WS-MATCH-IDX PIC 9(5).

       01  WS-DECISION-TEXT PIC X(8).

       01  WS-SORT-AREA .
           05  WS-SRT-TRANSACTION PIC X(36).
           05  WS-SRT-HOLD-ID PIC X(18).

       01  WS-OLD-PEND-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NEW-PEND-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NOT-HELD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RELEASED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-REJECTED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-EXPIRED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-STILL-HELD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RELEASE-WRITTEN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RELEASED-BA-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-CARD-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CARD-INVALID-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CARD-UNMATCHED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CARD-COUNT PIC 9(3) VALUE ZERO.

       01  WS-MAX-CARDS PIC 9(3) VALUE 500.

       01  WS-CARD-TABLE .
           05  WS-CARD-ENTRY OCCURS 500 TIMES .
               10  WS-CRD-HOLD-ID PIC X(18).
               10  WS-CRD-APPROVER-ID PIC X(8).
               10  WS-CRD-DECISION PIC X.
                   88  WS-CRD-APPROVE VALUE 'A'.
                   88  WS-CRD-REJECT VALUE 'R'.
               10  WS-CRD-USED-SW PIC X.
                   88  WS-CRD-USED VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           SORT CM00-SORT-FILE
               ON ASCENDING KEY CM00-SRR-USER-ID
                                CM00-SRR-HOLD-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-DECIDE-HELD-ITEMS
               OUTPUT PROCEDURE IS 3000-WRITE-RELEASES

           PERFORM 4000-LIST-UNMATCHED-CARDS

           PERFORM 5000-PRINT-TOTALS

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-APP-RUN-DATE NUMERIC
                       MOVE CM00-APP-RUN-DATE TO WS-RUN-DATE
                   ELSE
                       IF CM00-APP-RUN-DATE NOT = SPACES
                           DISPLAY "CM00APRV INVALID RUN DATE "
                               CM00-APP-RUN-DATE ", USING "
                               WS-RUN-DATE
                       END-IF
                   END-IF
                   IF CM00-APP-EXPIRY-DAYS NUMERIC
                       MOVE CM00-APP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                   ELSE
                       IF CM00-APP-EXPIRY-DAYS NOT = SPACES
                           DISPLAY "CM00APRV INVALID EXPIRY DAYS "
                               CM00-APP-EXPIRY-DAYS ", USING 007"
                       END-IF
                   END-IF
           END-READ
           CLOSE CM00-PARM-FILE

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           DISPLAY "CM00 DUAL-CONTROL APPROVAL REGISTER"
           DISPLAY "======================================"
           DISPLAY "RUN / RELEASE DATE  . . . : " WS-RUN-DATE
           DISPLAY "EXPIRE AFTER DAYS HELD  . : " WS-EXPIRY-DAYS

           OPEN INPUT CM00-APPROVER-FILE
           PERFORM UNTIL WS-APC-EOF
               READ CM00-APPROVER-FILE
                   AT END
                       SET WS-APC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-READ-COUNT
                       PERFORM 1100-LOAD-APPROVER-CARD
               END-READ
           END-PERFORM
           CLOSE CM00-APPROVER-FILE.

       1100-LOAD-APPROVER-CARD.

           IF CM00-APC-DECISION = SPACE
               MOVE 'A' TO CM00-APC-DECISION
           END-IF

           IF CM00-APC-HOLD-ID NOT NUMERIC
                   OR CM00-APC-APPROVER-ID = SPACES
                   OR (CM00-APC-DECISION NOT = 'A'
                       AND CM00-APC-DECISION NOT = 'R')
               ADD 1 TO WS-CARD-INVALID-COUNT
               DISPLAY "CM00APRV INVALID APPROVER CARD "
                   CM00-APPROVER-CARD(1:27)
           ELSE
               IF WS-CARD-COUNT < WS-MAX-CARDS
                   ADD 1 TO WS-CARD-COUNT
                   MOVE CM00-APC-HOLD-ID
                       TO WS-CRD-HOLD-ID(WS-CARD-COUNT)
                   MOVE CM00-APC-APPROVER-ID
                       TO WS-CRD-APPROVER-ID(WS-CARD-COUNT)
                   MOVE CM00-APC-DECISION
                       TO WS-CRD-DECISION(WS-CARD-COUNT)
                   MOVE 'N' TO WS-CRD-USED-SW(WS-CARD-COUNT)
               ELSE
                   ADD 1 TO WS-CARD-INVALID-COUNT
                   DISPLAY "CM00APRV CARD TABLE FULL, HOLD "
                       CM00-APC-HOLD-ID " NOT WORKED"
               END-IF
           END-IF.

      *    CARRIED ITEMS FIRST, THEN THE NEW HOLDS; EVERY ITEM IS
      *    EITHER DECIDED HERE OR WRITTEN BACK TO CM00PNDO.
       2000-DECIDE-HELD-ITEMS.

           OPEN OUTPUT CM00-HELD-FILE

           DISPLAY " "
           DISPLAY "DECISIONS"
           DISPLAY "--------------------------------------"

           OPEN INPUT CM00-OLD-PEND-FILE
           MOVE 'N' TO WS-PND-EOF-SW
           PERFORM UNTIL WS-PND-EOF
               READ CM00-OLD-PEND-FILE INTO CM00-PENDING-ITEM
                   AT END
                       SET WS-PND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OLD-PEND-COUNT
                       PERFORM 2100-DECIDE-ITEM
               END-READ
           END-PERFORM
           CLOSE CM00-OLD-PEND-FILE

           OPEN INPUT CM00-NEW-PEND-FILE
           MOVE 'N' TO WS-PND-EOF-SW
           PERFORM UNTIL WS-PND-EOF
               READ CM00-NEW-PEND-FILE INTO CM00-PENDING-ITEM
                   AT END
                       SET WS-PND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NEW-PEND-COUNT
                       PERFORM 2100-DECIDE-ITEM
               END-READ
           END-PERFORM
           CLOSE CM00-NEW-PEND-FILE

           CLOSE CM00-HELD-FILE.

       2100-DECIDE-ITEM.

           IF NOT CM00-PND-HELD
               ADD 1 TO WS-NOT-HELD-COUNT
               DISPLAY "CM00APRV ITEM " CM00-PND-HOLD-ID
                   " STATUS " CM00-PND-STATUS " NOT HELD, DROPPED"
           ELSE
               MOVE CM00-PND-TRANSACTION TO EBCDIC-CM-TRANSACTION
               PERFORM 2200-FIND-CARD
               IF WS-MATCH-IDX > ZERO
                   PERFORM 2300-APPLY-DECISION
               ELSE
                   PERFORM 2400-AGE-ITEM
               END-IF
           END-IF.

       2200-FIND-CARD.

           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-CARD-COUNT
                       OR WS-MATCH-IDX > ZERO
               IF WS-CRD-HOLD-ID(WS-TABLE-IDX) = CM00-PND-HOLD-ID
                       AND NOT WS-CRD-USED(WS-TABLE-IDX)
                   MOVE WS-TABLE-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       2300-APPLY-DECISION.

           SET WS-CRD-USED(WS-MATCH-IDX) TO TRUE
           MOVE WS-CRD-APPROVER-ID(WS-MATCH-IDX)
               TO CM00-PND-APPROVER-ID
           MOVE WS-RUN-DATE TO CM00-PND-RELEASE-DATE

           IF WS-CRD-APPROVE(WS-MATCH-IDX)
               SET CM00-PND-RELEASED TO TRUE
               MOVE "RELEASED" TO WS-DECISION-TEXT
               ADD 1 TO WS-RELEASED-COUNT
               IF CM00-TRN-BAL-CHG
                   ADD CM00-TRN-BALANCE-AMOUNT TO WS-RELEASED-BA-TOTAL
               END-IF
               MOVE CM00-PND-TRANSACTION TO WS-SRT-TRANSACTION
               MOVE CM00-PND-HOLD-ID TO WS-SRT-HOLD-ID
               RELEASE CM00-SORT-RECORD FROM WS-SORT-AREA
           ELSE
               SET CM00-PND-REJECTED TO TRUE
               MOVE "REJECTED" TO WS-DECISION-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF

           PERFORM 2500-PRINT-REGISTER-LINE.

       2400-AGE-ITEM.

           COMPUTE WS-DAYS-HELD = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(CM00-PND-HOLD-TIMESTAMP(1:8)))

           IF WS-DAYS-HELD > WS-EXPIRY-DAYS
               SET CM00-PND-EXPIRED TO TRUE
               MOVE "EXPIRED" TO WS-DECISION-TEXT
               MOVE SPACES TO CM00-PND-APPROVER-ID
               MOVE ZERO TO CM00-PND-RELEASE-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM 2500-PRINT-REGISTER-LINE
           ELSE
               WRITE CM00-HELD-RECORD FROM CM00-PENDING-ITEM
               ADD 1 TO WS-STILL-HELD-COUNT
           END-IF.

      *    ONLY THE LAST FOUR OF A NEW SSN ARE PRINTED.
       2500-PRINT-REGISTER-LINE.

           DISPLAY " "
           DISPLAY WS-DECISION-TEXT " HOLD " CM00-PND-HOLD-ID
               " USER-ID " CM00-TRN-USER-ID
               " ACTION " CM00-TRN-ACTION-CODE
               " REASON " CM00-PND-HOLD-REASON
           IF CM00-TRN-BAL-CHG
               DISPLAY "  ENTERED AMOUNT " CM00-TRN-BALANCE-AMOUNT
           ELSE
               DISPLAY "  ENTERED NEW SSN ENDING "
                   CM00-TRN-NEW-FULL-SSN(6:4)
           END-IF
           IF CM00-PND-EXPIRED
               DISPLAY "  NO APPROVAL IN " WS-EXPIRY-DAYS
                   " DAYS, HELD SINCE " CM00-PND-HOLD-TIMESTAMP(1:8)
           ELSE
               DISPLAY "  APPROVER " CM00-PND-APPROVER-ID
                   " RELEASE DATE " CM00-PND-RELEASE-DATE
           END-IF.

       3000-WRITE-RELEASES.

           OPEN OUTPUT CM00-RELEASE-FILE
           MOVE 'N' TO WS-SRT-EOF-SW
           PERFORM UNTIL WS-SRT-EOF
               RETURN CM00-SORT-FILE INTO WS-SORT-AREA
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       WRITE CM00-RELEASE-RECORD
                           FROM WS-SRT-TRANSACTION
                       ADD 1 TO WS-RELEASE-WRITTEN-COUNT
               END-RETURN
           END-PERFORM
           CLOSE CM00-RELEASE-FILE.

       4000-LIST-UNMATCHED-CARDS.

           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-CARD-COUNT
               IF NOT WS-CRD-USED(WS-TABLE-IDX)
                   ADD 1 TO WS-CARD-UNMATCHED-COUNT
                   IF WS-CARD-UNMATCHED-COUNT = 1
                       DISPLAY " "
                       DISPLAY "CARDS MATCHING NO HELD ITEM"
                       DISPLAY "--------------------------------------"
                   END-IF
                   DISPLAY "  HOLD " WS-CRD-HOLD-ID(WS-TABLE-IDX)
                       " APPROVER " WS-CRD-APPROVER-ID(WS-TABLE-IDX)
                       " DECISION " WS-CRD-DECISION(WS-TABLE-IDX)
               END-IF
           END-PERFORM.

       5000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "ITEMS CARRIED IN  . . . . : " WS-OLD-PEND-COUNT
           DISPLAY "ITEMS NEWLY HELD  . . . . : " WS-NEW-PEND-COUNT
           DISPLAY "ITEMS NOT HELD, DROPPED . : " WS-NOT-HELD-COUNT
           DISPLAY "RELEASED  . . . . . . . . : " WS-RELEASED-COUNT
           DISPLAY "REJECTED  . . . . . . . . : " WS-REJECTED-COUNT
           DISPLAY "EXPIRED . . . . . . . . . : " WS-EXPIRED-COUNT
           DISPLAY "STILL HELD  . . . . . . . : " WS-STILL-HELD-COUNT
           DISPLAY "RELEASES WRITTEN  . . . . : "
               WS-RELEASE-WRITTEN-COUNT
           DISPLAY "RELEASED BA NET AMOUNT  . : "
               WS-RELEASED-BA-TOTAL
           DISPLAY "APPROVER CARDS READ . . . : " WS-CARD-READ-COUNT
           DISPLAY "  INVALID . . . . . . . . : "
               WS-CARD-INVALID-COUNT
           DISPLAY "  MATCHING NO HELD ITEM . : "
               WS-CARD-UNMATCHED-COUNT.
