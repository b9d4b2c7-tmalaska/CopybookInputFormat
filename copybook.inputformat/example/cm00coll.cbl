       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00COLL.

      *    OVERDRAFT COLLECTIONS AGING.  CM00POST CHARGES EVERY
      *    TIER 1 CUSTOMER A CARRYING CHARGE EACH MONTH BUT NOTHING
      *    TRACKED HOW LONG THEY HAD BEEN BELOW ZERO.  THIS JOB RUNS
      *    AGAINST EACH MONTH-END MASTER AND KEEPS A DELINQUENCY
      *    FILE (CM00-DELINQUENCY LAYOUT) BY USER-ID: LAST MONTH'S
      *    FILE COMES IN ON CM00DLQI, THE UPDATED ONE GOES OUT ON
      *    CM00DLQO, AND THE TWO ARE MATCHED AGAINST THE MASTER IN
      *    USER-ID ORDER THE WAY CM00MNT MATCHES TRANSACTIONS.
      *
      *      DETAIL BELOW ZERO, NOT ON FILE  - NEW, FIRST OVERDRAWN
      *                                        THIS MONTH-END
      *      DETAIL BELOW ZERO, ON FILE      - ONE MORE MONTH, WORST
      *                                        BALANCE KEPT
      *      DETAIL AT ZERO OR ABOVE, ON FILE - CURED, CLOSED OUT
      *      TOMBSTONE, ON FILE              - PURGED, CLOSED OUT
      *      ON FILE, NOT ON MASTER          - GONE, CLOSED OUT
      *
      *    RERUNNING THE SAME MONTH-END DOES NOT COUNT THE MONTH
      *    TWICE.  THE REPORT AGES EVERY OPEN DELINQUENCY FROM ITS
      *    FIRST-OVERDRAWN DATE INTO UNDER 30, 30, 60, 90 AND 120+
      *    DAY BUCKETS WITH COUNTS AND AMOUNTS, LISTS AS CHARGE-OFF
      *    CANDIDATES THOSE OVERDRAWN AT LEAST THE PARAMETER NUMBER
      *    OF DAYS WITH EVERY PHONE SLOT FROM CM00-CONTACT-TABLE
      *    FOR THE COLLECTORS, AND LISTS EVERY CUSTOMER CLOSED OUT
      *    OF THE FILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-OLD-DLQ-FILE ASSIGN TO "CM00DLQI"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-NEW-DLQ-FILE ASSIGN TO "CM00DLQO"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    COLLECTIONS CARD.  THE MONTH-END DATE DEFAULTS TO THE
      *    RUN DATE AND THE CHARGE-OFF THRESHOLD TO 180 DAYS.
       01  CM00-COLLECTIONS-PARM .
           05  CM00-COP-MONTH-END PIC X(8).
           05  CM00-COP-CHARGE-OFF-DAYS PIC X(4).
           05  FILLER PIC X(68).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-OLD-DLQ-FILE
           RECORDING MODE IS F.

       COPY "cm00dlq.cbl".

       FD  CM00-NEW-DLQ-FILE
           RECORDING MODE IS F.

       01  CM00-NEW-DLQ-RECORD PIC X(50).

       WORKING-STORAGE SECTION.

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-DLQ-EOF-SW PIC X VALUE 'N'.
           88  WS-DLQ-EOF VALUE 'Y'.

       01  WS-MONTH-END PIC 9(8).

       01  WS-MONTH-END-INT PIC 9(8).

       01  WS-CHARGE-OFF-DAYS PIC 9(4) VALUE 180.

       01  WS-DAYS-OVERDRAWN PIC S9(8).

       01  WS-BUCKET-IDX PIC 9(2).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-PHONE-COUNT PIC 9(2).

       01  WS-TABLE-IDX PIC 9(5).

       01  WS-CLOSE-REASON PIC X(4).
           88  WS-CLOSE-CURED VALUE "CURE".
           88  WS-CLOSE-PURGED VALUE "PURG".
           88  WS-CLOSE-GONE VALUE "GONE".

      *    THE RECORD BEING WRITTEN TO CM00DLQO.
       01  WS-NEW-DLQ .
           05  WS-NDQ-USER-ID PIC S9999.
           05  WS-NDQ-FIRST-OVERDRAWN-DATE PIC 9(8).
           05  WS-NDQ-MONTHS-NEGATIVE PIC 9(3).
           05  WS-NDQ-WORST-BALANCE PIC S9(9)V99 COMP-3.
           05  WS-NDQ-CURRENT-BALANCE PIC S9(9)V99 COMP-3.
           05  WS-NDQ-LAST-MONTH-END PIC 9(8).
           05  FILLER PIC X(15).

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.

       01  WS-OLD-DLQ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NEW-DLQ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NEWLY-OVERDRAWN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CONTINUED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CHARGE-OFF-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CHARGE-OFF-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-CURED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PURGED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-GONE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TOTAL-OVERDRAWN PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    AGING BUCKETS BY DAYS SINCE FIRST OVERDRAWN, BUILT LIKE
      *    THE CM00DORM BALANCE BANDS.
       01  WS-BUCKET-TABLE .
           05  WS-BUCKET-ENTRY OCCURS 5 TIMES .
               10  WS-BUCKET-NAME PIC X(20).
               10  WS-BUCKET-COUNT PIC 9(9).
               10  WS-BUCKET-AMOUNT PIC S9(9)V99 COMP-3.

      *    CUSTOMERS CLOSED OUT THIS RUN, HELD SO THEY PRINT AS ONE
      *    LIST AFTER THE CHARGE-OFF CANDIDATES.
       01  WS-CLOSE-COUNT PIC 9(5) VALUE ZERO.

       01  WS-MAX-CLOSES PIC 9(5) VALUE 20000.

       01  WS-CLOSE-TABLE .
           05  WS-CLOSE-ENTRY OCCURS 20000 TIMES .
               10  WS-CLS-USER-ID PIC S9999.
               10  WS-CLS-REASON PIC X(4).
               10  WS-CLS-FIRST-DATE PIC 9(8).
               10  WS-CLS-MONTHS PIC 9(3).
               10  WS-CLS-WORST-BALANCE PIC S9(9)V99 COMP-3.
               10  WS-CLS-BALANCE PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           PERFORM UNTIL WS-MST-EOF AND WS-DLQ-EOF
               EVALUATE TRUE
                   WHEN NOT WS-MST-EOF
                           AND NOT CM00-DETAIL-RECORD
                           AND NOT CM00-TOMBSTONE-RECORD
                       PERFORM 8000-READ-MASTER
                   WHEN WS-MST-EOF
                       PERFORM 3500-CUSTOMER-GONE
                       PERFORM 8100-READ-OLD-DLQ
                   WHEN WS-DLQ-EOF
                       PERFORM 2000-MASTER-ONLY
                       PERFORM 8000-READ-MASTER
                   WHEN CM00-DLQ-USER-ID < USER-ID
                       PERFORM 3500-CUSTOMER-GONE
                       PERFORM 8100-READ-OLD-DLQ
                   WHEN CM00-DLQ-USER-ID > USER-ID
                       PERFORM 2000-MASTER-ONLY
                       PERFORM 8000-READ-MASTER
                   WHEN OTHER
                       PERFORM 3000-MATCHED-CUSTOMER
                       PERFORM 8000-READ-MASTER
                       PERFORM 8100-READ-OLD-DLQ
               END-EVALUATE
           END-PERFORM

           PERFORM 5000-PRINT-CLOSED-OUT

           PERFORM 6000-PRINT-AGING

           CLOSE CM00-MASTER-FILE CM00-OLD-DLQ-FILE
               CM00-NEW-DLQ-FILE

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MONTH-END

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-COP-MONTH-END NUMERIC
                       MOVE CM00-COP-MONTH-END TO WS-MONTH-END
                   ELSE
                       IF CM00-COP-MONTH-END NOT = SPACES
                           DISPLAY "CM00COLL INVALID MONTH-END "
                               CM00-COP-MONTH-END ", USING "
                               WS-MONTH-END
                       END-IF
                   END-IF
                   IF CM00-COP-CHARGE-OFF-DAYS NUMERIC
                           AND CM00-COP-CHARGE-OFF-DAYS NOT = "0000"
                       MOVE CM00-COP-CHARGE-OFF-DAYS
                           TO WS-CHARGE-OFF-DAYS
                   ELSE
                       IF CM00-COP-CHARGE-OFF-DAYS NOT = SPACES
                           DISPLAY "CM00COLL INVALID CHARGE-OFF DAYS "
                               CM00-COP-CHARGE-OFF-DAYS ", USING 180"
                       END-IF
                   END-IF
           END-READ
           CLOSE CM00-PARM-FILE

           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END)

           MOVE "UNDER 30 DAYS" TO WS-BUCKET-NAME(1)
           MOVE "30 - 59 DAYS" TO WS-BUCKET-NAME(2)
           MOVE "60 - 89 DAYS" TO WS-BUCKET-NAME(3)
           MOVE "90 - 119 DAYS" TO WS-BUCKET-NAME(4)
           MOVE "120 DAYS AND OVER" TO WS-BUCKET-NAME(5)
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE ZERO TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
               MOVE ZERO TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
           END-PERFORM

           OPEN INPUT CM00-MASTER-FILE
           OPEN INPUT CM00-OLD-DLQ-FILE
           OPEN OUTPUT CM00-NEW-DLQ-FILE

           DISPLAY "CM00 OVERDRAFT COLLECTIONS REPORT"
           DISPLAY "======================================"
           DISPLAY "MONTH-END DATE  . . . . . : " WS-MONTH-END
           DISPLAY "CHARGE-OFF AFTER DAYS . . : " WS-CHARGE-OFF-DAYS

           PERFORM 8000-READ-MASTER
           PERFORM 8100-READ-OLD-DLQ.

       2000-MASTER-ONLY.

           IF CM00-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               IF CM00-ACCT-BALANCE < ZERO
                   ADD 1 TO WS-NEWLY-OVERDRAWN-COUNT
                   MOVE SPACES TO WS-NEW-DLQ
                   MOVE USER-ID TO WS-NDQ-USER-ID
                   MOVE WS-MONTH-END TO WS-NDQ-FIRST-OVERDRAWN-DATE
                   MOVE 1 TO WS-NDQ-MONTHS-NEGATIVE
                   MOVE CM00-ACCT-BALANCE TO WS-NDQ-WORST-BALANCE
                   PERFORM 4000-WRITE-DELINQUENCY
               END-IF
           END-IF.

       3000-MATCHED-CUSTOMER.

           EVALUATE TRUE
               WHEN CM00-TOMBSTONE-RECORD
                   SET WS-CLOSE-PURGED TO TRUE
                   PERFORM 3600-CLOSE-OUT
               WHEN CM00-ACCT-BALANCE NOT < ZERO
                   ADD 1 TO WS-DETAIL-COUNT
                   SET WS-CLOSE-CURED TO TRUE
                   PERFORM 3600-CLOSE-OUT
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-CONTINUED-COUNT
                   MOVE CM00-DELINQUENCY TO WS-NEW-DLQ
                   IF WS-MONTH-END > CM00-DLQ-LAST-MONTH-END
                       ADD 1 TO WS-NDQ-MONTHS-NEGATIVE
                   END-IF
                   IF CM00-ACCT-BALANCE < WS-NDQ-WORST-BALANCE
                       MOVE CM00-ACCT-BALANCE TO WS-NDQ-WORST-BALANCE
                   END-IF
                   PERFORM 4000-WRITE-DELINQUENCY
           END-EVALUATE.

       3500-CUSTOMER-GONE.

           SET WS-CLOSE-GONE TO TRUE
           PERFORM 3600-CLOSE-OUT.

       3600-CLOSE-OUT.

           EVALUATE TRUE
               WHEN WS-CLOSE-CURED
                   ADD 1 TO WS-CURED-COUNT
               WHEN WS-CLOSE-PURGED
                   ADD 1 TO WS-PURGED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GONE-COUNT
           END-EVALUATE
           IF WS-CLOSE-COUNT < WS-MAX-CLOSES
               ADD 1 TO WS-CLOSE-COUNT
               MOVE WS-CLOSE-REASON TO WS-CLS-REASON(WS-CLOSE-COUNT)
               MOVE CM00-DLQ-USER-ID TO WS-CLS-USER-ID(WS-CLOSE-COUNT)
               MOVE CM00-DLQ-FIRST-OVERDRAWN-DATE
                   TO WS-CLS-FIRST-DATE(WS-CLOSE-COUNT)
               MOVE CM00-DLQ-MONTHS-NEGATIVE
                   TO WS-CLS-MONTHS(WS-CLOSE-COUNT)
               MOVE CM00-DLQ-WORST-BALANCE
                   TO WS-CLS-WORST-BALANCE(WS-CLOSE-COUNT)
               IF WS-CLOSE-GONE
                   MOVE CM00-DLQ-CURRENT-BALANCE
                       TO WS-CLS-BALANCE(WS-CLOSE-COUNT)
               ELSE
                   MOVE CM00-ACCT-BALANCE
                       TO WS-CLS-BALANCE(WS-CLOSE-COUNT)
               END-IF
           ELSE
               DISPLAY "CM00COLL CLOSE TABLE FULL, USER-ID "
                   CM00-DLQ-USER-ID " CLOSED BUT NOT LISTED"
           END-IF.

       4000-WRITE-DELINQUENCY.

           MOVE CM00-ACCT-BALANCE TO WS-NDQ-CURRENT-BALANCE
           MOVE WS-MONTH-END TO WS-NDQ-LAST-MONTH-END
           WRITE CM00-NEW-DLQ-RECORD FROM WS-NEW-DLQ
           ADD 1 TO WS-NEW-DLQ-COUNT
           ADD CM00-ACCT-BALANCE TO WS-TOTAL-OVERDRAWN

           COMPUTE WS-DAYS-OVERDRAWN = WS-MONTH-END-INT
               - FUNCTION INTEGER-OF-DATE(WS-NDQ-FIRST-OVERDRAWN-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN < 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OVERDRAWN < 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OVERDRAWN < 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OVERDRAWN < 120
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
           ADD CM00-ACCT-BALANCE TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX)

           IF WS-DAYS-OVERDRAWN NOT < WS-CHARGE-OFF-DAYS
               PERFORM 4100-PRINT-CHARGE-OFF
           END-IF.

       4100-PRINT-CHARGE-OFF.

           IF WS-CHARGE-OFF-COUNT = ZERO
               DISPLAY " "
               DISPLAY "CHARGE-OFF CANDIDATES"
               DISPLAY "--------------------------------------"
           END-IF
           ADD 1 TO WS-CHARGE-OFF-COUNT
           ADD CM00-ACCT-BALANCE TO WS-CHARGE-OFF-AMOUNT

           DISPLAY " "
           DISPLAY "USER-ID " USER-ID " " USER-LAST-NAME " "
               USER-FIRST-NAME
           DISPLAY "  OVERDRAWN SINCE " WS-NDQ-FIRST-OVERDRAWN-DATE
               " DAYS " WS-DAYS-OVERDRAWN
               " MONTHS " WS-NDQ-MONTHS-NEGATIVE
           DISPLAY "  BALANCE " CM00-ACCT-BALANCE
               " WORST " WS-NDQ-WORST-BALANCE

           MOVE ZERO TO WS-PHONE-COUNT
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
               IF CM00-CONTACT-PHONE(WS-CONTACT-IDX)
                   ADD 1 TO WS-PHONE-COUNT
                   DISPLAY "  PHONE SLOT " WS-CONTACT-IDX " "
                       CM00-CONTACT-NUM(WS-CONTACT-IDX) " "
                       CM00-CONTACT-STRING(WS-CONTACT-IDX)
               END-IF
           END-PERFORM
           IF WS-PHONE-COUNT = ZERO
               DISPLAY "  NO PHONE SLOT ON FILE"
           END-IF.

       5000-PRINT-CLOSED-OUT.

           DISPLAY " "
           DISPLAY "CLOSED OUT OF THE DELINQUENCY FILE"
           DISPLAY "--------------------------------------"
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-CLOSE-COUNT
               EVALUATE WS-CLS-REASON(WS-TABLE-IDX)
                   WHEN "CURE"
                       DISPLAY "CURE USER-ID "
                           WS-CLS-USER-ID(WS-TABLE-IDX)
                           " BALANCE " WS-CLS-BALANCE(WS-TABLE-IDX)
                           " AFTER " WS-CLS-MONTHS(WS-TABLE-IDX)
                           " MONTHS, WORST "
                           WS-CLS-WORST-BALANCE(WS-TABLE-IDX)
                   WHEN "PURG"
                       DISPLAY "PURG USER-ID "
                           WS-CLS-USER-ID(WS-TABLE-IDX)
                           " BALANCE " WS-CLS-BALANCE(WS-TABLE-IDX)
                           " NOW A TOMBSTONE, SINCE "
                           WS-CLS-FIRST-DATE(WS-TABLE-IDX)
                   WHEN OTHER
                       DISPLAY "GONE USER-ID "
                           WS-CLS-USER-ID(WS-TABLE-IDX)
                           " LAST BALANCE "
                           WS-CLS-BALANCE(WS-TABLE-IDX)
                           " NOT ON MASTER, SINCE "
                           WS-CLS-FIRST-DATE(WS-TABLE-IDX)
               END-EVALUATE
           END-PERFORM.

       6000-PRINT-AGING.

           DISPLAY " "
           DISPLAY "AGING OF OPEN DELINQUENCIES"
           DISPLAY "--------------------------------------"
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               DISPLAY WS-BUCKET-NAME(WS-BUCKET-IDX) " "
                   WS-BUCKET-COUNT(WS-BUCKET-IDX) " "
                   WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
           END-PERFORM

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "MASTER RECORDS READ . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "DETAIL CUSTOMERS  . . . . : " WS-DETAIL-COUNT
           DISPLAY "DELINQUENCIES BROUGHT IN  : " WS-OLD-DLQ-COUNT
           DISPLAY "NEWLY OVERDRAWN . . . . . : "
               WS-NEWLY-OVERDRAWN-COUNT
           DISPLAY "STILL OVERDRAWN . . . . . : " WS-CONTINUED-COUNT
           DISPLAY "CURED . . . . . . . . . . : " WS-CURED-COUNT
           DISPLAY "PURGED  . . . . . . . . . : " WS-PURGED-COUNT
           DISPLAY "NOT ON MASTER . . . . . . : " WS-GONE-COUNT
           DISPLAY "DELINQUENCIES CARRIED OUT : " WS-NEW-DLQ-COUNT
           DISPLAY "TOTAL OVERDRAWN . . . . . : " WS-TOTAL-OVERDRAWN
           DISPLAY "CHARGE-OFF CANDIDATES . . : "
               WS-CHARGE-OFF-COUNT
           DISPLAY "CHARGE-OFF AMOUNT . . . . : "
               WS-CHARGE-OFF-AMOUNT.

       8000-READ-MASTER.

           READ CM00-MASTER-FILE
               AT END
                   SET WS-MST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.

       8100-READ-OLD-DLQ.

           READ CM00-OLD-DLQ-FILE
               AT END
                   SET WS-DLQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OLD-DLQ-COUNT
           END-READ.
