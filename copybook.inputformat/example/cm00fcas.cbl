       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00FCAS.

      *    FRAUD CASE GENERATION.  THE ACCOUNT-TAKEOVER PATTERN THE
      *    FRAUD TEAM CHASES IS THE OVERLAP OF THE CM00RISK SCORE,
      *    THE CM00SSNX SHARED-SSN EXCEPTIONS AND RECENT SS AND AD
      *    CHANGES; THIS PROGRAM JOINS THEM BY USER-ID INSTEAD OF
      *    LEAVING THREE REPORTS TO BE READ SIDE BY SIDE.  INPUTS
      *    ARE THE CURRENT MASTER (DETAIL CUSTOMERS ONLY ARE
      *    CASED), THE CM00SCRO BINARY SCORE FILE, THE CM00XREF
      *    CROSS-REFERENCE AND THE AUDIT FILE (NIGHTLY CM00AUD
      *    FILES CONCATENATED OLDEST FIRST, OR THE CM00ARCH
      *    ARCHIVE -- EITHER WAY EACH CUSTOMER'S IMAGES ARE IN
      *    TIME ORDER).  ONLY AUDIT IMAGES FROM THE LAST N DAYS
      *    COUNT.  EACH RULE THAT FIRES ADDS ITS PARAMETER POINTS:
      *
      *      SCOR - CM00SCRO SCORE AT OR ABOVE THE HIGH-SCORE CUT
      *      SHSN - CM00-FULL-SSN SHARED WITH ANOTHER CUSTOMER
      *      SSCH - AN SS CHANGE IN THE WINDOW
      *      ADBA - AN AD CHANGE FOLLOWED WITHIN THE GAP DAYS BY A
      *             BA OF AT LEAST THE LARGE AMOUNT, EITHER SIGN
      *
      *    A CUSTOMER AT OR ABOVE THE CASE THRESHOLD GETS A CASE ON
      *    CM00CASO (CM00-FRAUD-CASE LAYOUT).  A CUSTOMER ALREADY ON
      *    LAST RUN'S CASE FILE (CM00CASI) KEEPS ITS CASE NUMBER
      *    AND OPEN DATE; NEW CASES ARE NUMBERED ON FROM THE
      *    HIGH-WATER CASE NUMBER ON THE CONTROL RECORD AT THE END
      *    OF CM00CASI, WHICH IS WRITTEN BACK AT THE END OF
      *    CM00CASO EVEN WHEN NO CASES ARE.  A PRIOR CASE WHOSE
      *    CUSTOMER NO LONGER QUALIFIES, OR IS NO LONGER A DETAIL
      *    ON THE MASTER, IS NOT CARRIED AND IS LISTED AS DROPPED
      *    SO THE TEAM CAN CLOSE IT.  THE WORK QUEUE PRINTS WORST
      *    FIRST: MOST POINTS, THEN HIGHEST SCORE, THEN OLDEST
      *    CASE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-SCORE-FILE ASSIGN TO "CM00SCRO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-XREF-FILE ASSIGN TO "CM00XREF"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-PRIOR-CASE-FILE ASSIGN TO "CM00CASI"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-CASE-FILE ASSIGN TO "CM00CASO"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    CASE RULES CARD.  EVERY FIELD IS OPTIONAL; A BLANK OR
      *    UNREADABLE FIELD KEEPS ITS DEFAULT.  THE LARGE BA AMOUNT
      *    IS DOLLARS AND CENTS WITH AN IMPLIED DECIMAL POINT.
       01  CM00-CASE-PARM .
           05  CM00-CSP-DAYS PIC X(3).
           05  CM00-CSP-HIGH-SCORE PIC X(3).
           05  CM00-CSP-LARGE-BA PIC X(9).
           05  CM00-CSP-LARGE-BA-AMT REDEFINES CM00-CSP-LARGE-BA
                   PIC 9(7)V99.
           05  CM00-CSP-GAP-DAYS PIC X(3).
           05  CM00-CSP-PTS-SCORE PIC X(3).
           05  CM00-CSP-PTS-SHARED PIC X(3).
           05  CM00-CSP-PTS-SSN PIC X(3).
           05  CM00-CSP-PTS-ADDR PIC X(3).
           05  CM00-CSP-CASE-MIN PIC X(3).
           05  FILLER PIC X(47).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-SCORE-FILE
           RECORDING MODE IS F.

       01  CM00-SCORE-RECORD .
           05  CM00-SCR-USER-ID PIC S9999 COMP-5.
           05  CM00-SCR-SCORE PIC S9(4) COMP-5.
           05  CM00-SCR-SCORE-DATE PIC 9(8) COMP-3.

       FD  CM00-XREF-FILE
           RECORDING MODE IS F.

       01  CM00-XREF-RECORD .
           05  CM00-XRF-FULL-SSN PIC 9(9).
           05  CM00-XRF-USER-ID PIC S9999.
           05  CM00-XRF-LAST-FOUR PIC 9(4).

       FD  CM00-AUDIT-FILE
           RECORDING MODE IS F.

       COPY "cm00aud.cbl".

       FD  CM00-PRIOR-CASE-FILE
           RECORDING MODE IS F.

       01  CM00-PRIOR-CASE-RECORD PIC X(50).

       FD  CM00-CASE-FILE
           RECORDING MODE IS F.

       01  CM00-CASE-RECORD PIC X(50).

       WORKING-STORAGE SECTION.

       COPY "cm00case.cbl".

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-SCR-EOF-SW PIC X VALUE 'N'.
           88  WS-SCR-EOF VALUE 'Y'.

       01  WS-XRF-EOF-SW PIC X VALUE 'N'.
           88  WS-XRF-EOF VALUE 'Y'.

       01  WS-AUD-EOF-SW PIC X VALUE 'N'.
           88  WS-AUD-EOF VALUE 'Y'.

       01  WS-CAS-EOF-SW PIC X VALUE 'N'.
           88  WS-CAS-EOF VALUE 'Y'.

       01  WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.

       01  WS-HIGH-SCORE PIC 9(3) VALUE 700.

       01  WS-LARGE-BA-AMOUNT PIC 9(7)V99 VALUE 5000.00.

       01  WS-GAP-DAYS PIC 9(3) VALUE 7.

       01  WS-PTS-SCORE PIC 9(3) VALUE 40.

       01  WS-PTS-SHARED PIC 9(3) VALUE 30.

       01  WS-PTS-SSN PIC 9(3) VALUE 30.

       01  WS-PTS-ADDR PIC 9(3) VALUE 50.

       01  WS-CASE-MIN PIC 9(3) VALUE 50.

       01  WS-RUN-DATE PIC 9(8).

       01  WS-RUN-DATE-INT PIC 9(8).

       01  WS-WINDOW-DATE-INT PIC 9(8).

       01  WS-IMAGE-DATE-INT PIC 9(8).

       01  WS-BA-AMOUNT PIC S9(9)V99 COMP-3.

       01  WS-THIS-USER-ID PIC S9999.

       01  WS-CUST-IDX PIC 9(5).

       01  WS-OTHER-IDX PIC 9(5).

       01  WS-TABLE-IDX PIC 9(5).

       01  WS-MATCH-IDX PIC 9(5).

       01  WS-WORST-IDX PIC 9(5).

       01  WS-RANK PIC 9(5).

       01  WS-NEXT-CASE-NUMBER PIC 9(7) VALUE ZERO.

       01  WS-RULE-TEXT PIC X(20).

       01  WS-RULE-PTR PIC 9(2).

      *    ONE ENTRY PER POSSIBLE USER-ID, SUBSCRIPTED BY USER-ID
      *    PLUS 10000, SO THE CASE FILE COMES OUT IN USER-ID ORDER.
       01  WS-MAX-CUSTOMERS PIC 9(5) VALUE 19999.

       01  WS-CUSTOMER-TABLE .
           05  WS-CUSTOMER-ENTRY OCCURS 19999 TIMES .
               10  WS-CST-DETAIL-SW PIC X.
                   88  WS-CST-ON-MASTER VALUE 'Y'.
               10  WS-CST-NAME PIC X(30).
               10  WS-CST-BALANCE PIC S9(9)V99 COMP-3.
               10  WS-CST-SCORE PIC 9(3).
               10  WS-CST-HIGH-SCORE-SW PIC X.
               10  WS-CST-SHARED-SSN-SW PIC X.
               10  WS-CST-SSN-CHANGED-SW PIC X.
               10  WS-CST-ADDR-BEFORE-BA-SW PIC X.
               10  WS-CST-LAST-AD-INT PIC 9(8).
               10  WS-CST-POINTS PIC 9(3).
               10  WS-CST-PRIOR-SW PIC X.
                   88  WS-CST-HAD-CASE VALUE 'Y'.
               10  WS-CST-CASE-NUMBER PIC 9(7).
               10  WS-CST-OPEN-DATE PIC 9(8).

      *    ONE ENTRY PER DISTINCT NON-ZERO CM00-FULL-SSN, THE SAME
      *    LINEAR TABLE CM00SSNX KEEPS.  THE FIRST HOLDER IS KEPT SO
      *    BOTH SIDES OF A SHARE ARE FLAGGED WHEN THE SECOND ONE
      *    TURNS UP.
       01  WS-SSN-COUNT PIC 9(5) VALUE ZERO.

       01  WS-MAX-SSN-ENTRIES PIC 9(5) VALUE 20000.

       01  WS-SSN-TABLE .
           05  WS-SSN-ENTRY OCCURS 20000 TIMES .
               10  WS-SSN-VALUE PIC 9(9).
               10  WS-SSN-FIRST-USER-ID PIC S9999.

      *    CASES RAISED THIS RUN, FOR THE WORST-FIRST WORK QUEUE.
       01  WS-QUEUE-COUNT PIC 9(5) VALUE ZERO.

       01  WS-QUEUE-TABLE .
           05  WS-QUEUE-ENTRY OCCURS 19999 TIMES .
               10  WS-QUE-CUST-IDX PIC 9(5).
               10  WS-QUE-PRINTED-SW PIC X.
                   88  WS-QUE-PRINTED VALUE 'Y'.

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DETAIL-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SCORE-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-XREF-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-WINDOW-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PRIOR-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-HIGH-SCORE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SHARED-SSN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SSN-CHANGED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ADDR-BEFORE-BA-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NEW-CASE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CARRIED-CASE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DROPPED-CASE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CASE-WRITE-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-MASTER

           PERFORM 2200-LOAD-SCORES

           PERFORM 2400-FIND-SHARED-SSNS

           PERFORM 2600-SCAN-AUDIT

           PERFORM 2800-LOAD-PRIOR-CASES

           OPEN OUTPUT CM00-CASE-FILE

           PERFORM 4000-PRINT-HEADING

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-MAX-CUSTOMERS
               IF WS-CST-ON-MASTER(WS-CUST-IDX)
                       OR WS-CST-HAD-CASE(WS-CUST-IDX)
                   PERFORM 3000-JUDGE-CUSTOMER
               END-IF
           END-PERFORM

           PERFORM 3900-WRITE-CONTROL-RECORD

           CLOSE CM00-CASE-FILE

           PERFORM 4500-PRINT-WORK-QUEUE

           PERFORM 5000-PRINT-TOTALS

           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1100-EDIT-PARM
           END-READ
           CLOSE CM00-PARM-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-DATE-INT =
               WS-RUN-DATE-INT - WS-LOOKBACK-DAYS

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-MAX-CUSTOMERS
               MOVE 'N' TO WS-CST-DETAIL-SW(WS-CUST-IDX)
               MOVE SPACES TO WS-CST-NAME(WS-CUST-IDX)
               MOVE ZERO TO WS-CST-BALANCE(WS-CUST-IDX)
               MOVE ZERO TO WS-CST-SCORE(WS-CUST-IDX)
               MOVE 'N' TO WS-CST-HIGH-SCORE-SW(WS-CUST-IDX)
               MOVE 'N' TO WS-CST-SHARED-SSN-SW(WS-CUST-IDX)
               MOVE 'N' TO WS-CST-SSN-CHANGED-SW(WS-CUST-IDX)
               MOVE 'N' TO WS-CST-ADDR-BEFORE-BA-SW(WS-CUST-IDX)
               MOVE ZERO TO WS-CST-LAST-AD-INT(WS-CUST-IDX)
               MOVE ZERO TO WS-CST-POINTS(WS-CUST-IDX)
               MOVE 'N' TO WS-CST-PRIOR-SW(WS-CUST-IDX)
               MOVE ZERO TO WS-CST-CASE-NUMBER(WS-CUST-IDX)
               MOVE ZERO TO WS-CST-OPEN-DATE(WS-CUST-IDX)
           END-PERFORM.

       1100-EDIT-PARM.

           IF CM00-CSP-DAYS NUMERIC
               MOVE CM00-CSP-DAYS TO WS-LOOKBACK-DAYS
           ELSE
               IF CM00-CSP-DAYS NOT = SPACES
                   DISPLAY "CM00FCAS INVALID LOOKBACK DAYS "
                       CM00-CSP-DAYS ", USING " WS-LOOKBACK-DAYS
               END-IF
           END-IF

           IF CM00-CSP-HIGH-SCORE NUMERIC
               MOVE CM00-CSP-HIGH-SCORE TO WS-HIGH-SCORE
           ELSE
               IF CM00-CSP-HIGH-SCORE NOT = SPACES
                   DISPLAY "CM00FCAS INVALID HIGH SCORE "
                       CM00-CSP-HIGH-SCORE ", USING " WS-HIGH-SCORE
               END-IF
           END-IF

           IF CM00-CSP-LARGE-BA NUMERIC
               MOVE CM00-CSP-LARGE-BA-AMT TO WS-LARGE-BA-AMOUNT
           ELSE
               IF CM00-CSP-LARGE-BA NOT = SPACES
                   DISPLAY "CM00FCAS INVALID LARGE BA AMOUNT "
                       CM00-CSP-LARGE-BA ", USING DEFAULT"
               END-IF
           END-IF

           IF CM00-CSP-GAP-DAYS NUMERIC
               MOVE CM00-CSP-GAP-DAYS TO WS-GAP-DAYS
           ELSE
               IF CM00-CSP-GAP-DAYS NOT = SPACES
                   DISPLAY "CM00FCAS INVALID GAP DAYS "
                       CM00-CSP-GAP-DAYS ", USING " WS-GAP-DAYS
               END-IF
           END-IF

           IF CM00-CSP-PTS-SCORE NUMERIC
               MOVE CM00-CSP-PTS-SCORE TO WS-PTS-SCORE
           END-IF
           IF CM00-CSP-PTS-SHARED NUMERIC
               MOVE CM00-CSP-PTS-SHARED TO WS-PTS-SHARED
           END-IF
           IF CM00-CSP-PTS-SSN NUMERIC
               MOVE CM00-CSP-PTS-SSN TO WS-PTS-SSN
           END-IF
           IF CM00-CSP-PTS-ADDR NUMERIC
               MOVE CM00-CSP-PTS-ADDR TO WS-PTS-ADDR
           END-IF

           IF CM00-CSP-CASE-MIN NUMERIC
                   AND CM00-CSP-CASE-MIN NOT = "000"
               MOVE CM00-CSP-CASE-MIN TO WS-CASE-MIN
           ELSE
               IF CM00-CSP-CASE-MIN NOT = SPACES
                   DISPLAY "CM00FCAS INVALID CASE THRESHOLD "
                       CM00-CSP-CASE-MIN ", USING " WS-CASE-MIN
               END-IF
           END-IF.

       2000-LOAD-MASTER.

           OPEN INPUT CM00-MASTER-FILE
           PERFORM UNTIL WS-MST-EOF
               READ CM00-MASTER-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF CM00-DETAIL-RECORD AND USER-ID NOT = ZERO
                           ADD 1 TO WS-DETAIL-COUNT
                           COMPUTE WS-CUST-IDX = USER-ID + 10000
                           MOVE 'Y' TO WS-CST-DETAIL-SW(WS-CUST-IDX)
                           MOVE USER-NAME TO WS-CST-NAME(WS-CUST-IDX)
                           MOVE CM00-ACCT-BALANCE
                               TO WS-CST-BALANCE(WS-CUST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-MASTER-FILE.

       2200-LOAD-SCORES.

           OPEN INPUT CM00-SCORE-FILE
           PERFORM UNTIL WS-SCR-EOF
               READ CM00-SCORE-FILE
                   AT END
                       SET WS-SCR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCORE-READ-COUNT
                       MOVE CM00-SCR-USER-ID TO WS-THIS-USER-ID
                       IF WS-THIS-USER-ID NOT = ZERO
                           COMPUTE WS-CUST-IDX =
                               WS-THIS-USER-ID + 10000
                           MOVE CM00-SCR-SCORE
                               TO WS-CST-SCORE(WS-CUST-IDX)
                           IF CM00-SCR-SCORE NOT < WS-HIGH-SCORE
                               MOVE 'Y' TO
                                   WS-CST-HIGH-SCORE-SW(WS-CUST-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-SCORE-FILE.

      *    A ZERO SSN IS A MISSING SSN, NOT ONE SHARED BY EVERY
      *    CUSTOMER WHO LACKS ONE.
       2400-FIND-SHARED-SSNS.

           OPEN INPUT CM00-XREF-FILE
           PERFORM UNTIL WS-XRF-EOF
               READ CM00-XREF-FILE
                   AT END
                       SET WS-XRF-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XREF-READ-COUNT
                       IF CM00-XRF-FULL-SSN NOT = ZERO
                               AND CM00-XRF-USER-ID NOT = ZERO
                           PERFORM 2500-TABLE-XREF-SSN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-XREF-FILE.

       2500-TABLE-XREF-SSN.

           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-SSN-COUNT
                       OR WS-MATCH-IDX > ZERO
               IF WS-SSN-VALUE(WS-TABLE-IDX) = CM00-XRF-FULL-SSN
                   MOVE WS-TABLE-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-IDX > ZERO
               COMPUTE WS-CUST-IDX = CM00-XRF-USER-ID + 10000
               MOVE 'Y' TO WS-CST-SHARED-SSN-SW(WS-CUST-IDX)
               COMPUTE WS-OTHER-IDX =
                   WS-SSN-FIRST-USER-ID(WS-MATCH-IDX) + 10000
               MOVE 'Y' TO WS-CST-SHARED-SSN-SW(WS-OTHER-IDX)
           ELSE
               IF WS-SSN-COUNT < WS-MAX-SSN-ENTRIES
                   ADD 1 TO WS-SSN-COUNT
                   MOVE CM00-XRF-FULL-SSN
                       TO WS-SSN-VALUE(WS-SSN-COUNT)
                   MOVE CM00-XRF-USER-ID
                       TO WS-SSN-FIRST-USER-ID(WS-SSN-COUNT)
               ELSE
                   DISPLAY "CM00FCAS SSN TABLE FULL, SSN NOT "
                       "TRACKED FOR SHARING"
               END-IF
           END-IF.

       2600-SCAN-AUDIT.

           OPEN INPUT CM00-AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ CM00-AUDIT-FILE
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       IF CM00-AUDIT-CHANGE-TIMESTAMP(1:8) NUMERIC
                               AND CM00-AUDIT-USER-ID NOT = ZERO
                           COMPUTE WS-IMAGE-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(
                               CM00-AUDIT-CHANGE-TIMESTAMP(1:8)))
                           IF WS-IMAGE-DATE-INT NOT <
                                   WS-WINDOW-DATE-INT
                               ADD 1 TO WS-AUDIT-WINDOW-COUNT
                               COMPUTE WS-CUST-IDX =
                                   CM00-AUDIT-USER-ID + 10000
                               PERFORM 2700-APPLY-AUDIT-RULES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-AUDIT-FILE.

      *    THE LATEST AD DATE IS CARRIED FORWARD SO A LATER LARGE
      *    BA CAN BE MEASURED AGAINST IT.
       2700-APPLY-AUDIT-RULES.

           EVALUATE TRUE
               WHEN CM00-AUDIT-REASON-SSN-CHG
                   MOVE 'Y' TO WS-CST-SSN-CHANGED-SW(WS-CUST-IDX)
               WHEN CM00-AUDIT-REASON-ADDR-CHG
                   MOVE WS-IMAGE-DATE-INT
                       TO WS-CST-LAST-AD-INT(WS-CUST-IDX)
               WHEN CM00-AUDIT-REASON-BAL-CHG
                   COMPUTE WS-BA-AMOUNT =
                       CM00-AFT-ACCT-BALANCE - CM00-BEF-ACCT-BALANCE
                   IF WS-BA-AMOUNT < ZERO
                       COMPUTE WS-BA-AMOUNT = ZERO - WS-BA-AMOUNT
                   END-IF
                   IF WS-BA-AMOUNT NOT < WS-LARGE-BA-AMOUNT
                           AND WS-CST-LAST-AD-INT(WS-CUST-IDX) > ZERO
                           AND WS-IMAGE-DATE-INT -
                               WS-CST-LAST-AD-INT(WS-CUST-IDX)
                               NOT > WS-GAP-DAYS
                       MOVE 'Y'
                           TO WS-CST-ADDR-BEFORE-BA-SW(WS-CUST-IDX)
                   END-IF
           END-EVALUATE.

       2800-LOAD-PRIOR-CASES.

           OPEN INPUT CM00-PRIOR-CASE-FILE
           PERFORM UNTIL WS-CAS-EOF
               READ CM00-PRIOR-CASE-FILE INTO CM00-FRAUD-CASE
                   AT END
                       SET WS-CAS-EOF TO TRUE
                   NOT AT END
                       IF CM00-CASE-NUMBER > WS-NEXT-CASE-NUMBER
                           MOVE CM00-CASE-NUMBER
                               TO WS-NEXT-CASE-NUMBER
                       END-IF
                       IF NOT CM00-CASE-CONTROL
                               AND CM00-CASE-USER-ID NOT = ZERO
                           ADD 1 TO WS-PRIOR-READ-COUNT
                           COMPUTE WS-CUST-IDX =
                               CM00-CASE-USER-ID + 10000
                           MOVE 'Y' TO WS-CST-PRIOR-SW(WS-CUST-IDX)
                           MOVE CM00-CASE-NUMBER
                               TO WS-CST-CASE-NUMBER(WS-CUST-IDX)
                           MOVE CM00-CASE-OPEN-DATE
                               TO WS-CST-OPEN-DATE(WS-CUST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-PRIOR-CASE-FILE.

       3000-JUDGE-CUSTOMER.

           COMPUTE WS-THIS-USER-ID = WS-CUST-IDX - 10000
           MOVE ZERO TO WS-CST-POINTS(WS-CUST-IDX)

           IF WS-CST-ON-MASTER(WS-CUST-IDX)
               IF WS-CST-HIGH-SCORE-SW(WS-CUST-IDX) = 'Y'
                   ADD 1 TO WS-HIGH-SCORE-COUNT
                   ADD WS-PTS-SCORE TO WS-CST-POINTS(WS-CUST-IDX)
               END-IF
               IF WS-CST-SHARED-SSN-SW(WS-CUST-IDX) = 'Y'
                   ADD 1 TO WS-SHARED-SSN-COUNT
                   ADD WS-PTS-SHARED TO WS-CST-POINTS(WS-CUST-IDX)
               END-IF
               IF WS-CST-SSN-CHANGED-SW(WS-CUST-IDX) = 'Y'
                   ADD 1 TO WS-SSN-CHANGED-COUNT
                   ADD WS-PTS-SSN TO WS-CST-POINTS(WS-CUST-IDX)
               END-IF
               IF WS-CST-ADDR-BEFORE-BA-SW(WS-CUST-IDX) = 'Y'
                   ADD 1 TO WS-ADDR-BEFORE-BA-COUNT
                   ADD WS-PTS-ADDR TO WS-CST-POINTS(WS-CUST-IDX)
               END-IF
           END-IF

           IF WS-CST-ON-MASTER(WS-CUST-IDX)
                   AND WS-CST-POINTS(WS-CUST-IDX) NOT < WS-CASE-MIN
               PERFORM 3100-WRITE-CASE
           ELSE
               IF WS-CST-HAD-CASE(WS-CUST-IDX)
                   ADD 1 TO WS-DROPPED-CASE-COUNT
                   IF WS-DROPPED-CASE-COUNT = 1
                       DISPLAY " "
                       DISPLAY "CASES DROPPED, CLOSE ON THE CASE LOG"
                       DISPLAY "--------------------------------------"
                   END-IF
                   IF WS-CST-ON-MASTER(WS-CUST-IDX)
                       DISPLAY "  CASE " WS-CST-CASE-NUMBER(WS-CUST-IDX)
                           " USER-ID " WS-THIS-USER-ID
                           " OPENED " WS-CST-OPEN-DATE(WS-CUST-IDX)
                           " POINTS " WS-CST-POINTS(WS-CUST-IDX)
                           " BELOW THRESHOLD"
                   ELSE
                       DISPLAY "  CASE " WS-CST-CASE-NUMBER(WS-CUST-IDX)
                           " USER-ID " WS-THIS-USER-ID
                           " OPENED " WS-CST-OPEN-DATE(WS-CUST-IDX)
                           " NO LONGER A DETAIL ON THE MASTER"
                   END-IF
               END-IF
           END-IF.

       3100-WRITE-CASE.

           MOVE SPACES TO CM00-FRAUD-CASE
           IF WS-CST-HAD-CASE(WS-CUST-IDX)
               SET CM00-CASE-CARRIED TO TRUE
               ADD 1 TO WS-CARRIED-CASE-COUNT
           ELSE
               SET CM00-CASE-NEW TO TRUE
               ADD 1 TO WS-NEW-CASE-COUNT
               ADD 1 TO WS-NEXT-CASE-NUMBER
               MOVE WS-NEXT-CASE-NUMBER
                   TO WS-CST-CASE-NUMBER(WS-CUST-IDX)
               MOVE WS-RUN-DATE TO WS-CST-OPEN-DATE(WS-CUST-IDX)
           END-IF

           MOVE WS-CST-CASE-NUMBER(WS-CUST-IDX) TO CM00-CASE-NUMBER
           MOVE WS-THIS-USER-ID TO CM00-CASE-USER-ID
           MOVE WS-CST-OPEN-DATE(WS-CUST-IDX) TO CM00-CASE-OPEN-DATE
           MOVE WS-RUN-DATE TO CM00-CASE-LAST-RUN-DATE
           MOVE WS-CST-POINTS(WS-CUST-IDX) TO CM00-CASE-POINTS
           MOVE WS-CST-SCORE(WS-CUST-IDX) TO CM00-CASE-RISK-SCORE
           MOVE WS-CST-HIGH-SCORE-SW(WS-CUST-IDX)
               TO CM00-CASE-HIGH-SCORE-SW
           MOVE WS-CST-SHARED-SSN-SW(WS-CUST-IDX)
               TO CM00-CASE-SHARED-SSN-SW
           MOVE WS-CST-SSN-CHANGED-SW(WS-CUST-IDX)
               TO CM00-CASE-SSN-CHANGED-SW
           MOVE WS-CST-ADDR-BEFORE-BA-SW(WS-CUST-IDX)
               TO CM00-CASE-ADDR-BEFORE-BA-SW
           WRITE CM00-CASE-RECORD FROM CM00-FRAUD-CASE
           ADD 1 TO WS-CASE-WRITE-COUNT

           ADD 1 TO WS-QUEUE-COUNT
           MOVE WS-CUST-IDX TO WS-QUE-CUST-IDX(WS-QUEUE-COUNT)
           MOVE 'N' TO WS-QUE-PRINTED-SW(WS-QUEUE-COUNT).

      *    THE HIGH-WATER NUMBER CAN ONLY BE KNOWN ONCE EVERY NEW
      *    CASE HAS BEEN NUMBERED, SO IT TRAILS THE CASES.
       3900-WRITE-CONTROL-RECORD.

           MOVE SPACES TO CM00-FRAUD-CASE
           SET CM00-CASE-CONTROL TO TRUE
           MOVE WS-NEXT-CASE-NUMBER TO CM00-CASE-NUMBER
           MOVE ZERO TO CM00-CASE-USER-ID
           MOVE ZERO TO CM00-CASE-OPEN-DATE
           MOVE WS-RUN-DATE TO CM00-CASE-LAST-RUN-DATE
           MOVE ZERO TO CM00-CASE-POINTS
           MOVE ZERO TO CM00-CASE-RISK-SCORE
           WRITE CM00-CASE-RECORD FROM CM00-FRAUD-CASE.

       4000-PRINT-HEADING.

           DISPLAY "CM00 FRAUD CASE GENERATION"
           DISPLAY "======================================"
           DISPLAY "RUN DATE  . . . . . . . . : " WS-RUN-DATE
           DISPLAY "AUDIT LOOKBACK DAYS . . . : " WS-LOOKBACK-DAYS
           DISPLAY "HIGH SCORE CUT  (SCOR)  . : " WS-HIGH-SCORE
               "  POINTS " WS-PTS-SCORE
           DISPLAY "SHARED SSN      (SHSN)  . : POINTS "
               WS-PTS-SHARED
           DISPLAY "SSN CHANGED     (SSCH)  . : POINTS " WS-PTS-SSN
           DISPLAY "AD BEFORE LARGE BA (ADBA) : " WS-LARGE-BA-AMOUNT
               " WITHIN " WS-GAP-DAYS " DAYS  POINTS " WS-PTS-ADDR
           DISPLAY "CASE THRESHOLD POINTS . . : " WS-CASE-MIN.

       4500-PRINT-WORK-QUEUE.

           DISPLAY " "
           DISPLAY "FRAUD WORK QUEUE (WORST FIRST)"
           DISPLAY "--------------------------------------"

           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-WORST-IDX
           PERFORM UNTIL WS-WORST-IDX = ZERO
               PERFORM 4600-FIND-WORST-UNPRINTED
               IF WS-WORST-IDX > ZERO
                   MOVE 'Y' TO WS-QUE-PRINTED-SW(WS-WORST-IDX)
                   MOVE WS-QUE-CUST-IDX(WS-WORST-IDX) TO WS-CUST-IDX
                   ADD 1 TO WS-RANK
                   PERFORM 4700-PRINT-QUEUE-LINE
               END-IF
           END-PERFORM.

       4600-FIND-WORST-UNPRINTED.

           MOVE ZERO TO WS-WORST-IDX
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-QUEUE-COUNT
               IF NOT WS-QUE-PRINTED(WS-TABLE-IDX)
                   MOVE WS-QUE-CUST-IDX(WS-TABLE-IDX) TO WS-CUST-IDX
                   IF WS-WORST-IDX = ZERO
                       MOVE WS-TABLE-IDX TO WS-WORST-IDX
                       MOVE WS-CUST-IDX TO WS-OTHER-IDX
                   ELSE
                       IF WS-CST-POINTS(WS-CUST-IDX) >
                               WS-CST-POINTS(WS-OTHER-IDX)
                           OR (WS-CST-POINTS(WS-CUST-IDX) =
                               WS-CST-POINTS(WS-OTHER-IDX)
                           AND WS-CST-SCORE(WS-CUST-IDX) >
                               WS-CST-SCORE(WS-OTHER-IDX))
                           OR (WS-CST-POINTS(WS-CUST-IDX) =
                               WS-CST-POINTS(WS-OTHER-IDX)
                           AND WS-CST-SCORE(WS-CUST-IDX) =
                               WS-CST-SCORE(WS-OTHER-IDX)
                           AND WS-CST-OPEN-DATE(WS-CUST-IDX) <
                               WS-CST-OPEN-DATE(WS-OTHER-IDX))
                           MOVE WS-TABLE-IDX TO WS-WORST-IDX
                           MOVE WS-CUST-IDX TO WS-OTHER-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4700-PRINT-QUEUE-LINE.

           COMPUTE WS-THIS-USER-ID = WS-CUST-IDX - 10000
           MOVE SPACES TO WS-RULE-TEXT
           MOVE 1 TO WS-RULE-PTR
           IF WS-CST-HIGH-SCORE-SW(WS-CUST-IDX) = 'Y'
               STRING "SCOR " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
           END-IF
           IF WS-CST-SHARED-SSN-SW(WS-CUST-IDX) = 'Y'
               STRING "SHSN " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
           END-IF
           IF WS-CST-SSN-CHANGED-SW(WS-CUST-IDX) = 'Y'
               STRING "SSCH " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
           END-IF
           IF WS-CST-ADDR-BEFORE-BA-SW(WS-CUST-IDX) = 'Y'
               STRING "ADBA " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
           END-IF

           DISPLAY " "
           IF WS-CST-HAD-CASE(WS-CUST-IDX)
               DISPLAY WS-RANK " CASE " WS-CST-CASE-NUMBER(WS-CUST-IDX)
                   " CARRIED  OPENED " WS-CST-OPEN-DATE(WS-CUST-IDX)
                   "  POINTS " WS-CST-POINTS(WS-CUST-IDX)
                   "  " WS-RULE-TEXT
           ELSE
               DISPLAY WS-RANK " CASE " WS-CST-CASE-NUMBER(WS-CUST-IDX)
                   " NEW      OPENED " WS-CST-OPEN-DATE(WS-CUST-IDX)
                   "  POINTS " WS-CST-POINTS(WS-CUST-IDX)
                   "  " WS-RULE-TEXT
           END-IF
           DISPLAY "      USER-ID " WS-THIS-USER-ID
               " SCORE " WS-CST-SCORE(WS-CUST-IDX)
               " BAL " WS-CST-BALANCE(WS-CUST-IDX)
               " " WS-CST-NAME(WS-CUST-IDX).

       5000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "MASTER RECORDS READ . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "DETAIL CUSTOMERS  . . . . : " WS-DETAIL-COUNT
           DISPLAY "SCORE RECORDS READ  . . . : "
               WS-SCORE-READ-COUNT
           DISPLAY "XREF RECORDS READ . . . . : " WS-XREF-READ-COUNT
           DISPLAY "AUDIT RECORDS READ  . . . : "
               WS-AUDIT-READ-COUNT
           DISPLAY "  IN LOOKBACK WINDOW  . . : "
               WS-AUDIT-WINDOW-COUNT
           DISPLAY "CUSTOMERS HIGH SCORE  . . : " WS-HIGH-SCORE-COUNT
           DISPLAY "CUSTOMERS SHARED SSN  . . : " WS-SHARED-SSN-COUNT
           DISPLAY "CUSTOMERS SSN CHANGED . . : "
               WS-SSN-CHANGED-COUNT
           DISPLAY "CUSTOMERS AD BEFORE BA  . : "
               WS-ADDR-BEFORE-BA-COUNT
           DISPLAY "PRIOR CASES READ  . . . . : "
               WS-PRIOR-READ-COUNT
           DISPLAY "CASES CARRIED FORWARD . . : "
               WS-CARRIED-CASE-COUNT
           DISPLAY "NEW CASES OPENED  . . . . : " WS-NEW-CASE-COUNT
           DISPLAY "PRIOR CASES DROPPED . . . : "
               WS-DROPPED-CASE-COUNT
           DISPLAY "CASE RECORDS WRITTEN  . . : " WS-CASE-WRITE-COUNT
           DISPLAY "LAST CASE NUMBER USED . . : "
               WS-NEXT-CASE-NUMBER.
