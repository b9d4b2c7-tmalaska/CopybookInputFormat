       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00TAX.

      *    YEAR-END INTEREST REPORTING, FORM 1099-INT.  THE
      *    INTEREST CM00POST CREDITS TO TIER 3 AND TIER 4 CUSTOMERS
      *    IS REPORTABLE INCOME.  ON THE AUDIT TRAIL IT IS ONLY A
      *    BA IMAGE, NO DIFFERENT FROM A FEE OR A KEYED ADJUSTMENT,
      *    SO THE YEAR IS REBUILT FROM THE CM00INTH POSTING HISTORY
      *    CM00POST APPENDS EVERY MONTH-END (CM00-POSTING-HISTORY
      *    LAYOUT).  ONLY THE INTEREST CREDITS WHOSE POSTING
      *    PERIOD FALLS IN THE TAX YEAR ARE SUMMED PER CUSTOMER --
      *    THE PERIOD, NOT THE POSTING DATE, SO A DECEMBER RUN THAT
      *    FINISHES ON 1 JANUARY STAYS IN ITS YEAR; MAINTENANCE FEES AND
      *    CARRYING CHARGES ARE TOTALLED SEPARATELY ON THE CONTROL
      *    REPORT AND NEVER NET AGAINST THE INTEREST.
      *
      *    THE TAX IDENTITY -- CM00-FULL-SSN, USER-NAME AND THE
      *    FIRST TYPE 'A' SLOT -- COMES FROM THE YEAR-END MASTER ON
      *    CM00IN FOR A DETAIL CUSTOMER.  A CUSTOMER PURGED DURING
      *    THE YEAR IS A TOMBSTONE WITH ALL OF THAT ERASED, AND ONE
      *    NO LONGER ON THE MASTER AT ALL HAS NOTHING; BOTH ARE
      *    STILL OWED A RETURN, SO THEY ARE REPORTED FROM THE
      *    IDENTITY CARRIED ON THEIR LATEST INTEREST RECORD IN THE
      *    HISTORY.
      *
      *    CM00POST POSTS EACH MONTH-END ONCE, UNDER THE POSTING
      *    PERIOD ON ITS CARD, SO A RERUN APPENDS A SECOND FULL SET
      *    OF HISTORY RECORDS FOR THE SAME PERIOD, WHATEVER DAY IT
      *    RUNS.  THE HISTORY IS SORTED BY USER-ID AND POSTING
      *    PERIOD, KEEPING FILE ORDER WITHIN A PERIOD, AND THE LAST
      *    RECORD FOR A USER-ID AND PERIOD -- THE LATEST POSTING
      *    RUN -- REPLACES ANY EARLIER ONE INSTEAD OF ADDING TO IT,
      *    WHETHER IT IS AN INTEREST CREDIT, A FEE OR A CHARGE.  A
      *    RECORD WRITTEN BEFORE THE PERIOD WAS CARRIED IS TAKEN AS
      *    THE MONTH OF ITS POSTING DATE.
      *
      *    THE HISTORY IS ROLLED TO A NEW GENERATION ON CM00INTO,
      *    WHICH REPLACES CM00INTH BEFORE THE NEXT CM00POST.
      *    RECORDS WHOSE PERIOD IS BEFORE THE RETENTION WINDOW
      *    (THE TAX YEAR AND THE RETENTION YEARS BEFORE IT,
      *    DEFAULT 4 IN ALL) ARE DROPPED.  FOR A CUSTOMER WHO IS A
      *    TOMBSTONE OR NO LONGER ON THE MASTER, THE TAX IDENTITY
      *    IS BLANKED ON EVERY RECORD FOR A PERIOD IN THE TAX YEAR
      *    OR EARLIER, SINCE THOSE YEARS ARE NOW FILED; THE AMOUNTS
      *    ARE KEPT FOR THE RETENTION WINDOW.  AN OLD RECORD GOES
      *    OUT WITH ITS PERIOD FILLED IN FROM ITS POSTING DATE.
      *    A RERUN OF THIS STEP FOR THE SAME TAX YEAR MUST READ THE
      *    SAME CM00INTH GENERATION, NOT THE ROLLED ONE.
      *
      *    A CUSTOMER WHOSE INTEREST FOR THE YEAR REACHES THE
      *    REPORTING THRESHOLD (DEFAULT 10.00) GETS A PAYEE ('B')
      *    RECORD ON THE CM00IRSO FILING FILE (CM00-IRS-RECORD
      *    LAYOUT, BETWEEN ONE PAYER AND ONE END-OF-PAYER RECORD)
      *    AND A PRINTED TAX NOTICE ON CM00TAXN ADDRESSED TO THE
      *    TYPE 'A' SLOT.  THE CONTROL REPORT LISTS:
      *
      *      ADDR - REPORTABLE CUSTOMER WITH NO TYPE 'A' SLOT; THE
      *             RETURN IS FILED BUT NO NOTICE IS MAILED
      *      BNOT - CM00-FULL-SSN MISSING OR NOT A VALID SSN, FOR
      *             B-NOTICE AND BACKUP-WITHHOLDING FOLLOW-UP;
      *             LISTED WHETHER OR NOT THE INTEREST REACHES THE
      *             THRESHOLD
      *      PURG - REPORTED FROM THE HISTORY, TOMBSTONE ON MASTER
      *      GONE - REPORTED FROM THE HISTORY, NOT ON MASTER
      *      BADH - HISTORY RECORD WITH NO USER-ID OR AN UNKNOWN
      *             POSTING TYPE, SKIPPED
      *
      *    THE CM00PARM CARD CARRIES THE TAX YEAR, THE THRESHOLD,
      *    THE PAYER TIN, THE PAYER NAME AND THE RETENTION YEARS.
      *    A MISSING OR UNUSABLE TAX YEAR OR PAYER TIN ENDS THE
      *    STEP WITH RETURN CODE 8 AND NOTHING WRITTEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-HISTORY-FILE ASSIGN TO "CM00INTH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-IRS-FILE ASSIGN TO "CM00IRSO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-NOTICE-FILE ASSIGN TO "CM00TAXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-HISTORY-OUT-FILE ASSIGN TO "CM00INTO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-SORT-FILE ASSIGN TO "CM00SRTT".

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    TAX YEAR CARD.  CCYY, THRESHOLD 9(5)V99 (DEFAULT
      *    0001000, I.E. 10.00), PAYER TIN, PAYER NAME AND THE
      *    YEARS OF HISTORY KEPT, TAX YEAR INCLUDED (DEFAULT 04).
       01  CM00-TAX-PARM .
           05  CM00-TXP-TAX-YEAR PIC X(4).
           05  CM00-TXP-THRESHOLD PIC X(7).
           05  CM00-TXP-THRESHOLD-NUM REDEFINES CM00-TXP-THRESHOLD
                   PIC 9(5)V99.
           05  CM00-TXP-PAYER-TIN PIC X(9).
           05  CM00-TXP-PAYER-NAME PIC X(40).
           05  CM00-TXP-RETAIN-YEARS PIC X(2).
           05  FILLER PIC X(18).

       FD  CM00-HISTORY-FILE
           RECORDING MODE IS F.

       01  CM00-HISTORY-RECORD PIC X(80).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-IRS-FILE
           RECORDING MODE IS F.

       COPY "cm00irs.cbl".

       FD  CM00-NOTICE-FILE
           RECORDING MODE IS F.

       01  CM00-NOTICE-LINE PIC X(80).

       FD  CM00-HISTORY-OUT-FILE
           RECORDING MODE IS F.

       01  CM00-HISTORY-OUT-RECORD PIC X(80).

       SD  CM00-SORT-FILE.

       01  CM00-SORT-RECORD .
           05  CM00-SRT-USER-ID PIC S9999.
           05  FILLER PIC X(69).
           05  CM00-SRT-POSTING-PERIOD PIC 9(6).
           05  FILLER PIC X.

       WORKING-STORAGE SECTION.

       COPY "cm00psh.cbl".

       01  WS-PARM-OK-SW PIC X VALUE 'N'.
           88  WS-PARM-OK VALUE 'Y'.

       01  WS-HST-EOF-SW PIC X VALUE 'N'.
           88  WS-HST-EOF VALUE 'Y'.

       01  WS-SRT-EOF-SW PIC X VALUE 'N'.
           88  WS-SRT-EOF VALUE 'Y'.

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-TAX-YEAR PIC X(4).

       01  WS-TAX-YEAR-NUM REDEFINES WS-TAX-YEAR PIC 9(4).

       01  WS-RETAIN-YEARS PIC 9(2) VALUE 4.

       01  WS-KEEP-FROM-YEAR PIC 9(4).

       01  WS-ROW-YEAR PIC 9(4).

       01  WS-THRESHOLD PIC 9(5)V99 VALUE 10.00.

       01  WS-PAYER-TIN PIC X(9).

       01  WS-PAYER-NAME PIC X(40).

       01  WS-MAX-CUSTOMERS PIC 9(5) VALUE 19999.

       01  WS-CUST-IDX PIC 9(5).

       01  WS-ADDRESS-IDX PIC 9(2).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-THIS-USER-ID PIC S9999.

       01  WS-REPORT-SW PIC X.
           88  WS-REPORTABLE VALUE 'Y'.

      *    SSN EDIT.  A ZERO SSN IS MISSING; AREA 000, 666 OR
      *    900-999, GROUP 00 OR SERIAL 0000 IS NEVER ISSUED.
       01  WS-TIN-SW PIC X.
           88  WS-TIN-VALID VALUE 'V'.
           88  WS-TIN-MISSING VALUE 'M'.
           88  WS-TIN-INVALID VALUE 'I'.

       01  WS-TIN-DIGITS PIC 9(9).

       01  WS-TIN-PARTS REDEFINES WS-TIN-DIGITS .
           05  WS-TIN-AREA PIC 9(3).
           05  WS-TIN-GROUP PIC 9(2).
           05  WS-TIN-SERIAL PIC 9(4).

       01  WS-TIN-TEXT REDEFINES WS-TIN-DIGITS PIC X(9).

       01  WS-HISTORY-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-OTHER-YEAR-COUNT PIC 9(9) VALUE ZERO.

       01  WS-INTEREST-ROW-COUNT PIC 9(9) VALUE ZERO.

       01  WS-FEE-ROW-COUNT PIC 9(9) VALUE ZERO.

       01  WS-BAD-HISTORY-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RERUN-ROW-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ROLL-KEPT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ROLL-DROPPED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ROLL-SCRUBBED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-INTEREST-CUSTOMER-COUNT PIC 9(9) VALUE ZERO.

       01  WS-REPORTABLE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-BELOW-THRESHOLD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PURGED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-GONE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PAYEE-WRITTEN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NOTICE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NO-ADDRESS-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TIN-MISSING-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TIN-INVALID-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TOTAL-INTEREST PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-FEES PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-REPORTED PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-BELOW PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    ONE ENTRY PER POSSIBLE USER-ID, SUBSCRIPTED BY USER-ID
      *    PLUS 10000, SO THE FILING FILE COMES OUT IN USER-ID
      *    ORDER.  THE IDENTITY IS THE LATEST FROM THE HISTORY
      *    UNTIL A DETAIL RECORD ON THE MASTER REPLACES IT.  THE
      *    LAST POSTING FIELDS HOLD THE RECORD TAKEN FOR THE
      *    CUSTOMER'S LATEST POSTING PERIOD (CCYYMM) SO A RERUN CAN
      *    BACK IT OUT.
       01  WS-CUSTOMER-TABLE .
           05  WS-CUSTOMER-ENTRY OCCURS 19999 TIMES .
               10  WS-TXC-INTEREST-SW PIC X.
                   88  WS-TXC-HAS-INTEREST VALUE 'Y'.
               10  WS-TXC-MASTER-SW PIC X.
                   88  WS-TXC-ON-MASTER VALUE 'D'.
                   88  WS-TXC-PURGED VALUE 'T'.
                   88  WS-TXC-NOT-ON-MASTER VALUE 'N'.
               10  WS-TXC-INTEREST PIC S9(9)V99 COMP-3.
               10  WS-TXC-LAST-POST-PERIOD PIC 9(6).
               10  WS-TXC-LAST-POST-TYPE PIC X.
                   88  WS-TXC-LAST-POST-INTEREST VALUE 'I'.
               10  WS-TXC-LAST-POST-AMOUNT PIC S9(9)V99 COMP-3.
               10  WS-TXC-IDENTITY-DATE PIC 9(8).
               10  WS-TXC-FULL-SSN PIC 9(9).
               10  WS-TXC-LAST-NAME PIC X(20).
               10  WS-TXC-FIRST-NAME PIC X(10).
               10  WS-TXC-ADDRESS-SW PIC X.
                   88  WS-TXC-HAS-ADDRESS VALUE 'Y'.
               10  WS-TXC-ADDRESS-NUM PIC S9(9).
               10  WS-TXC-ADDRESS-STRING PIC XXXXX.

      *    TAX NOTICE PRINT LINES.
       01  WS-NOTC-TITLE-LINE .
           05  FILLER PIC X(30)
                   VALUE "FORM 1099-INT  INTEREST INCOME".
           05  FILLER PIC X(27) VALUE SPACES.
           05  FILLER PIC X(9) VALUE "TAX YEAR ".
           05  WS-NTL-YEAR PIC X(4).
           05  FILLER PIC X(10) VALUE SPACES.

       01  WS-NOTC-PAYER-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "PAYER".
           05  WS-NPL-NAME PIC X(40).
           05  FILLER PIC X(24) VALUE SPACES.

       01  WS-NOTC-PAYER-TIN-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "PAYER TIN".
           05  WS-NPT-TIN-1 PIC X(2).
           05  FILLER PIC X VALUE "-".
           05  WS-NPT-TIN-2 PIC X(7).
           05  FILLER PIC X(54) VALUE SPACES.

       01  WS-NOTC-NAME-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-NNL-FIRST-NAME PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-NNL-LAST-NAME PIC X(20).
           05  FILLER PIC X(21) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "ACCOUNT   ".
           05  WS-NNL-USER-ID PIC -9(4).
           05  FILLER PIC X(9) VALUE SPACES.

       01  WS-NOTC-ADDRESS-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-NAL-NUMBER PIC Z(8)9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-NAL-STREET PIC X(5).
           05  FILLER PIC X(61) VALUE SPACES.

       01  WS-NOTC-TIN-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(24) VALUE "RECIPIENT TIN".
           05  WS-NTN-TIN PIC X(11).
           05  FILLER PIC X(41) VALUE SPACES.

       01  WS-NOTC-AMOUNT-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(36)
                   VALUE "BOX 1  INTEREST INCOME".
           05  WS-NML-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(26) VALUE SPACES.

       01  WS-NOTC-MESSAGE-LINE .
           05  FILLER PIC X(4) VALUE SPACES.
           05  WS-NGL-TEXT PIC X(76).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           IF NOT WS-PARM-OK
               DISPLAY "CM00TAX NO USABLE TAX YEAR CARD, "
                   "NO RETURNS WRITTEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CM00 YEAR-END INTEREST REPORTING (1099-INT)"
           DISPLAY "======================================"
           DISPLAY "TAX YEAR  . . . . . . . . : " WS-TAX-YEAR
           DISPLAY "REPORTING THRESHOLD . . . : " WS-THRESHOLD
           DISPLAY "PAYER TIN . . . . . . . . : " WS-PAYER-TIN
           DISPLAY "PAYER NAME  . . . . . . . : " WS-PAYER-NAME
           DISPLAY "HISTORY KEPT FROM YEAR  . : " WS-KEEP-FROM-YEAR
           DISPLAY " "

           SORT CM00-SORT-FILE
               ON ASCENDING KEY CM00-SRT-USER-ID
                                CM00-SRT-POSTING-PERIOD
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SELECT-HISTORY
               OUTPUT PROCEDURE IS 2100-LOAD-HISTORY

           PERFORM 2500-APPLY-MASTER

           OPEN OUTPUT CM00-IRS-FILE
           OPEN OUTPUT CM00-NOTICE-FILE

           PERFORM 3000-WRITE-PAYER-RECORD

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-MAX-CUSTOMERS
               IF WS-TXC-HAS-INTEREST(WS-CUST-IDX)
                       AND WS-TXC-INTEREST(WS-CUST-IDX) > ZERO
                   PERFORM 3100-REPORT-ONE-CUSTOMER
               END-IF
           END-PERFORM

           PERFORM 3900-WRITE-END-OF-PAYER

           CLOSE CM00-IRS-FILE CM00-NOTICE-FILE

           PERFORM 4000-ROLL-HISTORY

           PERFORM 6000-PRINT-TOTALS

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

           IF WS-PARM-OK
               COMPUTE WS-KEEP-FROM-YEAR =
                   WS-TAX-YEAR-NUM - WS-RETAIN-YEARS + 1
           END-IF

           MOVE WS-TAX-YEAR TO WS-NTL-YEAR
           MOVE WS-PAYER-NAME TO WS-NPL-NAME
           MOVE WS-PAYER-TIN(1:2) TO WS-NPT-TIN-1
           MOVE WS-PAYER-TIN(3:7) TO WS-NPT-TIN-2

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-MAX-CUSTOMERS
               MOVE 'N' TO WS-TXC-INTEREST-SW(WS-CUST-IDX)
               MOVE 'N' TO WS-TXC-MASTER-SW(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-INTEREST(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-LAST-POST-PERIOD(WS-CUST-IDX)
               MOVE SPACE TO WS-TXC-LAST-POST-TYPE(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-LAST-POST-AMOUNT(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-IDENTITY-DATE(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-FULL-SSN(WS-CUST-IDX)
               MOVE SPACES TO WS-TXC-LAST-NAME(WS-CUST-IDX)
               MOVE SPACES TO WS-TXC-FIRST-NAME(WS-CUST-IDX)
               MOVE 'N' TO WS-TXC-ADDRESS-SW(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-ADDRESS-NUM(WS-CUST-IDX)
               MOVE SPACES TO WS-TXC-ADDRESS-STRING(WS-CUST-IDX)
           END-PERFORM.

       1100-EDIT-PARM.

           IF CM00-TXP-TAX-YEAR NUMERIC
                   AND CM00-TXP-TAX-YEAR > "1900"
               MOVE CM00-TXP-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               DISPLAY "CM00TAX INVALID TAX YEAR " CM00-TXP-TAX-YEAR
           END-IF

           IF CM00-TXP-THRESHOLD NUMERIC
               MOVE CM00-TXP-THRESHOLD-NUM TO WS-THRESHOLD
           ELSE
               IF CM00-TXP-THRESHOLD NOT = SPACES
                   DISPLAY "CM00TAX INVALID THRESHOLD "
                       CM00-TXP-THRESHOLD ", USING " WS-THRESHOLD
               END-IF
           END-IF

           IF CM00-TXP-PAYER-TIN NUMERIC
                   AND CM00-TXP-PAYER-TIN NOT = "000000000"
               MOVE CM00-TXP-PAYER-TIN TO WS-PAYER-TIN
           ELSE
               DISPLAY "CM00TAX INVALID PAYER TIN "
                   CM00-TXP-PAYER-TIN
           END-IF

           MOVE CM00-TXP-PAYER-NAME TO WS-PAYER-NAME

           IF CM00-TXP-RETAIN-YEARS NUMERIC
                   AND CM00-TXP-RETAIN-YEARS NOT = "00"
               MOVE CM00-TXP-RETAIN-YEARS TO WS-RETAIN-YEARS
           ELSE
               IF CM00-TXP-RETAIN-YEARS NOT = SPACES
                   DISPLAY "CM00TAX INVALID RETENTION YEARS "
                       CM00-TXP-RETAIN-YEARS ", USING "
                       WS-RETAIN-YEARS
               END-IF
           END-IF

           IF CM00-TXP-TAX-YEAR NUMERIC
                   AND CM00-TXP-TAX-YEAR > "1900"
                   AND CM00-TXP-PAYER-TIN NUMERIC
                   AND CM00-TXP-PAYER-TIN NOT = "000000000"
               SET WS-PARM-OK TO TRUE
           END-IF.

       2000-SELECT-HISTORY.

           OPEN INPUT CM00-HISTORY-FILE
           PERFORM UNTIL WS-HST-EOF
               READ CM00-HISTORY-FILE INTO CM00-POSTING-HISTORY
                   AT END
                       SET WS-HST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       PERFORM 2010-SET-POSTING-PERIOD
                       IF CM00-PSH-POSTING-PERIOD(1:4) = WS-TAX-YEAR
                           PERFORM 2050-EDIT-HISTORY-RECORD
                       ELSE
                           ADD 1 TO WS-OTHER-YEAR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-HISTORY-FILE.

      *    A RECORD FROM BEFORE THE PERIOD WAS CARRIED HAS SPACES
      *    THERE AND TAKES THE MONTH OF ITS POSTING DATE.
       2010-SET-POSTING-PERIOD.

           IF CM00-PSH-POSTING-PERIOD NOT NUMERIC
               MOVE CM00-PSH-POSTING-DATE(1:6)
                   TO CM00-PSH-POSTING-PERIOD
           END-IF.

       2050-EDIT-HISTORY-RECORD.

           EVALUATE TRUE
               WHEN CM00-PSH-USER-ID = ZERO
                   ADD 1 TO WS-BAD-HISTORY-COUNT
                   DISPLAY "BADH USER-ID " CM00-PSH-USER-ID
                       " " CM00-PSH-POSTING-DATE
                       " NO USER-ID, SKIPPED"
               WHEN CM00-PSH-INTEREST
                       OR CM00-PSH-FEE
                       OR CM00-PSH-CARRYING-CHARGE
                   RELEASE CM00-SORT-RECORD
                       FROM CM00-POSTING-HISTORY
               WHEN OTHER
                   ADD 1 TO WS-BAD-HISTORY-COUNT
                   DISPLAY "BADH USER-ID " CM00-PSH-USER-ID
                       " " CM00-PSH-POSTING-DATE
                       " POSTING TYPE " CM00-PSH-POSTING-TYPE
                       " UNKNOWN, SKIPPED"
           END-EVALUATE.

      *    THE RECORDS ARE IN USER-ID AND POSTING-PERIOD ORDER, SO
      *    A SECOND RECORD FOR THE SAME PERIOD FOLLOWS THE FIRST
      *    DIRECTLY AND IS FROM A LATER POSTING RUN.
       2100-LOAD-HISTORY.

           PERFORM UNTIL WS-SRT-EOF
               RETURN CM00-SORT-FILE INTO CM00-POSTING-HISTORY
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2110-TAKE-HISTORY-RECORD
               END-RETURN
           END-PERFORM.

       2110-TAKE-HISTORY-RECORD.

           MOVE CM00-PSH-USER-ID TO WS-THIS-USER-ID
           COMPUTE WS-CUST-IDX = WS-THIS-USER-ID + 10000

           IF CM00-PSH-POSTING-PERIOD
                   = WS-TXC-LAST-POST-PERIOD(WS-CUST-IDX)
               PERFORM 2150-BACK-OUT-EARLIER-RUN
           END-IF

           MOVE CM00-PSH-POSTING-PERIOD
               TO WS-TXC-LAST-POST-PERIOD(WS-CUST-IDX)
           MOVE CM00-PSH-POSTING-TYPE
               TO WS-TXC-LAST-POST-TYPE(WS-CUST-IDX)
           MOVE CM00-PSH-AMOUNT TO WS-TXC-LAST-POST-AMOUNT(WS-CUST-IDX)

           IF CM00-PSH-INTEREST
               ADD 1 TO WS-INTEREST-ROW-COUNT
               ADD CM00-PSH-AMOUNT TO WS-TOTAL-INTEREST
               MOVE 'Y' TO WS-TXC-INTEREST-SW(WS-CUST-IDX)
               ADD CM00-PSH-AMOUNT TO WS-TXC-INTEREST(WS-CUST-IDX)
               PERFORM 2200-TAKE-HISTORY-IDENTITY
           ELSE
               ADD 1 TO WS-FEE-ROW-COUNT
               ADD CM00-PSH-AMOUNT TO WS-TOTAL-FEES
           END-IF.

       2150-BACK-OUT-EARLIER-RUN.

           ADD 1 TO WS-RERUN-ROW-COUNT
           IF WS-TXC-LAST-POST-INTEREST(WS-CUST-IDX)
               SUBTRACT 1 FROM WS-INTEREST-ROW-COUNT
               SUBTRACT WS-TXC-LAST-POST-AMOUNT(WS-CUST-IDX)
                   FROM WS-TOTAL-INTEREST
               SUBTRACT WS-TXC-LAST-POST-AMOUNT(WS-CUST-IDX)
                   FROM WS-TXC-INTEREST(WS-CUST-IDX)
           ELSE
               SUBTRACT 1 FROM WS-FEE-ROW-COUNT
               SUBTRACT WS-TXC-LAST-POST-AMOUNT(WS-CUST-IDX)
                   FROM WS-TOTAL-FEES
           END-IF.

       2200-TAKE-HISTORY-IDENTITY.

           MOVE CM00-PSH-POSTING-DATE
               TO WS-TXC-IDENTITY-DATE(WS-CUST-IDX)
           MOVE CM00-PSH-FULL-SSN TO WS-TXC-FULL-SSN(WS-CUST-IDX)
           MOVE CM00-PSH-LAST-NAME TO WS-TXC-LAST-NAME(WS-CUST-IDX)
           MOVE CM00-PSH-FIRST-NAME
               TO WS-TXC-FIRST-NAME(WS-CUST-IDX)
           MOVE CM00-PSH-ADDRESS-NUM
               TO WS-TXC-ADDRESS-NUM(WS-CUST-IDX)
           MOVE CM00-PSH-ADDRESS-STRING
               TO WS-TXC-ADDRESS-STRING(WS-CUST-IDX)
           IF CM00-PSH-ADDRESS-NUM NOT = ZERO
                   OR CM00-PSH-ADDRESS-STRING NOT = SPACES
               MOVE 'Y' TO WS-TXC-ADDRESS-SW(WS-CUST-IDX)
           ELSE
               MOVE 'N' TO WS-TXC-ADDRESS-SW(WS-CUST-IDX)
           END-IF.

      *    A DETAIL CUSTOMER'S CURRENT SSN, NAME AND ADDRESS ARE THE
      *    ONES OF RECORD.  A TOMBSTONE IS ONLY MARKED; ITS BLANKED
      *    FIELDS MUST NOT OVERWRITE THE HISTORY IDENTITY.  EVERY
      *    CUSTOMER IS MARKED, INTEREST OR NOT, FOR THE ROLL.
       2500-APPLY-MASTER.

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
                           IF CM00-TOMBSTONE-RECORD
                               MOVE 'T'
                                   TO WS-TXC-MASTER-SW(WS-CUST-IDX)
                           ELSE
                               MOVE 'D'
                                   TO WS-TXC-MASTER-SW(WS-CUST-IDX)
                               IF WS-TXC-HAS-INTEREST(WS-CUST-IDX)
                                   PERFORM 2600-TAKE-MASTER-IDENTITY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-MASTER-FILE.

       2600-TAKE-MASTER-IDENTITY.

           MOVE CM00-FULL-SSN TO WS-TXC-FULL-SSN(WS-CUST-IDX)
           MOVE USER-LAST-NAME TO WS-TXC-LAST-NAME(WS-CUST-IDX)
           MOVE USER-FIRST-NAME TO WS-TXC-FIRST-NAME(WS-CUST-IDX)

           MOVE ZERO TO WS-ADDRESS-IDX
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
                       OR WS-ADDRESS-IDX > ZERO
               IF CM00-CONTACT-ADDRESS(WS-CONTACT-IDX)
                   MOVE WS-CONTACT-IDX TO WS-ADDRESS-IDX
               END-IF
           END-PERFORM

           IF WS-ADDRESS-IDX > ZERO
               MOVE 'Y' TO WS-TXC-ADDRESS-SW(WS-CUST-IDX)
               MOVE CM00-CONTACT-NUM(WS-ADDRESS-IDX)
                   TO WS-TXC-ADDRESS-NUM(WS-CUST-IDX)
               MOVE CM00-CONTACT-STRING(WS-ADDRESS-IDX)
                   TO WS-TXC-ADDRESS-STRING(WS-CUST-IDX)
           ELSE
               MOVE 'N' TO WS-TXC-ADDRESS-SW(WS-CUST-IDX)
               MOVE ZERO TO WS-TXC-ADDRESS-NUM(WS-CUST-IDX)
               MOVE SPACES TO WS-TXC-ADDRESS-STRING(WS-CUST-IDX)
           END-IF.

       3000-WRITE-PAYER-RECORD.

           MOVE SPACES TO CM00-IRS-RECORD
           SET CM00-IRS-PAYER-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO CM00-IRS-TAX-YEAR
           MOVE WS-PAYER-TIN TO CM00-IRS-PAYER-TIN
           MOVE WS-PAYER-NAME TO CM00-IRS-PAYER-NAME
           MOVE "6 " TO CM00-IRS-RETURN-TYPE
           MOVE "1 " TO CM00-IRS-AMOUNT-CODES
           WRITE CM00-IRS-RECORD.

       3100-REPORT-ONE-CUSTOMER.

           COMPUTE WS-THIS-USER-ID = WS-CUST-IDX - 10000
           ADD 1 TO WS-INTEREST-CUSTOMER-COUNT

           PERFORM 3200-CHECK-TIN

           IF WS-TXC-INTEREST(WS-CUST-IDX) < WS-THRESHOLD
               MOVE 'N' TO WS-REPORT-SW
               ADD 1 TO WS-BELOW-THRESHOLD-COUNT
               ADD WS-TXC-INTEREST(WS-CUST-IDX) TO WS-TOTAL-BELOW
           ELSE
               SET WS-REPORTABLE TO TRUE
               ADD 1 TO WS-REPORTABLE-COUNT
           END-IF

           IF WS-REPORTABLE
               EVALUATE TRUE
                   WHEN WS-TXC-PURGED(WS-CUST-IDX)
                       ADD 1 TO WS-PURGED-COUNT
                       DISPLAY "PURG USER-ID " WS-THIS-USER-ID
                           " TOMBSTONE, REPORTED FROM HISTORY OF "
                           WS-TXC-IDENTITY-DATE(WS-CUST-IDX)
                   WHEN WS-TXC-NOT-ON-MASTER(WS-CUST-IDX)
                       ADD 1 TO WS-GONE-COUNT
                       DISPLAY "GONE USER-ID " WS-THIS-USER-ID
                           " NOT ON MASTER, REPORTED FROM HISTORY OF "
                           WS-TXC-IDENTITY-DATE(WS-CUST-IDX)
               END-EVALUATE

               PERFORM 3300-WRITE-PAYEE-RECORD

               IF WS-TXC-HAS-ADDRESS(WS-CUST-IDX)
                   PERFORM 3400-PRINT-NOTICE
               ELSE
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "ADDR USER-ID " WS-THIS-USER-ID " "
                       WS-TXC-LAST-NAME(WS-CUST-IDX) " "
                       WS-TXC-FIRST-NAME(WS-CUST-IDX)
                       " NO ADDRESS SLOT, NOTICE NOT MAILED"
               END-IF
           END-IF

           IF NOT WS-TIN-VALID
               PERFORM 3500-LIST-B-NOTICE
           END-IF.

       3200-CHECK-TIN.

           MOVE WS-TXC-FULL-SSN(WS-CUST-IDX) TO WS-TIN-DIGITS

           EVALUATE TRUE
               WHEN WS-TIN-DIGITS = ZERO
                   SET WS-TIN-MISSING TO TRUE
               WHEN WS-TIN-AREA = ZERO
                       OR WS-TIN-AREA = 666
                       OR WS-TIN-AREA NOT < 900
                       OR WS-TIN-GROUP = ZERO
                       OR WS-TIN-SERIAL = ZERO
                   SET WS-TIN-INVALID TO TRUE
               WHEN OTHER
                   SET WS-TIN-VALID TO TRUE
           END-EVALUATE.

       3300-WRITE-PAYEE-RECORD.

           MOVE SPACES TO CM00-IRS-RECORD
           SET CM00-IRS-PAYEE-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO CM00-IRS-TAX-YEAR
           MOVE '2' TO CM00-IRS-TIN-TYPE
           EVALUATE TRUE
               WHEN WS-TIN-MISSING
                   MOVE SPACES TO CM00-IRS-PAYEE-TIN
                   SET CM00-IRS-TIN-MISSING TO TRUE
               WHEN WS-TIN-INVALID
                   MOVE WS-TIN-TEXT TO CM00-IRS-PAYEE-TIN
                   SET CM00-IRS-TIN-INVALID TO TRUE
               WHEN OTHER
                   MOVE WS-TIN-TEXT TO CM00-IRS-PAYEE-TIN
           END-EVALUATE
           MOVE WS-TXC-LAST-NAME(WS-CUST-IDX)(1:4)
               TO CM00-IRS-NAME-CONTROL
           MOVE WS-THIS-USER-ID TO CM00-IRS-ACCOUNT-NUMBER
           MOVE WS-TXC-LAST-NAME(WS-CUST-IDX)
               TO CM00-IRS-PAYEE-LAST-NAME
           MOVE WS-TXC-FIRST-NAME(WS-CUST-IDX)
               TO CM00-IRS-PAYEE-FIRST-NAME
           MOVE WS-TXC-INTEREST(WS-CUST-IDX)
               TO CM00-IRS-INTEREST-AMOUNT
           MOVE WS-TXC-ADDRESS-NUM(WS-CUST-IDX)
               TO CM00-IRS-ADDRESS-NUM
           MOVE WS-TXC-ADDRESS-STRING(WS-CUST-IDX)
               TO CM00-IRS-ADDRESS-STRING
           WRITE CM00-IRS-RECORD

           ADD 1 TO WS-PAYEE-WRITTEN-COUNT
           ADD WS-TXC-INTEREST(WS-CUST-IDX) TO WS-TOTAL-REPORTED.

       3400-PRINT-NOTICE.

           ADD 1 TO WS-NOTICE-COUNT
           MOVE WS-TXC-FIRST-NAME(WS-CUST-IDX) TO WS-NNL-FIRST-NAME
           MOVE WS-TXC-LAST-NAME(WS-CUST-IDX) TO WS-NNL-LAST-NAME
           MOVE WS-THIS-USER-ID TO WS-NNL-USER-ID
           MOVE WS-TXC-ADDRESS-NUM(WS-CUST-IDX) TO WS-NAL-NUMBER
           MOVE WS-TXC-ADDRESS-STRING(WS-CUST-IDX) TO WS-NAL-STREET
           IF WS-TIN-MISSING
               MOVE "NOT ON FILE" TO WS-NTN-TIN
           ELSE
               STRING "XXX-XX-" WS-TIN-TEXT(6:4)
                   DELIMITED BY SIZE INTO WS-NTN-TIN
           END-IF
           MOVE WS-TXC-INTEREST(WS-CUST-IDX) TO WS-NML-AMOUNT

           WRITE CM00-NOTICE-LINE FROM WS-NOTC-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-PAYER-LINE
               AFTER ADVANCING 2 LINES
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-PAYER-TIN-LINE
               AFTER ADVANCING 1 LINE
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-NAME-LINE
               AFTER ADVANCING 3 LINES
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-TIN-LINE
               AFTER ADVANCING 3 LINES
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "FEES AND CHARGES ARE NOT DEDUCTED FROM THIS AMOUNT."
               TO WS-NGL-TEXT
           WRITE CM00-NOTICE-LINE FROM WS-NOTC-MESSAGE-LINE
               AFTER ADVANCING 2 LINES

           IF NOT WS-TIN-VALID
               MOVE "WE HAVE NO VALID TAXPAYER ID NUMBER FOR YOU."
                   TO WS-NGL-TEXT
               WRITE CM00-NOTICE-LINE FROM WS-NOTC-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "PLEASE CONTACT US TO CERTIFY IT, OR YOUR"
                   TO WS-NGL-TEXT
               WRITE CM00-NOTICE-LINE FROM WS-NOTC-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "INTEREST MAY BE SUBJECT TO BACKUP WITHHOLDING."
                   TO WS-NGL-TEXT
               WRITE CM00-NOTICE-LINE FROM WS-NOTC-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3500-LIST-B-NOTICE.

           IF WS-TIN-MISSING
               ADD 1 TO WS-TIN-MISSING-COUNT
               DISPLAY "BNOT USER-ID " WS-THIS-USER-ID " "
                   WS-TXC-LAST-NAME(WS-CUST-IDX) " "
                   WS-TXC-FIRST-NAME(WS-CUST-IDX)
                   " SSN MISSING, INTEREST "
                   WS-TXC-INTEREST(WS-CUST-IDX)
                   " REPORTABLE " WS-REPORT-SW
           ELSE
               ADD 1 TO WS-TIN-INVALID-COUNT
               DISPLAY "BNOT USER-ID " WS-THIS-USER-ID " "
                   WS-TXC-LAST-NAME(WS-CUST-IDX) " "
                   WS-TXC-FIRST-NAME(WS-CUST-IDX)
                   " SSN INVALID XXX-XX-" WS-TIN-TEXT(6:4)
                   ", INTEREST " WS-TXC-INTEREST(WS-CUST-IDX)
                   " REPORTABLE " WS-REPORT-SW
           END-IF.

       3900-WRITE-END-OF-PAYER.

           MOVE SPACES TO CM00-IRS-RECORD
           SET CM00-IRS-END-OF-PAYER TO TRUE
           MOVE WS-TAX-YEAR TO CM00-IRS-TAX-YEAR
           MOVE WS-PAYEE-WRITTEN-COUNT TO CM00-IRS-PAYEE-COUNT
           MOVE WS-TOTAL-REPORTED TO CM00-IRS-CONTROL-TOTAL
           WRITE CM00-IRS-RECORD.

      *    THE ROLL COPIES THE HISTORY IN FILE ORDER SO THE NEXT
      *    CM00POST CAN GO ON APPENDING TO IT.
       4000-ROLL-HISTORY.

           OPEN INPUT CM00-HISTORY-FILE
           OPEN OUTPUT CM00-HISTORY-OUT-FILE
           MOVE 'N' TO WS-HST-EOF-SW
           PERFORM UNTIL WS-HST-EOF
               READ CM00-HISTORY-FILE INTO CM00-POSTING-HISTORY
                   AT END
                       SET WS-HST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-SET-POSTING-PERIOD
                       PERFORM 4100-ROLL-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE CM00-HISTORY-FILE CM00-HISTORY-OUT-FILE.

       4100-ROLL-ONE-RECORD.

           MOVE CM00-PSH-POSTING-PERIOD(1:4) TO WS-ROW-YEAR
           IF WS-ROW-YEAR < WS-KEEP-FROM-YEAR
               ADD 1 TO WS-ROLL-DROPPED-COUNT
           ELSE
               IF WS-ROW-YEAR NOT > WS-TAX-YEAR-NUM
                       AND CM00-PSH-USER-ID NOT = ZERO
                   MOVE CM00-PSH-USER-ID TO WS-THIS-USER-ID
                   COMPUTE WS-CUST-IDX = WS-THIS-USER-ID + 10000
                   IF NOT WS-TXC-ON-MASTER(WS-CUST-IDX)
                       PERFORM 4200-SCRUB-TAX-IDENTITY
                   END-IF
               END-IF
               WRITE CM00-HISTORY-OUT-RECORD
                   FROM CM00-POSTING-HISTORY
               ADD 1 TO WS-ROLL-KEPT-COUNT
           END-IF.

       4200-SCRUB-TAX-IDENTITY.

           IF CM00-PSH-FULL-SSN NOT = ZERO
                   OR CM00-PSH-LAST-NAME NOT = SPACES
                   OR CM00-PSH-FIRST-NAME NOT = SPACES
                   OR CM00-PSH-ADDRESS-NUM NOT = ZERO
                   OR CM00-PSH-ADDRESS-STRING NOT = SPACES
               ADD 1 TO WS-ROLL-SCRUBBED-COUNT
               MOVE ZERO TO CM00-PSH-FULL-SSN
               MOVE SPACES TO CM00-PSH-LAST-NAME
               MOVE SPACES TO CM00-PSH-FIRST-NAME
               MOVE ZERO TO CM00-PSH-ADDRESS-NUM
               MOVE SPACES TO CM00-PSH-ADDRESS-STRING
           END-IF.

       6000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "HISTORY RECORDS READ  . . : "
               WS-HISTORY-READ-COUNT
           DISPLAY "  OTHER TAX YEARS . . . . : " WS-OTHER-YEAR-COUNT
           DISPLAY "  INTEREST CREDITS  . . . : "
               WS-INTEREST-ROW-COUNT
           DISPLAY "  FEES AND CHARGES  . . . : " WS-FEE-ROW-COUNT
           DISPLAY "  UNUSABLE         (BADH)  : "
               WS-BAD-HISTORY-COUNT
           DISPLAY "  REPLACED BY RERUN . . . : " WS-RERUN-ROW-COUNT
           DISPLAY "HISTORY ROLLED TO CM00INTO: " WS-ROLL-KEPT-COUNT
           DISPLAY "  IDENTITY BLANKED  . . . : "
               WS-ROLL-SCRUBBED-COUNT
           DISPLAY "  DROPPED, PAST RETENTION : "
               WS-ROLL-DROPPED-COUNT
           DISPLAY "INTEREST CREDITED IN YEAR : " WS-TOTAL-INTEREST
           DISPLAY "FEES AND CHARGES, NOT NET : " WS-TOTAL-FEES
           DISPLAY "MASTER RECORDS READ . . . : " WS-MASTER-READ-COUNT
           DISPLAY "CUSTOMERS WITH INTEREST . : "
               WS-INTEREST-CUSTOMER-COUNT
           DISPLAY "  BELOW THRESHOLD . . . . : "
               WS-BELOW-THRESHOLD-COUNT
           DISPLAY "  REPORTABLE  . . . . . . : " WS-REPORTABLE-COUNT
           DISPLAY "    PURGED IN YEAR (PURG)  : " WS-PURGED-COUNT
           DISPLAY "    NOT ON MASTER  (GONE)  : " WS-GONE-COUNT
           DISPLAY "PAYEE RECORDS WRITTEN . . : "
               WS-PAYEE-WRITTEN-COUNT
           DISPLAY "INTEREST REPORTED . . . . : " WS-TOTAL-REPORTED
           DISPLAY "INTEREST BELOW THRESHOLD  : " WS-TOTAL-BELOW
           DISPLAY "NOTICES PRINTED . . . . . : " WS-NOTICE-COUNT
           DISPLAY "NO ADDRESS SLOT   (ADDR)  : " WS-NO-ADDRESS-COUNT
           DISPLAY "SSN MISSING       (BNOT)  : " WS-TIN-MISSING-COUNT
           DISPLAY "SSN INVALID       (BNOT)  : " WS-TIN-INVALID-COUNT.
