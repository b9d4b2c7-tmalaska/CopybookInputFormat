      *    ZERO IS COUNTED BUT NOT WRITTEN.  THE POSTING REGISTER
      *    SHOWS COUNT AND AMOUNT BY TIER WITH A CONTROL TOTAL
      *    THAT MATCHES THE SUM OF THE GENERATED TRANSACTIONS.
      *
      *    THE CM00PARM CARD MUST CARRY THE POSTING PERIOD, THE
      *    CCYYMM MONTH-END BEING POSTED; THE STEP ENDS WITH
      *    RETURN CODE 8 AND NOTHING WRITTEN WITHOUT IT, OR IF IT
      *    IS LATER THAN THE POSTING DATE.  THE POSTING DATE ON
      *    THE SAME CARD IS OPTIONAL AND DEFAULTS TO TODAY, SO A
      *    RUN THAT GOES PAST MIDNIGHT STILL POSTS THE MONTH NAMED
      *    ON THE CARD.  BOTH ARE PRINTED ON THE REGISTER.
      *
      *    EVERY TRANSACTION WRITTEN IS ALSO APPENDED TO THE
      *    CM00INTH POSTING HISTORY (CM00-POSTING-HISTORY), WITH
      *    THE POSTING PERIOD AND DATE, TYPED INTEREST, FEE OR
      *    CARRYING CHARGE, SINCE ON THE AUDIT TRAIL THEY ARE ALL
      *    JUST BA IMAGES.  THE HISTORY
      *    IS KEPT ACROSS THE TAX YEAR FOR THE CM00TAX 1099-INT
      *    REPORTING, SO EACH INTEREST RECORD CARRIES THE
      *    CUSTOMER'S CM00-FULL-SSN, USER-NAME AND FIRST TYPE 'A'
      *    SLOT AS THEY STOOD ON THE DAY OF THE POSTING; A PURGE
      *    DOES NOT TOUCH THEM.  THE IDENTITY STAYS UNTIL CM00TAX
      *    FILES THAT TAX YEAR, WHEN CM00TAX ROLLS THE HISTORY TO
      *    A NEW GENERATION (CM00INTO) THAT BLANKS IT FOR PURGED
      *    CUSTOMERS AND DROPS RECORDS OLDER THAN THE RETENTION
      *    YEARS ON ITS CARD.  CM00INTO REPLACES CM00INTH BEFORE
      *    THE NEXT RUN OF THIS STEP.  CM00TAX ASSIGNS EACH RECORD
      *    TO A TAX YEAR BY ITS POSTING PERIOD, AND A RERUN FOR THE
      *    SAME PERIOD, WHATEVER ITS DATE, REPLACES THE EARLIER
      *    RUN'S RECORDS IN THE CM00TAX TOTALS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-INPUT-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-POSTING-FILE ASSIGN TO "CM00PTRN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-HISTORY-FILE ASSIGN TO "CM00INTH"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    POSTING CARD.  POSTING DATE CCYYMMDD, DEFAULT TODAY, AND
      *    THE REQUIRED POSTING PERIOD CCYYMM.
       01  CM00-POSTING-PARM .
           05  CM00-PSP-POSTING-DATE PIC X(8).
           05  CM00-PSP-POSTING-PERIOD PIC X(6).
           05  FILLER PIC X(66).

       FD  CM00-INPUT-FILE
           RECORDING MODE IS F.


       COPY "cm00trn.cbl".

       FD  CM00-HISTORY-FILE
           RECORDING MODE IS F.

       COPY "cm00psh.cbl".

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW PIC X VALUE 'N'.

       01  WS-ZERO-AMOUNT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-HISTORY-WRITTEN-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PARM-OK-SW PIC X VALUE 'N'.
           88  WS-PARM-OK VALUE 'Y'.

       01  WS-POSTING-DATE PIC X(8).

       01  WS-POSTING-PERIOD PIC X(6).

       01  WS-ADDRESS-IDX PIC 9(2).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-TIER-IDX PIC 9(2).

       01  WS-POST-AMOUNT PIC S9(9)V99 COMP-3.

           PERFORM 1000-INITIALIZE

           IF NOT WS-PARM-OK
               DISPLAY "CM00POST NO USABLE POSTING PERIOD CARD, "
                   "NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CM00-INPUT-FILE
           OPEN OUTPUT CM00-POSTING-FILE
           OPEN EXTEND CM00-HISTORY-FILE

           PERFORM UNTIL WS-EOF
               READ CM00-INPUT-FILE
                   AT END
           PERFORM 4000-PRINT-REGISTER

           CLOSE CM00-INPUT-FILE CM00-POSTING-FILE
               CM00-HISTORY-FILE

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POSTING-DATE

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1100-EDIT-PARM
           END-READ
           CLOSE CM00-PARM-FILE

           MOVE "NEGATIVE CARRYING" TO WS-TIER-NAME(1)
           MOVE "FEE 0 - 999.99" TO WS-TIER-NAME(2)
               MOVE ZERO TO WS-TIER-AMOUNT(WS-TIER-IDX)
           END-PERFORM.

       1100-EDIT-PARM.

           IF CM00-PSP-POSTING-DATE NUMERIC
               MOVE CM00-PSP-POSTING-DATE TO WS-POSTING-DATE
           ELSE
               IF CM00-PSP-POSTING-DATE NOT = SPACES
                   DISPLAY "CM00POST INVALID POSTING DATE "
                       CM00-PSP-POSTING-DATE ", USING "
                       WS-POSTING-DATE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CM00-PSP-POSTING-PERIOD NOT NUMERIC
                       OR CM00-PSP-POSTING-PERIOD(5:2) < "01"
                       OR CM00-PSP-POSTING-PERIOD(5:2) > "12"
                   DISPLAY "CM00POST INVALID POSTING PERIOD "
                       CM00-PSP-POSTING-PERIOD
               WHEN CM00-PSP-POSTING-PERIOD > WS-POSTING-DATE(1:6)
                   DISPLAY "CM00POST POSTING PERIOD "
                       CM00-PSP-POSTING-PERIOD
                       " IS AFTER THE POSTING DATE " WS-POSTING-DATE
               WHEN OTHER
                   MOVE CM00-PSP-POSTING-PERIOD TO WS-POSTING-PERIOD
                   SET WS-PARM-OK TO TRUE
           END-EVALUATE.

       2000-POST-ONE-CUSTOMER.

           EVALUATE TRUE
               ADD WS-POST-AMOUNT TO WS-TIER-AMOUNT(WS-TIER-IDX)
               ADD WS-POST-AMOUNT TO WS-CONTROL-TOTAL
               PERFORM 3000-WRITE-POSTING-TRANS
               PERFORM 3100-WRITE-POSTING-HISTORY
           END-IF.

       3000-WRITE-POSTING-TRANS.
           WRITE EBCDIC-CM-TRANSACTION
           ADD 1 TO WS-TRANS-WRITTEN-COUNT.

      *    ONLY AN INTEREST CREDIT IS REPORTABLE, SO ONLY IT TAKES
      *    THE TAX IDENTITY; A FEE OR CHARGE ROW STAYS ANONYMOUS.
       3100-WRITE-POSTING-HISTORY.

           MOVE SPACES TO CM00-POSTING-HISTORY
           MOVE USER-ID TO CM00-PSH-USER-ID
           MOVE WS-POSTING-DATE TO CM00-PSH-POSTING-DATE
           MOVE WS-POSTING-PERIOD TO CM00-PSH-POSTING-PERIOD
           MOVE WS-TIER-IDX TO CM00-PSH-TIER
           MOVE WS-POST-AMOUNT TO CM00-PSH-AMOUNT
           MOVE ZERO TO CM00-PSH-FULL-SSN
           MOVE ZERO TO CM00-PSH-ADDRESS-NUM

           EVALUATE WS-TIER-IDX
               WHEN 1
                   SET CM00-PSH-CARRYING-CHARGE TO TRUE
               WHEN 2
                   SET CM00-PSH-FEE TO TRUE
               WHEN OTHER
                   SET CM00-PSH-INTEREST TO TRUE
                   PERFORM 3200-COPY-TAX-IDENTITY
           END-EVALUATE

           WRITE CM00-POSTING-HISTORY
           ADD 1 TO WS-HISTORY-WRITTEN-COUNT.

       3200-COPY-TAX-IDENTITY.

           MOVE CM00-FULL-SSN TO CM00-PSH-FULL-SSN
           MOVE USER-LAST-NAME TO CM00-PSH-LAST-NAME
           MOVE USER-FIRST-NAME TO CM00-PSH-FIRST-NAME

           MOVE ZERO TO WS-ADDRESS-IDX
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
                       OR WS-ADDRESS-IDX > ZERO
               IF CM00-CONTACT-ADDRESS(WS-CONTACT-IDX)
                   MOVE WS-CONTACT-IDX TO WS-ADDRESS-IDX
               END-IF
           END-PERFORM

           IF WS-ADDRESS-IDX > ZERO
               MOVE CM00-CONTACT-NUM(WS-ADDRESS-IDX)
                   TO CM00-PSH-ADDRESS-NUM
               MOVE CM00-CONTACT-STRING(WS-ADDRESS-IDX)
                   TO CM00-PSH-ADDRESS-STRING
           END-IF.

       4000-PRINT-REGISTER.

           DISPLAY "CM00 MONTH-END POSTING REGISTER"
           DISPLAY "======================================"
           DISPLAY "POSTING PERIOD  . . . . . : "
               WS-POSTING-PERIOD(1:4) "-" WS-POSTING-PERIOD(5:2)
           DISPLAY "POSTING DATE  . . . . . . : " WS-POSTING-DATE
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
               DISPLAY "TIER " WS-TIER-IDX " "
               WS-TRANS-WRITTEN-COUNT
           DISPLAY "ZERO ADJUSTMENTS SKIPPED  : "
               WS-ZERO-AMOUNT-COUNT
           DISPLAY "HISTORY RECORDS WRITTEN . : "
               WS-HISTORY-WRITTEN-COUNT
           DISPLAY "CONTROL TOTAL . . . . . . : " WS-CONTROL-TOTAL.
