      *    DIFFER FROM THE AFTER-IMAGE.  A PARAMETER CARD LIMITS
      *    THE REPORT TO ONE CUSTOMER AND/OR A TIMESTAMP WINDOW SO
      *    THE FRAUD TEAM CAN PULL ONE CUSTOMER'S HISTORY FOR A
      *    DATE RANGE.  NAME AND DATE-OF-BIRTH CORRECTIONS LIVE ON
      *    THE SEPARATE CM00IDA IDENTITY AUDIT FILE
      *    (EBCDIC-CM-ID-AUDIT LAYOUT); THEY ARE PRINTED AFTER THE
      *    BASE-INFO CHANGES UNDER THE SAME SELECTION CARD, BEFORE
      *    AND AFTER SIDE BY SIDE.  ENDS WITH TOTALS BY REASON CODE.

       ENVIRONMENT DIVISION.

           SELECT CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-ID-AUDIT-FILE ASSIGN TO "CM00IDA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.


       COPY "cm00aud.cbl".

       FD  CM00-ID-AUDIT-FILE
           RECORDING MODE IS F.

       COPY "cm00ida.cbl".

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

       01  WS-AUD-EOF-SW PIC X VALUE 'N'.
           88  WS-AUD-EOF VALUE 'Y'.

       01  WS-IDA-EOF-SW PIC X VALUE 'N'.
           88  WS-IDA-EOF VALUE 'Y'.

       01  WS-ALL-CUSTOMERS-SW PIC X VALUE 'Y'.
           88  WS-ALL-CUSTOMERS VALUE 'Y'.


       01  WS-SELECTED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ID-SELECTED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DIFF-COUNT PIC 9(3) VALUE ZERO.

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-OTHER-CHG-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NAME-CHG-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DOB-CHG-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
               END-READ
           END-PERFORM

           PERFORM 4500-IDENTITY-SECTION

           PERFORM 5000-PRINT-TOTALS

           CLOSE CM00-AUDIT-FILE
                   ADD 1 TO WS-OTHER-CHG-COUNT
           END-EVALUATE.

       4500-IDENTITY-SECTION.

           MOVE 'Y' TO WS-FIRST-CUST-SW

           OPEN INPUT CM00-ID-AUDIT-FILE
           PERFORM UNTIL WS-IDA-EOF
               READ CM00-ID-AUDIT-FILE
                   AT END
                       SET WS-IDA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ID-READ-COUNT
                       PERFORM 4600-SELECT-ID-RECORD
               END-READ
           END-PERFORM
           CLOSE CM00-ID-AUDIT-FILE.

       4600-SELECT-ID-RECORD.

           IF (WS-ALL-CUSTOMERS
                   OR CM00-IDA-USER-ID = WS-SELECT-USER-ID)
                   AND CM00-IDA-CHANGE-TIMESTAMP NOT < WS-FROM-TS
                   AND CM00-IDA-CHANGE-TIMESTAMP NOT > WS-TO-TS
               ADD 1 TO WS-ID-SELECTED-COUNT
               PERFORM 4700-PRINT-ID-CHANGE
               IF CM00-IDA-REASON-NAME-CHG
                   ADD 1 TO WS-NAME-CHG-COUNT
               ELSE
                   ADD 1 TO WS-DOB-CHG-COUNT
               END-IF
           END-IF.

       4700-PRINT-ID-CHANGE.

           IF WS-ID-SELECTED-COUNT = 1
               DISPLAY " "
               DISPLAY "IDENTITY CORRECTIONS (NAME / DATE OF BIRTH)"
               DISPLAY "======================================"
           END-IF

           IF WS-FIRST-CUSTOMER
                   OR CM00-IDA-USER-ID NOT = WS-PREV-USER-ID
               MOVE 'N' TO WS-FIRST-CUST-SW
               MOVE CM00-IDA-USER-ID TO WS-PREV-USER-ID
               DISPLAY " "
               DISPLAY "CUSTOMER " CM00-IDA-USER-ID
               DISPLAY "--------------------------------------"
           END-IF

           DISPLAY "  " CM00-IDA-CHANGE-TIMESTAMP(1:4) "-"
               CM00-IDA-CHANGE-TIMESTAMP(5:2) "-"
               CM00-IDA-CHANGE-TIMESTAMP(7:2) " "
               CM00-IDA-CHANGE-TIMESTAMP(9:2) ":"
               CM00-IDA-CHANGE-TIMESTAMP(11:2) ":"
               CM00-IDA-CHANGE-TIMESTAMP(13:2)
               "  REASON " CM00-IDA-CHANGE-REASON-CODE

           MOVE ZERO TO WS-DIFF-COUNT

           IF CM00-IDA-BEF-LAST-NAME NOT = CM00-IDA-AFT-LAST-NAME
               ADD 1 TO WS-DIFF-COUNT
               DISPLAY "    LAST-NAME      BEFORE "
                   CM00-IDA-BEF-LAST-NAME
                   "  AFTER " CM00-IDA-AFT-LAST-NAME
           END-IF

           IF CM00-IDA-BEF-FIRST-NAME NOT = CM00-IDA-AFT-FIRST-NAME
               ADD 1 TO WS-DIFF-COUNT
               DISPLAY "    FIRST-NAME     BEFORE "
                   CM00-IDA-BEF-FIRST-NAME
                   "  AFTER " CM00-IDA-AFT-FIRST-NAME
           END-IF

           IF CM00-IDA-BEF-DATE-OF-BIRTH
                   NOT = CM00-IDA-AFT-DATE-OF-BIRTH
               ADD 1 TO WS-DIFF-COUNT
               DISPLAY "    DATE-OF-BIRTH  BEFORE "
                   CM00-IDA-BEF-DATE-OF-BIRTH
                   "  AFTER " CM00-IDA-AFT-DATE-OF-BIRTH
           END-IF

           IF CM00-IDA-BEF-AGE NOT = CM00-IDA-AFT-AGE
               ADD 1 TO WS-DIFF-COUNT
               DISPLAY "    AGE            BEFORE "
                   CM00-IDA-BEF-AGE
                   "  AFTER " CM00-IDA-AFT-AGE
           END-IF

           IF WS-DIFF-COUNT = ZERO
               DISPLAY "    (NO FIELD DIFFERENCES)"
           END-IF.

       5000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "  ADDRESS/CONTACT (AD)  . : " WS-ADDR-CHG-COUNT
           DISPLAY "  SSN CORRECTION  (SS)  . : " WS-SSN-CHG-COUNT
           DISPLAY "  BALANCE ADJUST  (BA)  . : " WS-BAL-CHG-COUNT
           DISPLAY "  OTHER           (OT)  . : " WS-OTHER-CHG-COUNT
           DISPLAY "IDENTITY RECORDS READ . . : " WS-ID-READ-COUNT
           DISPLAY "IDENTITY CHANGES SELECTED : "
               WS-ID-SELECTED-COUNT
           DISPLAY "  NAME CORRECTION (NM)  . : " WS-NAME-CHG-COUNT
           DISPLAY "  BIRTH DATE      (DB)  . : " WS-DOB-CHG-COUNT.
