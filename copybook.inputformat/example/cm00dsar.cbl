      *      SECTION 3 - CM00XREF CROSS-REFERENCE ENTRY
      *      SECTION 4 - RECORDS HELD ON THE CM00RCYC SUSPENSE
      *                  FILE
      *      SECTION 5 - NAME AND DATE-OF-BIRTH CORRECTIONS FROM
      *                  THE CM00IDA IDENTITY AUDIT FILE
      *
      *    CM00-FULL-SSN IS MASKED PER THE CM00CTL CONTROL CARD
      *    THE SAME WAY CM00SSNX AND CM00WHSE MASK IT, IN EVERY
           SELECT OPTIONAL CM00-AUDIT-FILE ASSIGN TO "CM00AUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-ID-AUDIT-FILE ASSIGN TO "CM00IDA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-XREF-FILE ASSIGN TO "CM00XREF"
               ORGANIZATION IS SEQUENTIAL.


       COPY "cm00aud.cbl".

       FD  CM00-ID-AUDIT-FILE
           RECORDING MODE IS F.

       COPY "cm00ida.cbl".

       FD  CM00-XREF-FILE
           RECORDING MODE IS F.

       01  WS-AUD-EOF-SW PIC X VALUE 'N'.
           88  WS-AUD-EOF VALUE 'Y'.

       01  WS-IDA-EOF-SW PIC X VALUE 'N'.
           88  WS-IDA-EOF VALUE 'Y'.

       01  WS-XRF-EOF-SW PIC X VALUE 'N'.
           88  WS-XRF-EOF VALUE 'Y'.


       01  WS-SUSPENSE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-IDENTITY-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SSN-DIGITS PIC 9(9).

       01  WS-LAST-FOUR PIC 9(4).
           MOVE 'N' TO WS-AUD-EOF-SW
           MOVE 'N' TO WS-XRF-EOF-SW
           MOVE 'N' TO WS-SUS-EOF-SW
           MOVE 'N' TO WS-IDA-EOF-SW
           SET WS-MASTER-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE ZERO TO WS-XREF-COUNT
           MOVE ZERO TO WS-SUSPENSE-COUNT
           MOVE ZERO TO WS-IDENTITY-COUNT

           DISPLAY " "
           DISPLAY "======================================"
           PERFORM 3000-HISTORY-SECTION
           PERFORM 4000-XREF-SECTION
           PERFORM 5000-SUSPENSE-SECTION
           PERFORM 5500-IDENTITY-SECTION
           PERFORM 6000-PRINT-SUMMARY.

       2000-MASTER-SECTION.
               DISPLAY "  NO RECORDS ON SUSPENSE"
           END-IF.

      *    NAME AND DATE OF BIRTH ARE THE SUBJECT'S OWN PII AND
      *    ARE PRINTED IN FULL, THE SAME AS SECTION 1 PRINTS THEM.
       5500-IDENTITY-SECTION.

           DISPLAY " "
           DISPLAY "SECTION 5 - IDENTITY CORRECTIONS"
           DISPLAY "--------------------------------------"

           OPEN INPUT CM00-ID-AUDIT-FILE
           PERFORM UNTIL WS-IDA-EOF
               READ CM00-ID-AUDIT-FILE
                   AT END
                       SET WS-IDA-EOF TO TRUE
                   NOT AT END
                       IF CM00-IDA-USER-ID = WS-SUBJECT-USER-ID
                           ADD 1 TO WS-IDENTITY-COUNT
                           PERFORM 5600-PRINT-ONE-ID-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CM00-ID-AUDIT-FILE

           IF WS-IDENTITY-COUNT = ZERO
               DISPLAY "  NO IDENTITY CORRECTIONS ON FILE"
           END-IF.

       5600-PRINT-ONE-ID-CHANGE.

           DISPLAY "  " CM00-IDA-CHANGE-TIMESTAMP(1:4) "-"
               CM00-IDA-CHANGE-TIMESTAMP(5:2) "-"
               CM00-IDA-CHANGE-TIMESTAMP(7:2) " "
               CM00-IDA-CHANGE-TIMESTAMP(9:2) ":"
               CM00-IDA-CHANGE-TIMESTAMP(11:2) ":"
               CM00-IDA-CHANGE-TIMESTAMP(13:2)
               "  REASON " CM00-IDA-CHANGE-REASON-CODE

           IF CM00-IDA-REASON-NAME-CHG
               DISPLAY "    NAME " CM00-IDA-BEF-LAST-NAME ", "
                   CM00-IDA-BEF-FIRST-NAME
               DISPLAY "      TO " CM00-IDA-AFT-LAST-NAME ", "
                   CM00-IDA-AFT-FIRST-NAME
           ELSE
               DISPLAY "    DATE OF BIRTH "
                   CM00-IDA-BEF-DATE-OF-BIRTH(1:4) "-"
                   CM00-IDA-BEF-DATE-OF-BIRTH(5:2) "-"
                   CM00-IDA-BEF-DATE-OF-BIRTH(7:2)
                   " TO "
                   CM00-IDA-AFT-DATE-OF-BIRTH(1:4) "-"
                   CM00-IDA-AFT-DATE-OF-BIRTH(5:2) "-"
                   CM00-IDA-AFT-DATE-OF-BIRTH(7:2)
                   "  AGE " CM00-IDA-BEF-AGE
                   " TO " CM00-IDA-AFT-AGE
           END-IF.

       6000-PRINT-SUMMARY.

           DISPLAY " "
           ELSE
               DISPLAY "SECTION 4 SUSPENSE  . . . : NOT FOUND"
           END-IF
           IF WS-IDENTITY-COUNT > ZERO
               DISPLAY "SECTION 5 IDENTITY  . . . : FOUND, "
                   WS-IDENTITY-COUNT " CHANGE(S)"
           ELSE
               DISPLAY "SECTION 5 IDENTITY  . . . : NOT FOUND"
           END-IF
           DISPLAY " "
           DISPLAY "ALL FIVE SECTIONS SEARCHED IN FULL FOR "
               "USER-ID " WS-SUBJECT-USER-ID.
