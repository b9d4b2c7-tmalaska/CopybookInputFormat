       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00CRTN.

      *    INBOUND RETURNED-MAIL AND BAD-NUMBER FEED.  CM00CNTC
      *    SENDS EVERY 'A' SLOT TO THE MAILING HOUSE AND EVERY 'P'
      *    SLOT TO THE DIALER; THIS PROGRAM TAKES THEIR RESULT
      *    FILES BACK (CM00MRTN AND CM00PRTN, CM00-CONTACT-RESULT
      *    LAYOUT), SORTS THEM TOGETHER BY USER-ID AND SLOT, AND
      *    MATCHES THEM AGAINST THE CURRENT CUSTOMER MASTER.  A ROW
      *    IS TRUSTED ONLY WHEN THE SLOT STILL HOLDS THE SAME TYPE,
      *    CM00-CONTACT-NUM AND CM00-CONTACT-STRING THAT WERE SENT
      *    AND THE RESULT IS NO OLDER THAN THE STALE DAYS ON THE
      *    CM00PARM CARD.  A TRUSTED RM, DN OR WN RESULT WRITES AN
      *    AD TRANSACTION THAT BLANKS THE SLOT TO CM00CTRN, IN
      *    USER-ID ORDER, TO RUN THROUGH CM00EDIT AND CM00MNT SO
      *    THE CHANGE IS AUDITED LIKE ANY OTHER.  THE ROWS FOR A
      *    SLOT ARE TAKEN IN RESULT-DATE ORDER AND THE LATEST
      *    TRUSTED ONE WINS, SO A NEWER OK SAVES A SLOT AN OLDER
      *    BAD RESULT WOULD HAVE BLANKED.  EVERY OTHER ROW
      *    THAT CANNOT BE USED GOES BACK TO THE VENDOR ON THE
      *    CM00CRXC EXCEPTION FILE WITH A REASON CODE AND IS
      *    PRINTED:
      *
      *      SLOT - SLOT NUMBER OUTSIDE 1-5
      *      NOID - USER-ID NOT ON THE MASTER
      *      PURG - CUSTOMER PURGED SINCE THE CONTACT WAS SENT
      *      MISM - THE SLOT NO LONGER HOLDS THE CONTACT SENT
      *      DATE - RESULT DATE NOT A DATE OR LATER THAN THE RUN
      *      STAL - RESULT OLDER THAN THE STALE DAYS
      *      RSLT - RESULT CODE NOT RM, DN, WN OR OK
      *
      *    A CUSTOMER WHOSE LAST USABLE CONTACT IS BLANKED HERE IS
      *    LISTED FOR OUTREACH BY OTHER MEANS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CM00-PARM-FILE ASSIGN TO "CM00PARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-MAIL-RESULT-FILE ASSIGN TO "CM00MRTN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-PHONE-RESULT-FILE
               ASSIGN TO "CM00PRTN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-MASTER-FILE ASSIGN TO "CM00IN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-TRANS-OUT-FILE ASSIGN TO "CM00CTRN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-EXCEPTION-FILE ASSIGN TO "CM00CRXC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-SORT-FILE ASSIGN TO "CM00SRTC".

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-PARM-FILE
           RECORDING MODE IS F.

      *    RESULTS CARD.  THE RUN DATE DEFAULTS TO TODAY AND A
      *    RESULT OLDER THAN THE STALE DAYS (DEFAULT 60) IS NOT
      *    ACTED ON.
       01  CM00-RESULTS-PARM .
           05  CM00-RSP-RUN-DATE PIC X(8).
           05  CM00-RSP-STALE-DAYS PIC X(3).
           05  FILLER PIC X(69).

       FD  CM00-MAIL-RESULT-FILE
           RECORDING MODE IS F.

       01  CM00-MAIL-RESULT-RECORD PIC X(40).

       FD  CM00-PHONE-RESULT-FILE
           RECORDING MODE IS F.

       01  CM00-PHONE-RESULT-RECORD PIC X(40).

       FD  CM00-MASTER-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-TRANS-OUT-FILE
           RECORDING MODE IS F.

       COPY "cm00trn.cbl".

       FD  CM00-EXCEPTION-FILE
           RECORDING MODE IS F.

       01  CM00-RESULT-EXCEPTION-RECORD .
           05  CM00-RXC-RESULT-ROW PIC X(40).
           05  CM00-RXC-REASON-CODE PIC X(4).

       SD  CM00-SORT-FILE.

       01  CM00-SORT-RECORD .
           05  CM00-SRT-USER-ID PIC S9999.
           05  CM00-SRT-CONTACT-SEQ PIC 9.
           05  FILLER PIC X(17).
           05  CM00-SRT-RESULT-DATE PIC X(8).
           05  FILLER PIC X(10).

       WORKING-STORAGE SECTION.

       COPY "cm00crs.cbl".

       01  WS-RES-EOF-SW PIC X VALUE 'N'.
           88  WS-RES-EOF VALUE 'Y'.

       01  WS-SRT-EOF-SW PIC X VALUE 'N'.
           88  WS-SRT-EOF VALUE 'Y'.

       01  WS-MST-EOF-SW PIC X VALUE 'N'.
           88  WS-MST-EOF VALUE 'Y'.

       01  WS-GOT-SW PIC X.
           88  WS-GOT-CUSTOMER VALUE 'Y'.

       01  WS-RUN-DATE PIC 9(8).

       01  WS-RUN-DATE-INT PIC 9(8).

       01  WS-STALE-DAYS PIC 9(3) VALUE 60.

       01  WS-RESULT-DATE-INT PIC 9(8).

       01  WS-CONTACT-IDX PIC 9(2).

       01  WS-SLOT PIC 9.

       01  WS-USABLE-COUNT PIC 9(2).

       01  WS-BLANK-COUNT PIC 9(2).

       01  WS-REASON-CODE PIC X(4).

      *    SLOTS CONDEMNED FOR THE CUSTOMER IN HAND; A SECOND BAD
      *    RESULT FOR THE SAME SLOT DOES NOT WRITE A SECOND AD.
       01  WS-BLANK-TABLE .
           05  WS-BLANK-SW PIC X OCCURS 5 TIMES.
               88  WS-BLANK-SLOT VALUE 'Y'.

       01  WS-MAIL-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PHONE-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CONFIRMED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-BAD-RESULT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-BLANKING-COUNT PIC 9(9) VALUE ZERO.

       01  WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SLOT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-NOID-COUNT PIC 9(9) VALUE ZERO.

       01  WS-PURG-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MISM-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DATE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-STAL-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RSLT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-OUTREACH-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           SORT CM00-SORT-FILE
               ON ASCENDING KEY CM00-SRT-USER-ID
                                CM00-SRT-CONTACT-SEQ
                                CM00-SRT-RESULT-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-COLLECT-RESULTS
               OUTPUT PROCEDURE IS 3000-MATCH-RESULTS

           PERFORM 6000-PRINT-TOTALS

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT CM00-PARM-FILE
           READ CM00-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-RSP-RUN-DATE NUMERIC
                       MOVE CM00-RSP-RUN-DATE TO WS-RUN-DATE
                   ELSE
                       IF CM00-RSP-RUN-DATE NOT = SPACES
                           DISPLAY "CM00CRTN INVALID RUN DATE "
                               CM00-RSP-RUN-DATE ", USING "
                               WS-RUN-DATE
                       END-IF
                   END-IF
                   IF CM00-RSP-STALE-DAYS NUMERIC
                       MOVE CM00-RSP-STALE-DAYS TO WS-STALE-DAYS
                   ELSE
                       IF CM00-RSP-STALE-DAYS NOT = SPACES
                           DISPLAY "CM00CRTN INVALID STALE DAYS "
                               CM00-RSP-STALE-DAYS ", USING 060"
                       END-IF
                   END-IF
           END-READ
           CLOSE CM00-PARM-FILE

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           DISPLAY "CM00 CONTACT RESULTS INBOUND REPORT"
           DISPLAY "======================================"
           DISPLAY "RUN DATE  . . . . . . . . : " WS-RUN-DATE
           DISPLAY "STALE AFTER DAYS  . . . . : " WS-STALE-DAYS.

       2000-COLLECT-RESULTS.

           OPEN INPUT CM00-MAIL-RESULT-FILE
           MOVE 'N' TO WS-RES-EOF-SW
           PERFORM UNTIL WS-RES-EOF
               READ CM00-MAIL-RESULT-FILE
                   AT END
                       SET WS-RES-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAIL-READ-COUNT
                       RELEASE CM00-SORT-RECORD
                           FROM CM00-MAIL-RESULT-RECORD
               END-READ
           END-PERFORM
           CLOSE CM00-MAIL-RESULT-FILE

           OPEN INPUT CM00-PHONE-RESULT-FILE
           MOVE 'N' TO WS-RES-EOF-SW
           PERFORM UNTIL WS-RES-EOF
               READ CM00-PHONE-RESULT-FILE
                   AT END
                       SET WS-RES-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PHONE-READ-COUNT
                       RELEASE CM00-SORT-RECORD
                           FROM CM00-PHONE-RESULT-RECORD
               END-READ
           END-PERFORM
           CLOSE CM00-PHONE-RESULT-FILE.

      *    THE MASTER DRIVES.  ROWS BELOW THE CUSTOMER IN HAND
      *    BELONG TO NO ONE ON THE MASTER; ROWS ABOVE IT WAIT FOR
      *    THE MASTER TO CATCH UP.
       3000-MATCH-RESULTS.

           OPEN INPUT CM00-MASTER-FILE
           OPEN OUTPUT CM00-TRANS-OUT-FILE
           OPEN OUTPUT CM00-EXCEPTION-FILE

           PERFORM 3900-CLEAR-BLANKS
           PERFORM 8000-READ-MASTER
           PERFORM 8100-RETURN-RESULT

           PERFORM UNTIL WS-SRT-EOF
               EVALUATE TRUE
                   WHEN WS-MST-EOF
                       MOVE "NOID" TO WS-REASON-CODE
                       PERFORM 4000-WRITE-EXCEPTION
                       PERFORM 8100-RETURN-RESULT
                   WHEN CM00-CRS-USER-ID < USER-ID
                       MOVE "NOID" TO WS-REASON-CODE
                       PERFORM 4000-WRITE-EXCEPTION
                       PERFORM 8100-RETURN-RESULT
                   WHEN CM00-CRS-USER-ID > USER-ID
                       PERFORM 3500-FINISH-CUSTOMER
                       PERFORM 8000-READ-MASTER
                   WHEN OTHER
                       PERFORM 3100-JUDGE-RESULT
                       PERFORM 8100-RETURN-RESULT
               END-EVALUATE
           END-PERFORM

           IF NOT WS-MST-EOF
               PERFORM 3500-FINISH-CUSTOMER
           END-IF

           CLOSE CM00-MASTER-FILE CM00-TRANS-OUT-FILE
               CM00-EXCEPTION-FILE.

       3100-JUDGE-RESULT.

           MOVE SPACES TO WS-REASON-CODE

           EVALUATE TRUE
               WHEN CM00-TOMBSTONE-RECORD
                   MOVE "PURG" TO WS-REASON-CODE
               WHEN CM00-CRS-CONTACT-SEQ NOT NUMERIC
                       OR CM00-CRS-CONTACT-SEQ < 1
                       OR CM00-CRS-CONTACT-SEQ > 5
                   MOVE "SLOT" TO WS-REASON-CODE
               WHEN OTHER
                   MOVE CM00-CRS-CONTACT-SEQ TO WS-SLOT
                   IF CM00-CONTACT-TYPE(WS-SLOT)
                           NOT = CM00-CRS-CONTACT-TYPE
                           OR CM00-CONTACT-NUM(WS-SLOT)
                               NOT = CM00-CRS-CONTACT-NUM
                           OR CM00-CONTACT-STRING(WS-SLOT)
                               NOT = CM00-CRS-CONTACT-STRING
                           OR CM00-CONTACT-UNUSED(WS-SLOT)
                       MOVE "MISM" TO WS-REASON-CODE
                   END-IF
           END-EVALUATE

           IF WS-REASON-CODE = SPACES
               PERFORM 3200-JUDGE-RESULT-DATE
           END-IF

           IF WS-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN CM00-CRS-RETURNED-MAIL
                           OR CM00-CRS-DISCONNECTED
                           OR CM00-CRS-WRONG-NUMBER
                       ADD 1 TO WS-BAD-RESULT-COUNT
                       SET WS-BLANK-SLOT(WS-SLOT) TO TRUE
                   WHEN CM00-CRS-CONFIRMED
                       ADD 1 TO WS-CONFIRMED-COUNT
                       MOVE 'N' TO WS-BLANK-SW(WS-SLOT)
                   WHEN OTHER
                       MOVE "RSLT" TO WS-REASON-CODE
               END-EVALUATE
           END-IF

           IF WS-REASON-CODE NOT = SPACES
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.

       3200-JUDGE-RESULT-DATE.

           MOVE ZERO TO WS-RESULT-DATE-INT
           IF CM00-CRS-RESULT-DATE NUMERIC
                   AND CM00-CRS-RESULT-DATE > "16010101"
               COMPUTE WS-RESULT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CM00-CRS-RESULT-DATE))
           END-IF

           EVALUATE TRUE
               WHEN WS-RESULT-DATE-INT = ZERO
                       OR WS-RESULT-DATE-INT > WS-RUN-DATE-INT
                   MOVE "DATE" TO WS-REASON-CODE
               WHEN WS-RUN-DATE-INT - WS-RESULT-DATE-INT
                       > WS-STALE-DAYS
                   MOVE "STAL" TO WS-REASON-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    ONE AD PER CONDEMNED SLOT, IN SLOT ORDER, THEN THE
      *    OUTREACH CHECK ON WHAT THE CUSTOMER HAS LEFT.
       3500-FINISH-CUSTOMER.

           MOVE ZERO TO WS-BLANK-COUNT
           MOVE ZERO TO WS-USABLE-COUNT
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
               IF WS-BLANK-SLOT(WS-CONTACT-IDX)
                   ADD 1 TO WS-BLANK-COUNT
                   PERFORM 3600-WRITE-BLANKING-TRANS
               ELSE
                   IF CM00-CONTACT-PHONE(WS-CONTACT-IDX)
                           OR CM00-CONTACT-ADDRESS(WS-CONTACT-IDX)
                       ADD 1 TO WS-USABLE-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BLANK-COUNT > ZERO AND WS-USABLE-COUNT = ZERO
               PERFORM 5000-PRINT-OUTREACH
           END-IF

           PERFORM 3900-CLEAR-BLANKS.

       3600-WRITE-BLANKING-TRANS.

           MOVE SPACES TO EBCDIC-CM-TRANSACTION
           MOVE USER-ID TO CM00-TRN-USER-ID
           SET CM00-TRN-ADDR-CHG TO TRUE
           MOVE WS-CONTACT-IDX TO CM00-TRN-CONTACT-SLOT
           MOVE SPACE TO CM00-TRN-CONTACT-TYPE
           MOVE ZERO TO CM00-TRN-CONTACT-NUM
           MOVE SPACES TO CM00-TRN-CONTACT-STRING
           WRITE EBCDIC-CM-TRANSACTION
           ADD 1 TO WS-BLANKING-COUNT.

       3900-CLEAR-BLANKS.

           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTACT-IDX > 5
               MOVE 'N' TO WS-BLANK-SW(WS-CONTACT-IDX)
           END-PERFORM.

       4000-WRITE-EXCEPTION.

           EVALUATE WS-REASON-CODE
               WHEN "SLOT"
                   ADD 1 TO WS-SLOT-COUNT
               WHEN "NOID"
                   ADD 1 TO WS-NOID-COUNT
               WHEN "PURG"
                   ADD 1 TO WS-PURG-COUNT
               WHEN "MISM"
                   ADD 1 TO WS-MISM-COUNT
               WHEN "DATE"
                   ADD 1 TO WS-DATE-COUNT
               WHEN "STAL"
                   ADD 1 TO WS-STAL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RSLT-COUNT
           END-EVALUATE

           MOVE CM00-CONTACT-RESULT TO CM00-RXC-RESULT-ROW
           MOVE WS-REASON-CODE TO CM00-RXC-REASON-CODE
           WRITE CM00-RESULT-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT

           IF WS-EXCEPTION-COUNT = 1
               DISPLAY " "
               DISPLAY "VENDOR EXCEPTIONS"
               DISPLAY "--------------------------------------"
           END-IF
           DISPLAY "  USER-ID " CM00-CRS-USER-ID
               " SLOT " CM00-CRS-CONTACT-SEQ
               " " CM00-CRS-CONTACT-TYPE
               " " CM00-CRS-CONTACT-NUM
               " " CM00-CRS-CONTACT-STRING
               " RESULT " CM00-CRS-RESULT-CODE
               " " CM00-CRS-RESULT-DATE
               " REASON " WS-REASON-CODE.

       5000-PRINT-OUTREACH.

           ADD 1 TO WS-OUTREACH-COUNT
           DISPLAY " "
           DISPLAY "OUTREACH USER-ID " USER-ID " " USER-LAST-NAME " "
               USER-FIRST-NAME
           DISPLAY "  NO USABLE CONTACT LEFT AFTER " WS-BLANK-COUNT
               " SLOT(S) BLANKED".

       6000-PRINT-TOTALS.

           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "MAIL RESULTS READ . . . . : " WS-MAIL-READ-COUNT
           DISPLAY "PHONE RESULTS READ  . . . : "
               WS-PHONE-READ-COUNT
           DISPLAY "MASTER RECORDS READ . . . : "
               WS-MASTER-READ-COUNT
           DISPLAY "CONTACTS CONFIRMED GOOD . : " WS-CONFIRMED-COUNT
           DISPLAY "BAD RESULTS TRUSTED . . . : "
               WS-BAD-RESULT-COUNT
           DISPLAY "BLANKING AD TRANSACTIONS  : " WS-BLANKING-COUNT
           DISPLAY "VENDOR EXCEPTIONS . . . . : " WS-EXCEPTION-COUNT
           DISPLAY "  BAD SLOT       (SLOT) . : " WS-SLOT-COUNT
           DISPLAY "  NOT ON MASTER  (NOID) . : " WS-NOID-COUNT
           DISPLAY "  PURGED         (PURG) . : " WS-PURG-COUNT
           DISPLAY "  SLOT CHANGED   (MISM) . : " WS-MISM-COUNT
           DISPLAY "  BAD DATE       (DATE) . : " WS-DATE-COUNT
           DISPLAY "  STALE          (STAL) . : " WS-STAL-COUNT
           DISPLAY "  BAD RESULT     (RSLT) . : " WS-RSLT-COUNT
           DISPLAY "CUSTOMERS FOR OUTREACH  . : " WS-OUTREACH-COUNT.

      *    ONLY DETAILS AND TOMBSTONES CARRY CUSTOMERS; HEADER,
      *    CHECKPOINT AND TRAILER RECORDS ARE SKIPPED.
       8000-READ-MASTER.

           MOVE 'N' TO WS-GOT-SW
           PERFORM UNTIL WS-MST-EOF OR WS-GOT-CUSTOMER
               READ CM00-MASTER-FILE
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       IF CM00-DETAIL-RECORD
                               OR CM00-TOMBSTONE-RECORD
                           SET WS-GOT-CUSTOMER TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       8100-RETURN-RESULT.

           RETURN CM00-SORT-FILE INTO CM00-CONTACT-RESULT
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-RETURN.
