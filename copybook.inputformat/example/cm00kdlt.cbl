       IDENTIFICATION DIVISION.
       PROGRAM-ID. CM00KDLT.

      *    INCREMENTAL KEYED MASTER LOAD.  CM00KLOD RELOADS THE
      *    WHOLE INDEXED CUSTOMER MASTER, AND CM00INQ IS DOWN FOR
      *    THE LENGTH OF THE RELOAD, WHEN CM00DLT HAS ALREADY SAID
      *    WHICH FEW CUSTOMERS MOVED.  THIS STEP OPENS CM00KEYD
      *    I-O AND APPLIES THE CM00DLTA DELTA FILE RECORD BY
      *    RECORD ON CM00-DLT-ACTION-CODE:
      *
      *      A - WRITE THE NEW CUSTOMER
      *      C - REWRITE THE CUSTOMER.  A TOMBSTONE IMAGE ARRIVES
      *          HERE AND IS REWRITTEN, NOT DELETED, SO CM00INQ
      *          STILL REPORTS THE CUSTOMER AS PURGED
      *      D - DELETE THE CUSTOMER
      *
      *    AN ADD WHOSE KEY IS ALREADY ON FILE, A CHANGE OR DELETE
      *    WHOSE KEY IS NOT, AND AN UNKNOWN ACTION CODE ARE LISTED
      *    AS EXCEPTIONS AND NOT APPLIED.  THE ADD/CHANGE/DELETE
      *    COUNTS ON THE DELTA TRAILER ARE PROVED AGAINST WHAT WAS
      *    ACTUALLY APPLIED.  THE KEYED MASTER IS THEN READ END TO
      *    END FOR ITS RECORD COUNT AND CM00-ACCT-BALANCE TOTAL,
      *    AND THOSE GO ON THE CM00RUNC LEDGER AS RECORDS-OUT AND
      *    BALANCE-OUT SO CM00RCON CAN PROVE THE KEYED MASTER
      *    AGAINST THE SEQUENTIAL ONE CM00TRLW WROTE.  ANY
      *    EXCEPTION, TRAILER BREAK OR MISSING TRAILER ENDS THE
      *    STEP WITH RETURN CODE 8.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CM00-DELTA-FILE ASSIGN TO "CM00DLTA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CM00-KEYED-FILE ASSIGN TO "CM00KEYD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID.

           SELECT CM00-RUN-FILE ASSIGN TO "CM00RUNC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CM00-RUNDT-FILE ASSIGN TO "CM00RNDT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CM00-DELTA-FILE
           RECORDING MODE IS F.

       01  CM00-DELTA-RECORD .
           05  CM00-DLT-ACTION-CODE PIC X.
               88  CM00-DLT-ADD VALUE 'A'.
               88  CM00-DLT-CHANGE VALUE 'C'.
               88  CM00-DLT-DELETE VALUE 'D'.
               88  CM00-DLT-TRAILER VALUE 'T'.
           05  CM00-DLT-RECORD-IMAGE PIC X(156).
           05  CM00-DLT-TRAILER-DATA
                   REDEFINES CM00-DLT-RECORD-IMAGE .
               07  CM00-DLT-ADD-COUNT PIC 9(9).
               07  CM00-DLT-CHANGE-COUNT PIC 9(9).
               07  CM00-DLT-DELETE-COUNT PIC 9(9).
               07  FILLER PIC X(129).

       FD  CM00-KEYED-FILE
           RECORDING MODE IS F.

       COPY "example.cbl".

       FD  CM00-RUN-FILE
           RECORDING MODE IS F.

       01  CM00-RUN-RECORD PIC X(60).

       FD  CM00-RUNDT-FILE
           RECORDING MODE IS F.

       COPY "cm00rdt.cbl".

       WORKING-STORAGE SECTION.

       COPY "cm00run.cbl".

       01  WS-RUN-DATE PIC 9(8).

       01  WS-RUN-LEG-ID PIC XX VALUE SPACES.

       01  WS-DLT-EOF-SW PIC X VALUE 'N'.
           88  WS-DLT-EOF VALUE 'Y'.

       01  WS-KEY-EOF-SW PIC X VALUE 'N'.
           88  WS-KEY-EOF VALUE 'Y'.

       01  WS-TRAILER-SW PIC X VALUE 'N'.
           88  WS-TRAILER-SEEN VALUE 'Y'.

       01  WS-BALANCED-SW PIC X VALUE 'Y'.
           88  WS-IN-BALANCE VALUE 'Y'.
           88  WS-OUT-OF-BALANCE VALUE 'N'.

       01  WS-EXCEPTION-REASON PIC X(30).

      *    SET FROM THE IMAGE BEFORE THE REWRITE; THE RECORD AREA
      *    IS NOT AVAILABLE ONCE THE REWRITE HAS BEEN DONE.
       01  WS-TOMBSTONE-SW PIC X.
           88  WS-TOMBSTONE-IMAGE VALUE 'Y'.

       01  WS-DELTA-READ-COUNT PIC 9(9) VALUE ZERO.

       01  WS-MOVEMENT-COUNT PIC 9(9) VALUE ZERO.

       01  WS-ADD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TOMBSTONE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DELETE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.

       01  WS-AFTER-TRAILER-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TRAILER-ADD-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TRAILER-CHANGE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-TRAILER-DELETE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-KEYED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-KEYED-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE

           PERFORM UNTIL WS-DLT-EOF
               READ CM00-DELTA-FILE
                   AT END
                       SET WS-DLT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DELTA-READ-COUNT
                       PERFORM 2000-APPLY-DELTA
               END-READ
           END-PERFORM

           PERFORM 3000-PROVE-TRAILER

           PERFORM 4000-TOTAL-KEYED-MASTER

           PERFORM 5000-PRINT-SUMMARY

           PERFORM 6000-WRITE-RUN-CONTROL

           CLOSE CM00-DELTA-FILE CM00-KEYED-FILE CM00-RUN-FILE

           IF WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT CM00-DELTA-FILE
           OPEN I-O CM00-KEYED-FILE
           OPEN EXTEND CM00-RUN-FILE

           PERFORM 1100-READ-RUN-DATE-CARD.

      *    THE SAME SHARED CM00RNDT CARD EVERY LEDGER WRITER READS.
       1100-READ-RUN-DATE-CARD.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT CM00-RUNDT-FILE
           READ CM00-RUNDT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CM00-RDT-RUN-DATE NUMERIC
                       MOVE CM00-RDT-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   MOVE CM00-RDT-LEG-ID TO WS-RUN-LEG-ID
           END-READ
           CLOSE CM00-RUNDT-FILE.

       2000-APPLY-DELTA.

           IF WS-TRAILER-SEEN
               ADD 1 TO WS-AFTER-TRAILER-COUNT
               MOVE "RECORD AFTER THE TRAILER" TO WS-EXCEPTION-REASON
               PERFORM 2900-PRINT-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN CM00-DLT-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE CM00-DLT-ADD-COUNT TO WS-TRAILER-ADD-COUNT
                       MOVE CM00-DLT-CHANGE-COUNT
                           TO WS-TRAILER-CHANGE-COUNT
                       MOVE CM00-DLT-DELETE-COUNT
                           TO WS-TRAILER-DELETE-COUNT
                   WHEN CM00-DLT-ADD
                       ADD 1 TO WS-MOVEMENT-COUNT
                       PERFORM 2100-APPLY-ADD
                   WHEN CM00-DLT-CHANGE
                       ADD 1 TO WS-MOVEMENT-COUNT
                       PERFORM 2200-APPLY-CHANGE
                   WHEN CM00-DLT-DELETE
                       ADD 1 TO WS-MOVEMENT-COUNT
                       PERFORM 2300-APPLY-DELETE
                   WHEN OTHER
                       ADD 1 TO WS-MOVEMENT-COUNT
                       MOVE "UNKNOWN ACTION CODE"
                           TO WS-EXCEPTION-REASON
                       PERFORM 2900-PRINT-EXCEPTION
               END-EVALUATE
           END-IF.

       2100-APPLY-ADD.

           MOVE CM00-DLT-RECORD-IMAGE TO EBCDIC-CM-INIT
           WRITE EBCDIC-CM-INIT
               INVALID KEY
                   MOVE "ADD, KEY ALREADY ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 2900-PRINT-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       2200-APPLY-CHANGE.

           MOVE CM00-DLT-RECORD-IMAGE TO EBCDIC-CM-INIT
           IF CM00-TOMBSTONE-RECORD
               SET WS-TOMBSTONE-IMAGE TO TRUE
           ELSE
               MOVE 'N' TO WS-TOMBSTONE-SW
           END-IF
           REWRITE EBCDIC-CM-INIT
               INVALID KEY
                   MOVE "CHANGE, KEY NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 2900-PRINT-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   IF WS-TOMBSTONE-IMAGE
                       ADD 1 TO WS-TOMBSTONE-COUNT
                   END-IF
           END-REWRITE.

       2300-APPLY-DELETE.

           MOVE CM00-DLT-RECORD-IMAGE TO EBCDIC-CM-INIT
           DELETE CM00-KEYED-FILE RECORD
               INVALID KEY
                   MOVE "DELETE, KEY NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 2900-PRINT-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       2900-PRINT-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT
           SET WS-OUT-OF-BALANCE TO TRUE
           IF WS-EXCEPTION-COUNT = 1
               DISPLAY "DELTA EXCEPTIONS"
               DISPLAY "--------------------------------------"
           END-IF
           DISPLAY "  ACTION " CM00-DLT-ACTION-CODE
               " USER-ID " CM00-DLT-RECORD-IMAGE(1:4)
               " " WS-EXCEPTION-REASON.

      *    THE TRAILER COUNTS WHAT CM00DLT WROTE; EVERY ONE OF
      *    THOSE RECORDS MUST HAVE BEEN APPLIED.
       3000-PROVE-TRAILER.

           IF NOT WS-TRAILER-SEEN
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY "CM00KDLT NO TRAILER ON THE DELTA FILE"
           ELSE
               IF WS-ADD-COUNT NOT = WS-TRAILER-ADD-COUNT
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "CM00KDLT ADDS APPLIED " WS-ADD-COUNT
                       " NOT = TRAILER " WS-TRAILER-ADD-COUNT
               END-IF
               IF WS-CHANGE-COUNT NOT = WS-TRAILER-CHANGE-COUNT
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "CM00KDLT CHANGES APPLIED "
                       WS-CHANGE-COUNT
                       " NOT = TRAILER " WS-TRAILER-CHANGE-COUNT
               END-IF
               IF WS-DELETE-COUNT NOT = WS-TRAILER-DELETE-COUNT
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "CM00KDLT DELETES APPLIED "
                       WS-DELETE-COUNT
                       " NOT = TRAILER " WS-TRAILER-DELETE-COUNT
               END-IF
           END-IF.

      *    THE SAME RECORDS CM00TRLW COUNTS AND TOTALS ON THE
      *    SEQUENTIAL MASTER: DETAILS AND TOMBSTONES.
       4000-TOTAL-KEYED-MASTER.

           MOVE -9999 TO USER-ID
           START CM00-KEYED-FILE KEY IS NOT < USER-ID
               INVALID KEY
                   SET WS-KEY-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KEY-EOF
               READ CM00-KEYED-FILE NEXT RECORD
                   AT END
                       SET WS-KEY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-KEYED-COUNT
                       ADD CM00-ACCT-BALANCE TO WS-KEYED-BALANCE
               END-READ
           END-PERFORM.

       5000-PRINT-SUMMARY.

           DISPLAY " "
           DISPLAY "CM00 INCREMENTAL KEYED MASTER LOAD SUMMARY"
           DISPLAY "======================================"
           DISPLAY "DELTA RECORDS READ  . . . : "
               WS-DELTA-READ-COUNT
           DISPLAY "ADDS APPLIED  . . . . . . : " WS-ADD-COUNT
           DISPLAY "CHANGES APPLIED . . . . . : " WS-CHANGE-COUNT
           DISPLAY "  TOMBSTONES REWRITTEN  . : "
               WS-TOMBSTONE-COUNT
           DISPLAY "DELETES APPLIED . . . . . : " WS-DELETE-COUNT
           DISPLAY "EXCEPTIONS  . . . . . . . : "
               WS-EXCEPTION-COUNT
           DISPLAY "  AFTER THE TRAILER . . . : "
               WS-AFTER-TRAILER-COUNT
           DISPLAY "TRAILER ADDS  . . . . . . : "
               WS-TRAILER-ADD-COUNT
           DISPLAY "TRAILER CHANGES . . . . . : "
               WS-TRAILER-CHANGE-COUNT
           DISPLAY "TRAILER DELETES . . . . . : "
               WS-TRAILER-DELETE-COUNT
           DISPLAY "KEYED MASTER RECORDS  . . : " WS-KEYED-COUNT
           DISPLAY "KEYED MASTER BALANCE  . . : " WS-KEYED-BALANCE
           IF WS-IN-BALANCE
               DISPLAY "DELTA APPLY . . . . . . . : BALANCED"
           ELSE
               DISPLAY "DELTA APPLY . . . . . . . : OUT OF BALANCE"
           END-IF.

      *    RECORDS IN IS THE MOVEMENT READ; RECORDS OUT AND
      *    BALANCE OUT DESCRIBE THE WHOLE KEYED MASTER AFTER THE
      *    APPLY, WHICH CM00RCON HOLDS AGAINST CM00TRLW'S OUTPUT.
       6000-WRITE-RUN-CONTROL.

           MOVE SPACES TO CM00-RUN-CONTROL
           MOVE "CM00KDLT" TO CM00-RUN-JOB-NAME
           MOVE WS-RUN-DATE TO CM00-RUN-DATE
           MOVE WS-RUN-LEG-ID TO CM00-RUN-LEG-ID
           MOVE WS-MOVEMENT-COUNT TO CM00-RUN-RECORDS-IN
           MOVE WS-KEYED-COUNT TO CM00-RUN-RECORDS-OUT
           MOVE ZERO TO CM00-RUN-BALANCE-IN
           MOVE WS-KEYED-BALANCE TO CM00-RUN-BALANCE-OUT
           MOVE ZERO TO CM00-RUN-ADJUST-AMOUNT
           WRITE CM00-RUN-RECORD FROM CM00-RUN-CONTROL.
