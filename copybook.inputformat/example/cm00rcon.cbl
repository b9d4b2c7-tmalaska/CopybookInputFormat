      *    COUNTS AND TOTALS ARE ADDITIVE ACROSS PARTITIONS.
      *    CHECKS, IN STREAM ORDER
      *    CM00MRG - CM00MNT - CM00PURG - CM00VAL - CM00TRLW -
      *    CM00DLT - CM00KDLT:
      *
      *      - EVERY JOB IS ON THE LEDGER
      *      - CM00MNT BALANCE-IN PLUS THE APPLIED BA AMOUNTS
      *      - EACH JOB'S OUTPUT COUNT AND BALANCE EQUAL THE NEXT
      *        JOB'S INPUT, INCLUDING CM00VAL'S ACCEPT COUNT
      *        AGAINST WHAT CM00TRLW COUNTED
      *      - THE KEYED MASTER CM00KDLT LEFT AFTER APPLYING THE
      *        DELTA HOLDS THE SAME RECORD COUNT AND BALANCE AS
      *        THE SEQUENTIAL MASTER CM00TRLW WROTE
      *
      *    ANY BREAK ENDS THE STEP WITH RETURN CODE 8 SO THE
      *    SCHEDULER STOPS BEFORE HADOOP LOADS, THE SAME WAY
      *    ONE.  THE JOB-LEVEL TOTALS ARE THE SUM OF THE USED
      *    SLOTS, FILLED BY 3000-SUM-JOB-LEGS BEFORE THE CHECKS.
       01  WS-JOB-TABLE .
           05  WS-JOB-ENTRY OCCURS 7 TIMES .
               10  WS-JOB-NAME PIC X(8).
               10  WS-JOB-FOUND-SW PIC X.
                   88  WS-JOB-FOUND VALUE 'Y'.
           MOVE "CM00VAL" TO WS-JOB-NAME(4)
           MOVE "CM00TRLW" TO WS-JOB-NAME(5)
           MOVE "CM00DLT" TO WS-JOB-NAME(6)
           MOVE "CM00KDLT" TO WS-JOB-NAME(7)
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               MOVE 'N' TO WS-JOB-FOUND-SW(WS-JOB-IDX)
               MOVE ZERO TO WS-JOB-RECORDS-IN(WS-JOB-IDX)
               MOVE ZERO TO WS-JOB-RECORDS-OUT(WS-JOB-IDX)
       2100-TABLE-CURRENT-RECORD.

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               IF CM00-RUN-JOB-NAME = WS-JOB-NAME(WS-JOB-IDX)
                   PERFORM 2200-TABLE-INTO-LEG-SLOT
               END-IF
           PERFORM 3100-VERIFY-PRESENCE
           PERFORM 3200-VERIFY-MNT-ARITHMETIC
           PERFORM 3300-VERIFY-PRESERVING-STEPS
           PERFORM 3400-VERIFY-HANDOFFS
           PERFORM 3500-VERIFY-KEYED-MASTER.

      *    COUNTS AND TOTALS ARE ADDITIVE ACROSS A JOB'S PARALLEL
      *    LEGS, SO THE JOB-LEVEL FIGURES THE CHECKS RUN AGAINST
       3050-SUM-JOB-LEGS.

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                       UNTIL WS-LEG-IDX > 5
                   IF WS-LEG-USED(WS-JOB-IDX, WS-LEG-IDX)
       3100-VERIFY-PRESENCE.

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               IF NOT WS-JOB-FOUND(WS-JOB-IDX)
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "CM00RCON " WS-JOB-NAME(WS-JOB-IDX)
               END-IF
           END-PERFORM.

      *    CM00KDLT (7) REPORTS THE WHOLE KEYED MASTER AFTER THE
      *    DELTA IS APPLIED; IT MUST MATCH THE SEQUENTIAL MASTER
      *    CM00TRLW (5) WROTE, RECORD FOR RECORD AND CENT FOR CENT.
       3500-VERIFY-KEYED-MASTER.

           IF WS-JOB-FOUND(5) AND WS-JOB-FOUND(7)
               IF WS-JOB-RECORDS-OUT(7) NOT = WS-JOB-RECORDS-OUT(5)
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "CM00RCON CM00KDLT KEYED RECORDS "
                       WS-JOB-RECORDS-OUT(7)
                       " NOT = CM00TRLW RECORDS OUT "
                       WS-JOB-RECORDS-OUT(5)
               END-IF
               IF WS-JOB-BALANCE-OUT(7) NOT = WS-JOB-BALANCE-OUT(5)
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "CM00RCON CM00KDLT KEYED BALANCE "
                       WS-JOB-BALANCE-OUT(7)
                       " NOT = CM00TRLW BALANCE OUT "
                       WS-JOB-BALANCE-OUT(5)
               END-IF
           END-IF.

       4000-PRINT-RESULT.

           DISPLAY " "
           DISPLAY "LEDGER RECORDS READ . . . : " WS-READ-COUNT
           DISPLAY "STALE RECORDS IGNORED . . : " WS-STALE-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               IF WS-JOB-FOUND(WS-JOB-IDX)
                   DISPLAY WS-JOB-NAME(WS-JOB-IDX)
                       " IN " WS-JOB-RECORDS-IN(WS-JOB-IDX)
