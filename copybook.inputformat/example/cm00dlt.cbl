      *    DATA ONLY: CM00-SEQUENCE-NUMBER AND THE CHECKSUM SHIFT
      *    WHENEVER CUSTOMERS ARE ADDED OR DROPPED UPSTREAM AND
      *    WOULD OTHERWISE FLAG EVERY CUSTOMER AS CHANGED.
      *    TOMBSTONES TAKE PART IN THE MATCH THE SAME AS DETAILS,
      *    SO A CUSTOMER PURGED SINCE LAST NIGHT ARRIVES AS A
      *    CHANGE CARRYING THE TOMBSTONE IMAGE, NOT AS A DELETE,
      *    AND CM00KDLT REWRITES IT ON THE KEYED MASTER THE WAY
      *    CM00KLOD WOULD HAVE LOADED IT.

       ENVIRONMENT DIVISION.


       01  WS-PRV-RECORD-TYPE PIC X.
           88  WS-PRV-DETAIL-RECORD VALUE '2'.
           88  WS-PRV-TOMBSTONE-RECORD VALUE '4'.

       01  WS-CUR-GOT-SW PIC X.
           88  WS-CUR-GOT-DETAIL VALUE 'Y'.

           DISPLAY "CM00 DELTA EXTRACT SUMMARY"
           DISPLAY "======================================"
           DISPLAY "CURRENT CUSTOMERS READ  . : "
               WS-CUR-READ-COUNT
           DISPLAY "PREVIOUS CUSTOMERS READ . : "
               WS-PRV-READ-COUNT
           DISPLAY "CUSTOMERS ADDED . . . . . : " WS-ADD-COUNT
           DISPLAY "CUSTOMERS CHANGED . . . . : " WS-CHANGE-COUNT
           MOVE ZERO TO CM00-RUN-ADJUST-AMOUNT
           WRITE CM00-RUN-RECORD FROM CM00-RUN-CONTROL.

      *    ONLY DETAIL AND TOMBSTONE RECORDS TAKE PART IN THE
      *    MATCH; HEADER, CHECKPOINT AND TRAILER RECORDS ARE
      *    EXTRACT PLUMBING AND ARE SKIPPED ON BOTH SIDES.
       8000-READ-CURRENT.

           MOVE 'N' TO WS-CUR-GOT-SW
                       SET WS-CUR-EOF TO TRUE
                   NOT AT END
                       IF CM00-DETAIL-RECORD
                               OR CM00-TOMBSTONE-RECORD
                           SET WS-CUR-GOT-DETAIL TO TRUE
                           ADD 1 TO WS-CUR-READ-COUNT
                       END-IF
                       MOVE CM00-PREV-RECORD(35:1)
                           TO WS-PRV-RECORD-TYPE
                       IF WS-PRV-DETAIL-RECORD
                               OR WS-PRV-TOMBSTONE-RECORD
                           SET WS-PRV-GOT-DETAIL TO TRUE
                           MOVE CM00-PREV-RECORD(1:4) TO WS-PRV-KEY
                           ADD 1 TO WS-PRV-READ-COUNT
