       01 CM00-DELINQUENCY .

      *    ONE RECORD PER CUSTOMER CURRENTLY BELOW ZERO, KEPT BY
      *    THE COLLECTIONS JOB IN USER-ID ORDER AND CARRIED FROM
      *    ONE MONTH-END TO THE NEXT.  THE FIRST-OVERDRAWN DATE IS
      *    THE MONTH-END ON WHICH THE CUSTOMER WAS FIRST SEEN
      *    NEGATIVE IN THE CURRENT RUN OF MONTHS; A CUSTOMER WHO
      *    COMES BACK TO ZERO OR ABOVE IS DROPPED, SO A LATER
      *    OVERDRAFT STARTS A NEW RECORD.

           03 CM00-DLQ-USER-ID PIC S9999.

           03 CM00-DLQ-FIRST-OVERDRAWN-DATE PIC 9(8).

           03 CM00-DLQ-MONTHS-NEGATIVE PIC 9(3).

           03 CM00-DLQ-WORST-BALANCE PIC S9(9)V99 COMP-3.

           03 CM00-DLQ-CURRENT-BALANCE PIC S9(9)V99 COMP-3.

           03 CM00-DLQ-LAST-MONTH-END PIC 9(8).

           03 FILLER PIC X(15).
