       01 CM00-POSTING-HISTORY .

      *    ONE RECORD PER ADJUSTMENT CM00POST GENERATES, APPENDED
      *    TO THE CM00INTH HISTORY FILE EACH MONTH-END AND NEVER
      *    NETTED: INTEREST CREDITS, MAINTENANCE FEES AND CARRYING
      *    CHARGES EACH KEEP THEIR OWN POSTING TYPE, SO THE
      *    YEAR-END INTEREST REPORTING SUMS THE CREDITS ALONE.  AN
      *    INTEREST RECORD ALSO CARRIES THE TAX IDENTITY AS IT
      *    STOOD WHEN THE CREDIT WAS POSTED -- CM00-FULL-SSN,
      *    USER-NAME AND THE FIRST TYPE 'A' SLOT -- BECAUSE A
      *    CUSTOMER PURGED LATER IN THE YEAR HAS THEM ERASED FROM
      *    THE MASTER BUT IS STILL OWED A RETURN.  FEE AND CHARGE
      *    RECORDS LEAVE THE IDENTITY FIELDS EMPTY.  THE POSTING
      *    PERIOD IS THE CCYYMM MONTH-END THE RUN POSTED, FROM THE
      *    CM00POST CARD; THE POSTING DATE IS ONLY THE DAY IT RAN,
      *    WHICH FOR A RUN PAST MIDNIGHT IS IN THE NEXT MONTH.  A
      *    RECORD WRITTEN BEFORE THE PERIOD WAS CARRIED HAS SPACES
      *    THERE AND IS TAKEN AS THE MONTH OF ITS POSTING DATE.
      *    ONCE THE TAX YEAR IS FILED, CM00TAX BLANKS THE IDENTITY
      *    OF PURGED CUSTOMERS AND DROPS RECORDS PAST THE
      *    RETENTION YEARS.

           03 CM00-PSH-USER-ID PIC S9999.

           03 CM00-PSH-POSTING-DATE PIC 9(8).

           03 CM00-PSH-POSTING-TYPE PIC X.
               88 CM00-PSH-INTEREST VALUE 'I'.
               88 CM00-PSH-FEE VALUE 'F'.
               88 CM00-PSH-CARRYING-CHARGE VALUE 'C'.

           03 CM00-PSH-TIER PIC 9.

           03 CM00-PSH-AMOUNT PIC S9(9)V99 COMP-3.

           03 CM00-PSH-TAX-IDENTITY .

               05 CM00-PSH-FULL-SSN PIC 9(9).

               05 CM00-PSH-LAST-NAME PIC X(20).

               05 CM00-PSH-FIRST-NAME PIC X(10).

               05 CM00-PSH-ADDRESS-NUM PIC S9(9).

               05 CM00-PSH-ADDRESS-STRING PIC XXXXX.

           03 CM00-PSH-POSTING-PERIOD PIC 9(6).

           03 FILLER PIC X.
