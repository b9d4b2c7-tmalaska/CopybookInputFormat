       01 CM00-FRAUD-CASE .

      *    ONE OPEN FRAUD CASE PER CUSTOMER, WRITTEN BY THE CASE
      *    GENERATION JOB IN USER-ID ORDER AND READ BACK BY THE
      *    NEXT RUN SO A CUSTOMER WHO STILL QUALIFIES KEEPS ITS
      *    CM00-CASE-NUMBER AND CM00-CASE-OPEN-DATE.  THE RULE
      *    SWITCHES RECORD WHICH RULES FIRED ON THE LATEST RUN.
      *    THE FILE ENDS WITH ONE CONTROL RECORD (USER-ID ZERO,
      *    STATUS 'H') WHOSE CM00-CASE-NUMBER IS THE HIGHEST CASE
      *    NUMBER EVER ISSUED, SO A NUMBER IS NEVER GIVEN OUT
      *    TWICE WHEN THE TOP CASE DROPS OR A RUN OPENS NO CASES.

           03 CM00-CASE-NUMBER PIC 9(7).

           03 CM00-CASE-USER-ID PIC S9999.

           03 CM00-CASE-OPEN-DATE PIC 9(8).

           03 CM00-CASE-LAST-RUN-DATE PIC 9(8).

           03 CM00-CASE-POINTS PIC 9(3).

           03 CM00-CASE-RISK-SCORE PIC 9(3).

           03 CM00-CASE-RULES .

               05 CM00-CASE-HIGH-SCORE-SW PIC X.
                   88 CM00-CASE-HIGH-SCORE VALUE 'Y'.

               05 CM00-CASE-SHARED-SSN-SW PIC X.
                   88 CM00-CASE-SHARED-SSN VALUE 'Y'.

               05 CM00-CASE-SSN-CHANGED-SW PIC X.
                   88 CM00-CASE-SSN-CHANGED VALUE 'Y'.

               05 CM00-CASE-ADDR-BEFORE-BA-SW PIC X.
                   88 CM00-CASE-ADDR-BEFORE-BA VALUE 'Y'.

           03 CM00-CASE-STATUS PIC X.
               88 CM00-CASE-NEW VALUE 'N'.
               88 CM00-CASE-CARRIED VALUE 'C'.
               88 CM00-CASE-CONTROL VALUE 'H'.

           03 FILLER PIC X(12).
