       01 CM00-IRS-RECORD .

      *    YEAR-END INFORMATION RETURN FILE FOR FORM 1099-INT, ONE
      *    PAYER ('A') RECORD, ONE PAYEE ('B') RECORD PER REPORTABLE
      *    CUSTOMER IN USER-ID ORDER, AND ONE END-OF-PAYER ('C')
      *    RECORD CARRYING THE PAYEE COUNT AND THE CONTROL TOTAL
      *    OF BOX 1 INTEREST.  AMOUNTS ARE UNSIGNED DOLLARS AND
      *    CENTS WITH AN IMPLIED DECIMAL POINT.  A PAYEE WHOSE
      *    CM00-FULL-SSN IS MISSING GOES OUT WITH A BLANK TIN; THE
      *    TIN FLAG MARKS MISSING ('M') AND INVALID ('I') NUMBERS
      *    FOR THE B-NOTICE FOLLOW-UP.

           03 CM00-IRS-RECORD-TYPE PIC X.
               88 CM00-IRS-PAYER-RECORD VALUE 'A'.
               88 CM00-IRS-PAYEE-RECORD VALUE 'B'.
               88 CM00-IRS-END-OF-PAYER VALUE 'C'.

           03 CM00-IRS-TAX-YEAR PIC 9(4).

           03 CM00-IRS-PAYER-DATA .

               05 CM00-IRS-PAYER-TIN PIC X(9).

               05 CM00-IRS-PAYER-NAME PIC X(40).

               05 CM00-IRS-RETURN-TYPE PIC X(2).

               05 CM00-IRS-AMOUNT-CODES PIC X(2).

               05 FILLER PIC X(42).

           03 CM00-IRS-PAYEE-DATA REDEFINES CM00-IRS-PAYER-DATA .

               05 CM00-IRS-TIN-TYPE PIC X.

               05 CM00-IRS-PAYEE-TIN PIC X(9).

               05 CM00-IRS-NAME-CONTROL PIC X(4).

               05 CM00-IRS-ACCOUNT-NUMBER PIC S9(4)
                   SIGN LEADING SEPARATE.

               05 CM00-IRS-PAYEE-LAST-NAME PIC X(20).

               05 CM00-IRS-PAYEE-FIRST-NAME PIC X(10).

               05 CM00-IRS-INTEREST-AMOUNT PIC 9(10)V99.

               05 CM00-IRS-ADDRESS-NUM PIC 9(9).

               05 CM00-IRS-ADDRESS-STRING PIC XXXXX.

               05 CM00-IRS-TIN-FLAG PIC X.
                   88 CM00-IRS-TIN-MISSING VALUE 'M'.
                   88 CM00-IRS-TIN-INVALID VALUE 'I'.

               05 FILLER PIC X(19).

           03 CM00-IRS-TRAILER-DATA REDEFINES CM00-IRS-PAYER-DATA .

               05 CM00-IRS-PAYEE-COUNT PIC 9(8).

               05 CM00-IRS-CONTROL-TOTAL PIC 9(13)V99.

               05 FILLER PIC X(72).
