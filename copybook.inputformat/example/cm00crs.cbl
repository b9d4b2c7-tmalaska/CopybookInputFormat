       01 CM00-CONTACT-RESULT .

      *    ONE VENDOR RESULT ROW FROM THE MAILING HOUSE (RETURNED
      *    MAIL) OR THE DIALER (BAD NUMBERS).  THE FIRST 20 BYTES
      *    ECHO THE CONTACT RECORD CM00CNTC SENT -- USER-ID, SLOT,
      *    TYPE, CM00-CONTACT-NUM AND CM00-CONTACT-STRING -- SO THE
      *    ROW CAN BE HELD AGAINST WHAT THE SLOT HOLDS TODAY.  THE
      *    RESULT CODE SAYS WHAT THE VENDOR FOUND; RM, DN AND WN
      *    CONDEMN THE CONTACT, OK CONFIRMS IT.

           03 CM00-CRS-USER-ID PIC S9999.

           03 CM00-CRS-CONTACT-SEQ PIC 9.

           03 CM00-CRS-CONTACT-TYPE PIC X.

           03 CM00-CRS-CONTACT-NUM PIC S9(9).

           03 CM00-CRS-CONTACT-STRING PIC XXXXX.

           03 CM00-CRS-RESULT-CODE PIC XX.
               88 CM00-CRS-RETURNED-MAIL VALUE 'RM'.
               88 CM00-CRS-DISCONNECTED VALUE 'DN'.
               88 CM00-CRS-WRONG-NUMBER VALUE 'WN'.
               88 CM00-CRS-CONFIRMED VALUE 'OK'.

           03 CM00-CRS-RESULT-DATE PIC X(8).

           03 FILLER PIC X(10).
