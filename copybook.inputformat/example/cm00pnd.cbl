       01 CM00-PENDING-ITEM .

      *    ONE MAINTENANCE TRANSACTION HELD FOR A SECOND PERSON'S
      *    SIGN-OFF.  CM00EDIT WRITES THE ITEM WITH STATUS HELD
      *    WHEN A BA MOVES MORE THAN THE HOLD AMOUNT OR AN SS
      *    RE-KEYS AN SSN; THE APPROVAL STEP CARRIES IT FROM RUN TO
      *    RUN UNTIL AN APPROVER CARD RELEASES OR REJECTS IT OR IT
      *    EXPIRES.  CM00-PND-HOLD-ID IS THE KEY THE APPROVER CARD
      *    QUOTES: THE EDIT RUN'S TIMESTAMP AND THE ITEM'S SEQUENCE
      *    WITHIN THAT RUN.  CM00-PND-TRANSACTION IS THE UNCHANGED
      *    EBCDIC-CM-TRANSACTION IMAGE AS ENTERED.

           03 CM00-PND-HOLD-ID .

               05 CM00-PND-HOLD-TIMESTAMP PIC 9(14).

               05 CM00-PND-HOLD-SEQ PIC 9(4).

           03 CM00-PND-HOLD-REASON PIC X(4).
               88 CM00-PND-LARGE-BALANCE VALUE 'LGBA'.
               88 CM00-PND-SSN-CHANGE VALUE 'SSCH'.

           03 CM00-PND-TRANSACTION PIC X(36).

           03 CM00-PND-STATUS PIC X.
               88 CM00-PND-HELD VALUE 'H'.
               88 CM00-PND-RELEASED VALUE 'R'.
               88 CM00-PND-REJECTED VALUE 'X'.
               88 CM00-PND-EXPIRED VALUE 'E'.

           03 CM00-PND-APPROVER-ID PIC X(8).

           03 CM00-PND-RELEASE-DATE PIC 9(8).

           03 FILLER PIC X(5).
