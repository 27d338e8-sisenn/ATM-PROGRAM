      *    MJRNREC - MAINTENANCE JOURNAL RECORD, WRITTEN BY
      *    ATM0002 FOR EVERY MAINTENANCE ACTION: ACCOUNT OPENING,
      *    CAPTURED CARD RELEASE (INCLUDING EACH PURGED LOCKOUT
      *    ENTRY), VAULT PHYSICAL COUNT AND CASH LOAD, TERMINAL
      *    STATUS CHANGE, OPERATOR LOCKOUT, CUSTOMER CONTACT AND
      *    OPT-IN CHANGE (MOBILE, E-MAIL, SMS AND MAIL OPT-IN),
      *    TIME DEPOSIT OPEN AND BREAK, POSTING REVERSAL AND
      *    LINKED FEE REVERSAL, EACH STEP OF AN ACCOUNT CLOSURE
      *    (PAYOUT, STANDING ORDER CANCELLATION, BENEFICIARY
      *    REMOVAL, CLOSE), AND EVERY FRAUD ALERT REVIEW ACTION
      *    (ALERT CLEARED OR ESCALATED, LOCAL CARD BLOCK PLACED
      *    OR LIFTED). KEYED BY OPERATOR AND TIMESTAMP SO EVERY
      *    ACTION CAN BE TRACED TO THE TELLER WHO TOOK IT.
      *----
       01  MJRN-REC.
           05 MJRN-KEY.
