      *    THRESHOLD. ATM0015 READS THE NUMBER OF INACTIVE
      *    MONTHS AFTER WHICH AN ACCOUNT IS MARKED DORMANT.
      *    ATM0016 READS THE NUMBER OF MONTHS OF POSTINGS KEPT
      *    ON THE ONLINE LOG BEFORE ARCHIVE AND PURGE. ATM0020
      *    READS THE NUMBER OF DECLINES IN ONE BUSINESS DAY AT
      *    WHICH A CUSTOMER IS LISTED AS A REPEATED DECLINE.
      *    ATM0002 READS THE CASH OVER/SHORT TOLERANCE ABOVE WHICH
      *    A VAULT COUNT DIFFERENCE NEEDS A SUPERVISOR SIGN-OFF.
      *    ATM0024 READS HOW MANY DAYS AHEAD OF A CARD OR INVOICE
      *    DUE DATE THE CUSTOMER IS REMINDED. ATM0002 READS THE
      *    ANNUAL RATE (BASIS POINTS) PAID ON A TIME DEPOSIT BROKEN
      *    BEFORE MATURITY, CAPPED AT THE DEPOSIT'S AGREED RATE.
      *----
       01  PARM-REC.
           05 PARM-DEPOSIT-HOLD-FLOOR    PIC 9(08)V99.
           05 PARM-CASH-REPORT-LIMIT     PIC 9(08)V99.
           05 PARM-DORMANT-MONTHS        PIC 9(03).
           05 PARM-RETENTION-MONTHS      PIC 9(03).
           05 PARM-DECLINE-REPEAT-LIMIT  PIC 9(03).
           05 PARM-CASH-OVSH-TOLERANCE   PIC 9(06)V99.
           05 PARM-NOTIFY-LEAD-DAYS      PIC 9(03).
           05 PARM-TD-BREAK-RATE-BP      PIC 9(04).
