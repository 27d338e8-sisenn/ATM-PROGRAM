      *    DORMANT AFTER PARM-DORMANT-MONTHS WITHOUT ACTIVITY
      *    AND ATM0001 REFUSES TRANSACTIONS ON A DORMANT
      *    ACCOUNT UNTIL A TELLER REACTIVATES IT IN ATM0002.
      *
      *    AN ACCOUNT CLOSED BY A TELLER IN ATM0002 IS KEPT ON
      *    FILE FOR HISTORY WITH A ZERO BALANCE AND STATUS 'X'.
      *    ATM0001 NO LONGER OFFERS IT AT SIGN-ON OR ACCEPTS
      *    TRANSFERS INTO IT, AND THE BATCH SUITE SKIPS IT.
      *
      *    A TIME DEPOSIT ('T') IS OPENED BY A TELLER IN ATM0002
      *    WITH A PRINCIPAL MOVED FROM THE CUSTOMER'S CHECKING
      *    ACCOUNT, NAMED IN ACCT-TD-LINKED-ACCT-ID. IT RUNS FOR
      *    ACCT-TD-TERM-DAYS FROM ACCT-TD-START-DATE TO
      *    ACCT-TD-MATURITY-DATE AT THE AGREED ANNUAL RATE IN
      *    ACCT-TD-RATE-BP (BASIS POINTS, ACTUAL/365). ATM0001
      *    ONLY SHOWS ITS BALANCE. AT MATURITY ATM0025 CREDITS THE
      *    INTEREST, THEN PER ACCT-TD-INSTRUCTION EITHER ROLLS THE
      *    WHOLE BALANCE OVER AS THE NEW PRINCIPAL FOR ANOTHER
      *    TERM OR PAYS IT BACK TO THE LINKED ACCOUNT AND CLOSES
      *    THE DEPOSIT. A TELLER MAY BREAK IT EARLY IN ATM0002,
      *    WHEN INTEREST IS PAID AT THE BREAKAGE RATE ON PARMINP.
      *    THE TIME DEPOSIT FIELDS ARE ZERO ON OTHER ACCOUNTS.
      *----
       01  ACCT-REC.
           05 ACCT-KEY.
           05 ACCT-TYPE               PIC X(01).
              88 ACCT-CHECKING        VALUE 'C'.
              88 ACCT-SAVINGS         VALUE 'S'.
              88 ACCT-TIME-DEPOSIT    VALUE 'T'.
           05 ACCT-BALANCE            PIC S9(10)V99.
           05 ACCT-DAILY-WD-DATE      PIC 9(08).
           05 ACCT-DAILY-WD-TOTAL     PIC 9(08)V99.
           05 ACCT-DORMANT-STATUS     PIC X(01).
              88 ACCT-DORMANT         VALUE 'D'.
              88 ACCT-ACTIVE          VALUE 'A'.
              88 ACCT-CLOSED          VALUE 'X'.
           05 ACCT-TD-PRINCIPAL       PIC 9(10)V99.
           05 ACCT-TD-TERM-DAYS       PIC 9(04).
           05 ACCT-TD-RATE-BP         PIC 9(04).
           05 ACCT-TD-START-DATE      PIC 9(08).
           05 ACCT-TD-MATURITY-DATE   PIC 9(08).
           05 ACCT-TD-INSTRUCTION     PIC X(01).
              88 ACCT-TD-ROLLOVER     VALUE 'R'.
              88 ACCT-TD-PAYOUT       VALUE 'P'.
           05 ACCT-TD-LINKED-ACCT-ID  PIC 9(10).
