      *----
      *    FRULEREC - FRAUD MONITORING RULE TABLE, MAINTAINED BY
      *    THE FRAUD TEAM ON FRULEINP. ONE RECORD PER RULE CODE
      *    KNOWN TO THE ATM0021 NIGHTLY FRAUD MONITOR:
      *      NEWBEN  TRANSFER OUT OF AT LEAST FRULE-MIN-AMOUNT
      *              WITHIN FRULE-WINDOW-MINUTES OF ADDING A NEW
      *              BENEFICIARY ON THE SAME ACCOUNT
      *      RAPIDW  FRULE-MIN-COUNT OR MORE WITHDRAWALS OF AT
      *              LEAST FRULE-MIN-AMOUNT EACH WITHIN
      *              FRULE-WINDOW-MINUTES ON ONE ACCOUNT
      *      REACTW  WITHDRAWAL OF AT LEAST FRULE-MIN-AMOUNT
      *              WITHIN FRULE-WINDOW-MINUTES OF A DORMANT
      *              ACCOUNT REACTIVATION (ACCTREACT ON MAINTJRN)
      *      PINCHW  WITHDRAWAL OF AT LEAST FRULE-MIN-AMOUNT
      *              WITHIN FRULE-WINDOW-MINUTES OF A PIN CHANGE
      *      CAPREL  ANY CUSTOMER POSTING WITHIN
      *              FRULE-WINDOW-MINUTES OF THE RELEASE OF A
      *              MAX PIN ATT CAPTURE (LOCKPURGE ON MAINTJRN)
      *      HOTCRD  A HOT-LISTED CARD PRESENTED AT THE MACHINE
      *              (HOTCARD CAPTURE ON LOCKOUT-INP)
      *    A RULE THAT IS NOT ON FILE OR NOT ACTIVE IS NOT RUN.
      *    FRULE-SCORE IS CARRIED ON EVERY ALERT THE RULE RAISES
      *    SO THE REVIEW QUEUE CAN BE WORKED HIGHEST RISK FIRST.
      *    WINDOWS ARE LOOKED BACK OVER AT MOST ONE DAY.
      *----
       01  FRULE-REC.
           05 FRULE-KEY.
              10 FRULE-CODE              PIC X(06).
           05 FRULE-ACTIVE-SW            PIC X(01).
              88 FRULE-ACTIVE            VALUE 'Y'.
           05 FRULE-MIN-AMOUNT           PIC 9(08)V99.
           05 FRULE-WINDOW-MINUTES       PIC 9(04).
           05 FRULE-MIN-COUNT            PIC 9(02).
           05 FRULE-SCORE                PIC 9(03).
           05 FRULE-DESCRIPTION          PIC X(30).
