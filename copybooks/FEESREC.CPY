      *----
      *    FEESREC - PER-TRANSACTION FEE SCHEDULE, MAINTAINED BY
      *    PRODUCT MANAGEMENT ON FEESINP. ONE RECORD PER FEE CODE
      *    AND ACCT-TYPE. THE FEE CODE IS THE TRAN-TYPE OF THE
      *    POSTING CHARGED (WITHDRAWAL, BILLPAY, CREDITPMT,
      *    TRANSFEROUT FOR AN ON-US TRANSFER), EXCEPT THAT A
      *    TRANSFER ROUTED TO THE OTHER BANK THROUGH CLRGOUT IS
      *    CHARGED UNDER CLEARINGOUT. THE FEE IS EITHER A FLAT
      *    AMOUNT OR A RATE IN BASIS POINTS OF THE TRANSACTION
      *    AMOUNT, HELD BETWEEN THE MINIMUM AND THE MAXIMUM (A
      *    ZERO MAXIMUM MEANS NO CAP). THE FIRST
      *    FEES-FREE-PER-MONTH USES IN A CALENDAR MONTH, COUNTED
      *    ON FUSE-INP, ARE FREE. A TRANSACTION WITH NO RECORD
      *    HERE IS NOT CHARGED. ATM0001 AND ATM0010 POST THE FEE
      *    AS ITS OWN FEE ENTRY ON TRAN-LOG-INP.
      *----
       01  FEES-REC.
           05 FEES-KEY.
              10 FEES-TRAN-CODE          PIC X(11).
              10 FEES-ACCT-TYPE          PIC X(01).
           05 FEES-METHOD                PIC X(01).
              88 FEES-FLAT               VALUE 'F'.
              88 FEES-RATE               VALUE 'B'.
           05 FEES-FLAT-AMOUNT           PIC 9(06)V99.
           05 FEES-RATE-BP               PIC 9(04).
           05 FEES-MIN-AMOUNT            PIC 9(06)V99.
           05 FEES-MAX-AMOUNT            PIC 9(06)V99.
           05 FEES-FREE-PER-MONTH        PIC 9(03).
           05 FEES-DESCRIPTION           PIC X(30).
