      *----
      *    CSETLREC - VAULT CASH SETTLEMENT RECORD, WRITTEN BY THE
      *    VAULT CASH LOAD IN ATM0002 EVERY TIME A VAULT IS
      *    REPLENISHED. BEFORE ANY NOTES ARE ADDED THE TELLER
      *    COUNTS WHAT IS LEFT IN EACH CASSETTE. THE COUNT IS
      *    SETTLED AGAINST THE CYCLE SINCE THE LAST LOAD ON
      *    VAULTJRN: THE OPENING CASH LEFT BY THAT LOAD, PLUS THE
      *    DEPOSITS RECEIVED, LESS THE WITHDRAWALS DISPENSED (NET
      *    OF REVERSED WITHDRAWALS) ON TRAN-LOG-INP GIVES THE CASH
      *    EXPECTED. SETL-DIFFERENCE IS COUNTED LESS EXPECTED: AN
      *    OVERAGE WHEN POSITIVE, A SHORTAGE WHEN NEGATIVE. THE
      *    BOOK AMOUNT IS THE VALUE OF VAULT-NOTE-COUNT BEFORE THE
      *    COUNT, WHICH IS THEN RESET TO THE NOTES COUNTED. A
      *    DIFFERENCE ABOVE THE TOLERANCE ON PARMINP NEEDS A
      *    SUPERVISOR SIGN-OFF BEFORE THE LOAD GOES AHEAD.
      *    KEYED BY BUSINESS DATE AND MACHINE TIME OF THE COUNT.
      *    SETL-TERM-ID IS THE TERMINAL WHOSE VAULT WAS COUNTED;
      *    ONLY THAT TERMINAL'S POSTINGS COUNT TOWARDS THE CYCLE.
      *    ATM0018 BOOKS THE DAY'S DIFFERENCES TO THE CASH
      *    OVER/SHORT SUSPENSE UNDER THE GL MAPPING TYPES
      *    CASHOVER AND CASHSHORT, AND ATM0022 PRINTS THE DAY'S
      *    SETTLEMENTS.
      *----
       01  SETL-REC.
           05 SETL-KEY.
              10 SETL-DATE               PIC 9(08).
              10 SETL-TIME               PIC 9(08).
           05 SETL-OPER-ID               PIC 9(06).
           05 SETL-TERM-ID               PIC X(08).
           05 SETL-CYCLE-START.
              10 SETL-CYCLE-START-DATE   PIC 9(08).
              10 SETL-CYCLE-START-TIME   PIC 9(08).
           05 SETL-OPENING-AMOUNT        PIC 9(10)V99.
           05 SETL-DISPENSED-AMOUNT      PIC 9(10)V99.
           05 SETL-RECEIVED-AMOUNT       PIC 9(10)V99.
           05 SETL-EXPECTED-AMOUNT       PIC S9(10)V99.
           05 SETL-BOOK-AMOUNT           PIC 9(10)V99.
           05 SETL-COUNTED-AMOUNT        PIC 9(10)V99.
           05 SETL-DIFFERENCE            PIC S9(10)V99.
           05 SETL-RESULT                PIC X(01).
              88 SETL-BALANCED           VALUE 'B'.
              88 SETL-OVER               VALUE 'O'.
              88 SETL-SHORT              VALUE 'S'.
           05 SETL-SIGNOFF-SW            PIC X(01).
              88 SETL-SIGNOFF-NEEDED     VALUE 'Y'.
              88 SETL-WITHIN-TOLERANCE   VALUE 'N'.
           05 SETL-SUPERVISOR-ID         PIC 9(06).
           05 SETL-LOADED-AMOUNT         PIC 9(10)V99.
           05 SETL-DENOM-COUNT           PIC 9(02).
           05 SETL-DENOM-DETAIL OCCURS 6 TIMES.
              10 SETL-DENOM              PIC 9(04).
              10 SETL-BOOK-NOTES         PIC 9(06).
              10 SETL-COUNTED-NOTES      PIC 9(06).
              10 SETL-LOADED-NOTES       PIC 9(06).
