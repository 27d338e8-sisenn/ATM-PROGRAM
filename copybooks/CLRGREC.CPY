      *    FROM THE NETWORK. ON THE OUTGOING SIDE CLRG-ACCT-ID IS
      *    THE ORDERING CUSTOMER; ON THE INCOMING SIDE IT IS THE
      *    DESTINATION ACCOUNT, RESOLVED FROM THE IBAN BY THE
      *    NETWORK GATEWAY. CLRG-TERM-ID IS THE ATM TERMINAL THAT
      *    TOOK AN OUTGOING TRANSFER; IT IS BLANK ON STANDING
      *    ORDER PAYMENTS FROM ATM0010 AND ON INCOMING PAYMENTS.
      *----
       01  CLRG-REC.
           05 CLRG-IBAN                  PIC X(26).
           05 CLRG-AMOUNT                PIC 9(08)V99.
           05 CLRG-DESCRIPTION           PIC X(30).
           05 CLRG-VALUE-DATE            PIC 9(08).
           05 CLRG-TERM-ID               PIC X(08).
