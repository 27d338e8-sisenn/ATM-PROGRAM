      *    TRANSFER-PROGRAM IN ATM0001. EACH ENTRY BELONGS TO THE
      *    CUSTOMER WHO REGISTERED IT, SO THE KEY IS THE OWNING
      *    ACCT-ID PLUS THE IBAN. MAPS AN IBAN TO THE DESTINATION
      *    ACCT-ID CARRIED IN ACCT-INP. THE BUSINESS DATE AND TIME
      *    THE ENTRY WAS REGISTERED ARE KEPT FOR THE ATM0021 FRAUD
      *    MONITOR, WHICH WATCHES FOR LARGE TRANSFERS OUT STRAIGHT
      *    AFTER A NEW BENEFICIARY IS ADDED.
      *----
       01  BENEF-REC.
           05 BENEF-KEY.
              10 BENEF-IBAN              PIC X(26).
           05 BENEF-ACCT-ID              PIC 9(10).
           05 BENEF-NAME                 PIC X(15).
           05 BENEF-ADDED-DATE           PIC 9(08).
           05 BENEF-ADDED-TIME           PIC 9(08).
