      *----
      *    DECLREC - DECLINED TRANSACTION RECORD, WRITTEN BY
      *    ATM0001 ON DECLLOG FOR EVERY ATTEMPT THE MACHINE
      *    REFUSES, SO CUSTOMER SERVICE CAN SEE WHY A CUSTOMER WAS
      *    TURNED AWAY AND HOW MUCH BUSINESS IS LOST. KEYED BY
      *    CUSTOMER AND TIMESTAMP (BUSINESS DATE, MACHINE TIME).
      *    DECL-ACCT-ID IS ZERO WHEN THE REFUSAL CAME BEFORE AN
      *    ACCOUNT WAS SELECTED (CARD, PIN AND SIGN-ON CHECKS).
      *    DECL-TRAN-TYPE IS THE TRAN-TYPE THE ATTEMPT WOULD HAVE
      *    POSTED, OR SIGNON / PINCHANGE. DECL-AMOUNT IS THE
      *    AMOUNT REQUESTED, ZERO WHERE NONE WAS KEYED. ATM0020
      *    SUMMARISES THE DAY'S DECLINES BY REASON AND HOUR.
      *----
       01  DECL-REC.
           05 DECL-KEY.
              10 DECL-CUST-ID            PIC 9(10).
              10 DECL-TIMESTAMP.
                 15 DECL-DATE            PIC 9(08).
                 15 DECL-TIME            PIC 9(08).
           05 DECL-ACCT-ID               PIC 9(10).
           05 DECL-TRAN-TYPE             PIC X(11).
           05 DECL-AMOUNT                PIC 9(08)V99.
           05 DECL-REASON-CODE           PIC X(04).
              88 DECL-INSUFFICIENT-FUNDS VALUE 'INSF'.
              88 DECL-DAILY-LIMIT        VALUE 'WDLM'.
              88 DECL-OVER-MAXIMUM       VALUE 'MAXA'.
              88 DECL-VAULT-SHORT        VALUE 'VLTS'.
              88 DECL-DENOM-MISMATCH     VALUE 'DENM'.
              88 DECL-INVOICE-AMOUNT     VALUE 'INVA'.
              88 DECL-OVER-CARD-DEBT     VALUE 'DEBT'.
              88 DECL-IBAN-UNREGISTERED  VALUE 'IBAN'.
              88 DECL-BENEF-CLOSED       VALUE 'BCLS'.
              88 DECL-DORMANT-ACCOUNT    VALUE 'DORM'.
              88 DECL-NO-ACCOUNT         VALUE 'NACC'.
              88 DECL-WRONG-PIN          VALUE 'BPIN'.
              88 DECL-PIN-TRIES-EXCEEDED VALUE 'PINX'.
              88 DECL-HOT-CARD           VALUE 'HOTC'.
              88 DECL-CARD-CAPTURED      VALUE 'CAPT'.
              88 DECL-UNKNOWN-CARD       VALUE 'UNKN'.
              88 DECL-LOCAL-BLOCK        VALUE 'LBLK'.
              88 DECL-TERMINAL-LIMIT     VALUE 'TLIM'.
              88 DECL-TIME-DEPOSIT       VALUE 'TDEP'.
