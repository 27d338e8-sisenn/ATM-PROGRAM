      *----
      *    VAULTREC - CASH VAULT DENOMINATION INVENTORY, USED BY
      *    WITHDRAWAL-PROGRAM AND DEPOSIT-PROGRAM IN ATM0001.
      *    ONE RECORD PER TERMINAL AND DENOMINATION, KEYED ON THE
      *    TERMINAL ID AND FACE VALUE, SO EACH MACHINE HOLDS ITS
      *    OWN CASSETTES.
      *----
       01  VAULT-REC.
           05 VAULT-KEY.
              10 VAULT-TERM-ID           PIC X(08).
              10 VAULT-DENOM             PIC 9(04).
           05 VAULT-NOTE-COUNT           PIC 9(06).
           05 VAULT-LOW-CASH-FLAG        PIC X(01).
              88 VAULT-LOW-CASH          VALUE 'Y'.
