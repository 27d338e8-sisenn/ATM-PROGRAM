      *    THE PIN HERE, THEN LETS THE CUSTOMER PICK WHICH OF
      *    THEIR ACCOUNTS THE SESSION OPERATES ON. CREATED AND
      *    LINKED BY THE ATM0002 ACCOUNT OPENING.
      *
      *    ATM0001 STAMPS THE BUSINESS DATE AND TIME OF THE LAST
      *    PIN CHANGE SO THE ATM0021 FRAUD MONITOR CAN SEE CASH
      *    TAKEN STRAIGHT AFTER ONE. A TELLER WORKING A FRAUD
      *    ALERT IN ATM0002 MAY PLACE THE CARD ON A LOCAL BLOCK
      *    ('B'); ATM0001 REFUSES A BLOCKED CARD AT SIGN-ON, AND
      *    ONLY A TELLER CAN LIFT THE BLOCK AGAIN.
      *
      *    THE MOBILE NUMBER, E-MAIL ADDRESS AND THE SMS AND E-MAIL
      *    OPT-INS ARE KEPT BY A TELLER THROUGH ATM0002. THE
      *    ATM0024 NOTIFICATION EXTRACT ONLY SENDS AN EVENT OVER A
      *    CHANNEL THE CUSTOMER HAS OPTED INTO AND HAS A CONTACT
      *    FOR.
      *----
       01  CUST-REC.
           05 CUST-KEY.
           05 CUST-LOCK-STATUS           PIC X(01).
              88 CUST-LOCKED             VALUE 'L'.
              88 CUST-NOT-LOCKED         VALUE 'O'.
           05 CUST-PIN-CHANGE-DATE       PIC 9(08).
           05 CUST-PIN-CHANGE-TIME       PIC 9(08).
           05 CUST-LOCAL-BLOCK-SW        PIC X(01).
              88 CUST-LOCAL-BLOCKED      VALUE 'B'.
              88 CUST-NOT-LOCAL-BLOCKED  VALUE 'N'.
           05 CUST-MOBILE-NO             PIC X(15).
           05 CUST-EMAIL-ADDR            PIC X(40).
           05 CUST-SMS-OPT-SW            PIC X(01).
              88 CUST-SMS-OPTED-IN       VALUE 'Y'.
              88 CUST-SMS-OPTED-OUT      VALUE 'N'.
           05 CUST-EMAIL-OPT-SW          PIC X(01).
              88 CUST-EMAIL-OPTED-IN     VALUE 'Y'.
              88 CUST-EMAIL-OPTED-OUT    VALUE 'N'.
