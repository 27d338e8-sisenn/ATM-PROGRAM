      *----
      *    NOTIFREC - OUTBOUND CUSTOMER NOTIFICATION RECORD, WRITTEN
      *    BY THE ATM0024 NOTIFICATION EXTRACT TO NOTIFOUT FOR THE
      *    BANK'S MESSAGING GATEWAY. ONE RECORD PER CUSTOMER AND
      *    EVENT TYPE FOR THE BUSINESS DATE. NTF-ITEM-COUNT IS THE
      *    NUMBER OF NEW OCCURRENCES BEHIND IT, NTF-AMOUNT THEIR
      *    TOTAL (ZERO FOR EVENTS WITHOUT AN AMOUNT), AND
      *    NTF-EVENT-DATE AND NTF-EVENT-REF DESCRIBE THE EARLIEST
      *    ONE. THE CHANNEL FOLLOWS THE CUSTOMER'S OPT-INS ON
      *    CUST-INP; A CONTACT FIELD FOR A CHANNEL NOT USED IS
      *    LEFT BLANK. EVENT TYPES ARE:
      *
      *      CARDCAPT  CARD CAPTURED AFTER TOO MANY PIN ATTEMPTS
      *      HOTCAPT   CARD CAPTURED AS A HOT CARD
      *      SOEXPIRE  STANDING ORDER EXPIRED AFTER FAILED RETRIES
      *      DEPHOLD   DEPOSIT HELD UNTIL THE NEXT BUSINESS DAY
      *      CARDDUE   CARD MINIMUM PAYMENT DUE AND NOT YET PAID
      *      DORMANT   ACCOUNT FLAGGED DORMANT
      *      BILLDUE   INVOICE OUTSTANDING AND NEAR ITS DUE DATE
      *----
       01  NTF-REC.
           05 NTF-CUST-ID                PIC 9(10).
           05 NTF-EVENT-TYPE             PIC X(08).
           05 NTF-BUSINESS-DATE          PIC 9(08).
           05 NTF-CHANNEL                PIC X(01).
              88 NTF-BY-SMS              VALUE 'S'.
              88 NTF-BY-EMAIL            VALUE 'E'.
              88 NTF-BY-BOTH             VALUE 'B'.
           05 NTF-MOBILE-NO              PIC X(15).
           05 NTF-EMAIL-ADDR             PIC X(40).
           05 NTF-CUST-NAME              PIC X(15).
           05 NTF-CUST-SURNAME           PIC X(15).
           05 NTF-ITEM-COUNT             PIC 9(04).
           05 NTF-AMOUNT                 PIC 9(10)V99.
           05 NTF-EVENT-DATE             PIC 9(08).
           05 NTF-EVENT-REF              PIC X(30).
