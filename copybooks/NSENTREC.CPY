      *----
      *    NSENTREC - NOTIFICATION SENT HISTORY, WRITTEN BY THE
      *    ATM0024 NOTIFICATION EXTRACT FOR EVERY EVENT PASSED TO
      *    THE MESSAGING GATEWAY. KEYED BY CUSTOMER, EVENT TYPE
      *    AND THE EVENT REFERENCE THAT IDENTIFIES ONE OCCURRENCE
      *    (THE LOCK TIMESTAMP OF A CAPTURE, THE ACCOUNT AND ORDER
      *    NUMBER OF AN EXPIRED STANDING ORDER, THE CARD AND DUE
      *    DATE OF A CARD REMINDER, AND SO ON), SO AN EVENT STILL
      *    ON FILE THE NEXT NIGHT IS NOT SENT AGAIN. AN EVENT HELD
      *    BACK FOR WANT OF AN OPT-IN IS NOT RECORDED HERE.
      *----
       01  NSNT-REC.
           05 NSNT-KEY.
              10 NSNT-CUST-ID            PIC 9(10).
              10 NSNT-EVENT-TYPE         PIC X(08).
              10 NSNT-EVENT-REF          PIC X(30).
           05 NSNT-SENT-DATE             PIC 9(08).
           05 NSNT-CHANNEL               PIC X(01).
