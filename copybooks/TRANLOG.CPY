      *    REVERSAL-DR OR REVERSAL-CR ENTRY. TRAN-REF-NO CARRIES
      *    THE CREDIT CARD NUMBER ON CREDITPMT POSTINGS (AND
      *    THEIR REVERSALS) SO THE ATM0012 CARD CYCLE BATCH CAN
      *    TIE PAYMENTS BACK TO THE CARD. ON FEE POSTINGS IT
      *    CARRIES THE DATE AND TIME OF THE POSTING THE FEE WAS
      *    CHARGED FOR, SO A REVERSAL OF THAT POSTING CAN REFUND
      *    THE FEE WITH IT; IT IS ZERO ON EVERY OTHER POSTING
      *    TYPE. POSTINGS OLDER THAN THE
      *    RETENTION PERIOD ARE COPIED TO THE SEQUENTIAL
      *    HISTORY FILE BY ATM0016 AND PURGED FROM THE ONLINE
      *    LOG; ATM0004 MERGES THE HISTORY BACK INTO BACK-DATED
      *    STATEMENTS. TRAN-TERM-ID IS THE ATM TERMINAL THAT
      *    TOOK A CUSTOMER POSTING IN ATM0001; IT IS BLANK ON
      *    TELLER AND BATCH POSTINGS.
      *----
       01  TRAN-LOG-REC.
           05 TRAN-LOG-KEY.
           05 TRAN-REVERSAL-FLAG      PIC X(01).
              88 TRAN-REVERSED        VALUE 'R'.
           05 TRAN-REF-NO             PIC 9(16).
           05 TRAN-TERM-ID            PIC X(08).
