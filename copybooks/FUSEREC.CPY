      *----
      *    FUSEREC - MONTHLY FEE USAGE COUNTER, ONE RECORD PER
      *    ACCOUNT, FEE CODE AND CALENDAR MONTH (CCYYMM). ATM0001
      *    AND ATM0010 ADD ONE FOR EVERY COMPLETED TRANSACTION
      *    THAT HAS AN ENTRY ON THE FEE SCHEDULE (FEESREC), FREE
      *    OR CHARGED, SO THE FREE USES PER MONTH CAN BE TOLD
      *    APART FROM THE CHARGED ONES.
      *----
       01  FUSE-REC.
           05 FUSE-KEY.
              10 FUSE-ACCT-ID            PIC 9(10).
              10 FUSE-TRAN-CODE          PIC X(11).
              10 FUSE-MONTH              PIC 9(06).
           05 FUSE-COUNT                 PIC 9(05).
