      *----
      *    CTRLREC - SYSTEM CONTROL RECORD, MAINTAINED BY
      *    OPERATIONS ON SYSCTL AND KEYED BY CTRL-JOB-NAME. THE
      *    RECORD KEYED BUSDATE HOLDS THE CURRENT BUSINESS DATE:
      *    ATM0001 AND ATM0002 DATE THEIR POSTINGS WITH IT AND
      *    EVERY BATCH JOB RUNS FOR IT. IT IS ADVANCED ONLY BY
      *    THE ATM0019 DATE ROLL. EVERY OTHER RECORD IS KEYED BY
      *    A BATCH PROGRAM NAME AND HOLDS THE LAST BUSINESS DATE
      *    THE JOB COMPLETED, HOW OFTEN IT MAY RUN (ONCE PER
      *    BUSINESS DATE, ONCE PER CALENDAR MONTH, OR ON REQUEST
      *    WITH NO LIMIT), WHETHER IT IS A MANDATORY END-OF-DAY
      *    JOB THAT MUST COMPLETE BEFORE THE DATE ROLL (A MONTHLY
      *    MANDATORY JOB ONLY WHEN THE ROLL CROSSES MONTH END),
      *    AND THE JOBS THAT MUST HAVE COMPLETED FOR THE SAME
      *    BUSINESS DATE BEFORE IT MAY START. THE STANDARD
      *    OVERNIGHT ORDER IS ATM0006, ATM0010, ATM0025, ATM0008,
      *    ATM0009 (MONTH END), ATM0003, ATM0005, ATM0014, ATM0021,
      *    ATM0020, ATM0018, ATM0022, ATM0023, ATM0007, THEN
      *    ATM0004, ATM0012, ATM0015 AND ATM0016 AT MONTH END, THEN
      *    ATM0024, WITH ATM0019 LAST; ATM0013 AND ATM0017 RUN AFTER
      *    THE ROLL FOR THE NEW BUSINESS DATE.
      *----
       01  CTRL-REC.
           05 CTRL-KEY.
              10 CTRL-JOB-NAME           PIC X(08).
           05 CTRL-BUSINESS-DATE         PIC 9(08).
           05 CTRL-PREV-BUSINESS-DATE    PIC 9(08).
           05 CTRL-LAST-DONE-DATE        PIC 9(08).
           05 CTRL-LAST-DONE-TIME        PIC 9(08).
           05 CTRL-RUN-CYCLE             PIC X(01).
              88 CTRL-DAILY              VALUE 'D'.
              88 CTRL-MONTHLY            VALUE 'M'.
              88 CTRL-ON-REQUEST         VALUE 'R'.
           05 CTRL-EOD-SW                PIC X(01).
              88 CTRL-MANDATORY-EOD      VALUE 'Y'.
           05 CTRL-PREREQ-COUNT          PIC 9(02).
           05 CTRL-PREREQ-TABLE.
              10 CTRL-PREREQ-JOB         PIC X(08) OCCURS 8 TIMES.
           05 CTRL-DESCRIPTION           PIC X(30).
