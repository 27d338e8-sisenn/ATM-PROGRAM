      *----
      *    TERMREC - ATM TERMINAL MASTER RECORD, ONE PER MACHINE,
      *    KEYED BY TERMINAL ID. MAINTAINED BY OPERATIONS, WITH
      *    THE STATUS CHANGED BY A TELLER THROUGH ATM0002 (EVERY
      *    CHANGE IS ALSO LOGGED TO TERMEVT). ATM0001 READS ITS
      *    OWN RECORD AT START-UP, USING THE TERMINAL ID ON
      *    TERMCFG, AND WILL NOT SERVE A CUSTOMER UNLESS THE
      *    TERMINAL IS IN SERVICE. THE CASH LIMITS ARE THE LARGEST
      *    SINGLE WITHDRAWAL AND DEPOSIT THE MACHINE ACCEPTS AND
      *    THE MOST CASH ITS CASSETTES MAY HOLD AFTER A LOAD IN
      *    ATM0002; A ZERO LIMIT IS NOT CHECKED.
      *----
       01  TERM-REC.
           05 TERM-KEY.
              10 TERM-ID                 PIC X(08).
           05 TERM-BRANCH                PIC X(10).
           05 TERM-LOCATION              PIC X(30).
           05 TERM-STATUS                PIC X(01).
              88 TERM-IN-SERVICE         VALUE 'I'.
              88 TERM-OUT-OF-SERVICE     VALUE 'O'.
              88 TERM-OFF-LINE           VALUE 'F'.
           05 TERM-STATUS-DATE           PIC 9(08).
           05 TERM-STATUS-TIME           PIC 9(08).
           05 TERM-WD-LIMIT              PIC 9(06)V99.
           05 TERM-DEP-LIMIT             PIC 9(06)V99.
           05 TERM-CASH-CAPACITY         PIC 9(08)V99.
