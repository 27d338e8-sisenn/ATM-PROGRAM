      *    OPERREC - TELLER/OPERATOR MASTER RECORD FOR THE
      *    ATM0002 SIGN-ON. CARRIES THE OPERATOR PIN AND A LOCK
      *    STATUS MAINTAINED BY THE SAME RETRY RULE AS THE
      *    CUSTOMER PIN IN ATM0001. OPER-ROLE MARKS THE
      *    SUPERVISORS WHO MAY SIGN OFF A VAULT COUNT DIFFERENCE
      *    ABOVE THE CASH OVER/SHORT TOLERANCE.
      *----
       01  OPER-REC.
           05 OPER-KEY.
           05 OPER-LOCK-STATUS           PIC X(01).
              88 OPER-LOCKED             VALUE 'L'.
              88 OPER-NOT-LOCKED         VALUE 'O'.
           05 OPER-ROLE                  PIC X(01).
              88 OPER-SUPERVISOR         VALUE 'S'.
              88 OPER-TELLER             VALUE 'T'.
