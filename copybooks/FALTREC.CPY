      *----
      *    FALTREC - FRAUD ALERT RECORD, WRITTEN BY THE ATM0021
      *    NIGHTLY FRAUD MONITOR ON ALERTINP, ONE PER RULE HIT,
      *    KEYED BY THE BUSINESS DATE OF THE RUN AND A SEQUENCE
      *    NUMBER WITHIN IT. FALT-SCORE IS THE SCORE OF THE RULE
      *    THAT RAISED IT. FALT-ACCT-ID IS ZERO WHEN THE ALERT IS
      *    ON THE CARD RATHER THAN ONE ACCOUNT. A NEW ALERT IS
      *    OPEN; A TELLER WORKS IT IN THE ATM0002 ALERT REVIEW,
      *    CLEARING IT OR ESCALATING IT TO THE FRAUD TEAM WITH A
      *    COMMENT, AND THE REVIEWING OPERATOR AND TIME ARE
      *    STAMPED ON IT. AN ESCALATED ALERT STAYS IN THE QUEUE
      *    UNTIL IT IS CLEARED.
      *----
       01  FALT-REC.
           05 FALT-KEY.
              10 FALT-ALERT-DATE         PIC 9(08).
              10 FALT-SEQ-NO             PIC 9(06).
           05 FALT-RULE-CODE             PIC X(06).
           05 FALT-SCORE                 PIC 9(03).
           05 FALT-CUST-ID               PIC 9(10).
           05 FALT-ACCT-ID               PIC 9(10).
           05 FALT-EVENT-DATE            PIC 9(08).
           05 FALT-EVENT-TIME            PIC 9(08).
           05 FALT-AMOUNT                PIC 9(08)V99.
           05 FALT-DETAIL                PIC X(30).
           05 FALT-STATUS                PIC X(01).
              88 FALT-OPEN               VALUE 'O'.
              88 FALT-CLEARED            VALUE 'C'.
              88 FALT-ESCALATED          VALUE 'E'.
           05 FALT-REVIEW-OPER-ID        PIC 9(06).
           05 FALT-REVIEW-DATE           PIC 9(08).
           05 FALT-REVIEW-TIME           PIC 9(08).
           05 FALT-COMMENT               PIC X(40).
