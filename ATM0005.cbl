      *    ATM0005 IS THE NIGHTLY BILLER SETTLEMENT FEED. IT READS
      *    BILLERS-INP SEQUENTIALLY, WHICH DELIVERS THE FILE IN
      *    BILL-INSTITUTION-NAME ORDER, SELECTS THE BILLS SETTLED AT
      *    THE MACHINE ON THE BUSINESS DATE HELD ON SYSCTL, AND
      *    WRITES ONE REMITTANCE SECTION PER INSTITUTION TO
      *    REMIT-OUT WITH SUBSCRIBER NUMBERS, AMOUNTS AND AN
      *    INSTITUTION TOTAL. THE DAY'S BILLPAY POSTINGS ON
      *    TRAN-LOG-INP ARE FOOTED AGAINST THE REMITTANCE TOTAL SO
      *    THE FEED CAN BE PROVED COMPLETE BEFORE IT IS SENT.
      *
      *    THE BUSINESS DATE IS TAKEN FROM THE BUSDATE RECORD ON
      *    THE SYSCTL CONTROL FILE. THE RUN IS REFUSED IF A
      *    PREREQUISITE JOB LISTED ON ITS CONTROL RECORD HAS NOT
      *    COMPLETED FOR THAT DATE, OR IF THE JOB HAS ALREADY
      *    COMPLETED FOR IT; A SUCCESSFUL RUN RECORDS ITS
      *    COMPLETION THERE.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REMIT-OUT ASSIGN TO REMITOUT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-REMIT-OUT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  REMIT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01  REMIT-LINE                  PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0005'.
           05 RC-PREREQ-COUNT           PIC 9(02).
           05 RC-PREREQ-TABLE.
              10 RC-PREREQ-JOB          PIC X(08) OCCURS 8 TIMES.
           05 RC-PREREQ-INDEX           PIC 9(02).
           05 RC-PREREQ-MISSING         PIC 9(02).
           05 RC-DAY-NUMBER             PIC 9(08).
           05 RC-NEXT-DATE              PIC 9(08).
           05 RC-MONTH-END-SW           PIC X(01).
              88 RC-MONTH-END           VALUE 'Y'.
      *----
       01  WORK-TOTALS.
           05 WORK-INSTITUTION          PIC X(10).
       01  ST-BILL-INP                  PIC 9(02).
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-REMIT-OUT                 PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
           END-IF
           PERFORM FOOT-AGAINST-TRANLOG UNTIL TRAN-AT-END
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           OPEN INPUT  BILLERS-INP
           OPEN INPUT  TRAN-LOG-INP
           OPEN OUTPUT REMIT-OUT
                 MOVE 'Y' TO BILL-EOF-SW
           END-READ.
       INITIALIZE-END. EXIT.
      *----
       CHECK-RUN-CONTROL.
           OPEN I-O CTRL-INP.
           IF ST-CTRL-INP NOT = 0
              DISPLAY 'System control file not available.'
                 ' Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Business date record missing.'
                    ' Run abandoned.'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE CTRL-BUSINESS-DATE TO RUN-DATE-PARM.
           COMPUTE RC-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(RUN-DATE-PARM) + 1.
           COMPUTE RC-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(RC-DAY-NUMBER).
           IF RC-NEXT-DATE(5:2) = RUN-DATE-PARM(5:2)
              MOVE 'N' TO RC-MONTH-END-SW
           ELSE
              MOVE 'Y' TO RC-MONTH-END-SW
           END-IF.
           MOVE RC-JOB-NAME TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'No control record for ' RC-JOB-NAME
                    '. Run abandoned.'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF (CTRL-DAILY AND
               (CTRL-LAST-DONE-DATE = RUN-DATE-PARM)) OR
              (CTRL-MONTHLY AND
               (CTRL-LAST-DONE-DATE(1:6) = RUN-DATE-PARM(1:6)))
              DISPLAY RC-JOB-NAME ' already completed on '
                 CTRL-LAST-DONE-DATE '. Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CTRL-PREREQ-COUNT TO RC-PREREQ-COUNT.
           MOVE CTRL-PREREQ-TABLE TO RC-PREREQ-TABLE.
           MOVE ZERO TO RC-PREREQ-MISSING.
           PERFORM CHECK-PREREQ-JOB VARYING RC-PREREQ-INDEX
              FROM 1 BY 1 UNTIL RC-PREREQ-INDEX > RC-PREREQ-COUNT.
           CLOSE CTRL-INP.
           IF RC-PREREQ-MISSING > ZERO
              DISPLAY 'Prerequisite jobs not complete for '
                 RUN-DATE-PARM '. Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       CHECK-RUN-CONTROL-END. EXIT.
      *----
       CHECK-PREREQ-JOB.
           MOVE RC-PREREQ-JOB(RC-PREREQ-INDEX) TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 MOVE 'D'  TO CTRL-RUN-CYCLE
                 MOVE ZERO TO CTRL-LAST-DONE-DATE
           END-READ.
           IF (CTRL-LAST-DONE-DATE NOT = RUN-DATE-PARM) AND
              (RC-MONTH-END OR NOT CTRL-MONTHLY)
              ADD 1 TO RC-PREREQ-MISSING
              DISPLAY 'Prerequisite job '
                 RC-PREREQ-JOB(RC-PREREQ-INDEX)
                 ' has not completed for ' RUN-DATE-PARM '.'
           END-IF.
       CHECK-PREREQ-JOB-END. EXIT.
      *----
       PROCESS-BILL-FILE.
           IF BILL-PAID AND BILL-PAID-DATE = RUN-DATE-PARM
           CLOSE TRAN-LOG-INP
           CLOSE REMIT-OUT.
       FINALIZE-END. EXIT.
      *----
       RECORD-RUN-COMPLETE.
           OPEN I-O CTRL-INP.
           MOVE RC-JOB-NAME TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Warning: completion not recorded for '
                    RC-JOB-NAME
              NOT INVALID KEY
                 MOVE RUN-DATE-PARM TO CTRL-LAST-DONE-DATE
                 ACCEPT CTRL-LAST-DONE-TIME FROM TIME
                 REWRITE CTRL-REC
           END-READ.
           CLOSE CTRL-INP.
       RECORD-RUN-COMPLETE-END. EXIT.
