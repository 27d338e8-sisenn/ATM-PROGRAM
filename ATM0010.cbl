      *    ATM0010 IS THE NIGHTLY STANDING ORDER EXECUTION BATCH.
      *    IT WALKS THE STANDING ORDER REGISTRY ON SORD-INP AND
      *    EXECUTES EVERY ACTIVE ORDER WHOSE NEXT RUN DATE HAS
      *    REACHED THE BUSINESS DATE HELD ON SYSCTL. A TRANSFER
      *    ORDER IS POSTED THROUGH THE SAME BALANCE, TRAN-LOG AND
      *    CLRGOUT LOGIC AS THE ONLINE TRANSFER IN ATM0001: THE
      *    SOURCE ACCOUNT IS DEBITED, A TRANSFEROUT ENTRY IS
      *    A BILL PAYMENT ORDER WHOSE INVOICE HAS NOT ARRIVED
      *    YET (NO OPEN INVOICE) SIMPLY STAYS DUE AND DOES NOT
      *    COUNT TOWARD EXPIRY. THE RUN PRINTS AN
      *    EXECUTED/FAILED REPORT ON SORDRPT. AN ORDER WHOSE
      *    SOURCE OR ON-US DESTINATION ACCOUNT HAS BEEN CLOSED
      *    FAILS LIKE ANY OTHER AND EXPIRES IN THE SAME WAY, AS
      *    DOES ONE DRAWN ON OR PAYING INTO A TIME DEPOSIT.
      *
      *    A TRANSFER OR BILL PAYMENT THAT CARRIES A FEE ON THE
      *    FEE SCHEDULE (FEES-INP) IS ONLY EXECUTED WHEN THE
      *    AVAILABLE BALANCE COVERS THE AMOUNT PLUS THE FEE. THE
      *    FEE IS POSTED AS ITS OWN FEE ENTRY, LINKED TO THE
      *    ORDER POSTING THROUGH TRAN-REF-NO, AND SHOWN ON THE
      *    EXECUTED LINE OF THE REPORT.
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
           SELECT SORD-RPT  ASSIGN TO SORDRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-SORD-RPT.
           SELECT FEES-INP  ASSIGN TO FEESINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY FEES-KEY
                            STATUS ST-FEES-INP.
           SELECT FUSE-INP  ASSIGN TO FEEUSE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY FUSE-KEY
                            STATUS ST-FUSE-INP.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  SORD-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SORD-LINE                   PIC X(132).
       FD  FEES-INP.
           COPY FEESREC.
       FD  FUSE-INP.
           COPY FUSEREC.
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0010'.
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
       01  SORD-MAX-RETRIES             PIC 9(02)     VALUE 3.
      *----
           05 EXEC-AMOUNT               PIC 9(08)V99.
           05 EXEC-AVAILABLE            PIC S9(10)V99.
           05 ORDER-FAIL-REASON         PIC X(20).
           05 ORDER-TRAN-REF            PIC 9(16)     VALUE ZERO.
           05 ORDER-OK-SW               PIC X(01).
              88 ORDER-OK               VALUE 'Y'.
              88 ORDER-FAILED           VALUE 'N'.
           05 ORDER-ROUTE-SW            PIC X(01).
              88 ORDER-ON-US            VALUE 'I'.
              88 ORDER-OFF-US           VALUE 'X'.
      *----
       01  FEE-FIELDS.
           05 FEE-CODE                  PIC X(11).
           05 FEE-ACCT-TYPE             PIC X(01).
           05 FEE-AMOUNT                PIC 9(08)V99.
           05 FEE-USES                  PIC 9(05).
           05 FEE-SCHEDULE-SW           PIC X(01).
              88 FEE-SCHEDULED          VALUE 'Y'.
              88 FEE-NOT-SCHEDULED      VALUE 'N'.
           05 FEE-PARENT-STAMP.
              10 FEE-PARENT-DATE        PIC 9(08).
              10 FEE-PARENT-TIME        PIC 9(08).
           05 FEE-PARENT-REF REDEFINES FEE-PARENT-STAMP
                                        PIC 9(16).
      *----
       01  NEXT-RUN-FIELDS.
           05 NEXT-RUN-DATE-WORK.
      *----
       01  WORK-TOTALS.
           05 WORK-EXECUTED-TOTAL       PIC 9(10)V99  VALUE ZERO.
           05 WORK-FEE-TOTAL            PIC 9(10)V99  VALUE ZERO.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-AMOUNT                 PIC Z(07)9.99.
           05 RL-FEE                    PIC Z(07)9.99.
           05 RL-TOTAL                  PIC Z(09)9.99.
      *----
       01  COUNTERS.
       01  ST-CLRG-OUT                  PIC 9(02).
       01  ST-PARM-INP                  PIC 9(02).
       01  ST-SORD-RPT                  PIC 9(02).
       01  ST-FEES-INP                  PIC 9(02).
       01  ST-FUSE-INP                  PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-SORD-FILE UNTIL SORD-AT-END
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM READ-SYSTEM-PARMS
           OPEN I-O    SORD-INP
           OPEN I-O    ACCT-INP
           OPEN I-O    TRAN-LOG-INP
           OPEN EXTEND CLRG-OUT
           OPEN OUTPUT SORD-RPT
           OPEN INPUT  FEES-INP
           OPEN I-O    FUSE-INP
           MOVE SPACES TO SORD-LINE
           STRING 'STANDING ORDER EXECUTION - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                 MOVE 'Y' TO SORD-EOF-SW
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
       READ-SYSTEM-PARMS.
           OPEN INPUT PARM-INP.
       EXECUTE-ORDER.
           SET ORDER-OK TO TRUE.
           MOVE SPACES TO ORDER-FAIL-REASON.
           MOVE ZERO   TO FEE-AMOUNT.
           SET FEE-NOT-SCHEDULED TO TRUE.
           IF SORD-BILLPAY
              PERFORM CHECK-ORDER-BILL
           ELSE
                    PERFORM WRITE-ORDER-CLEARING
                 END-IF
              END-IF
              PERFORM POST-ORDER-FEE
           END-IF.
           IF ORDER-OK
              ADD 1 TO ORDERS-EXECUTED
                 INVALID KEY
                    SET ORDER-OFF-US TO TRUE
              END-READ
              IF ORDER-ON-US AND ACCT-CLOSED
                 MOVE 'BENEFICIARY CLOSED' TO ORDER-FAIL-REASON
                 SET ORDER-FAILED TO TRUE
              END-IF
              IF ORDER-ON-US AND ACCT-TIME-DEPOSIT
                 MOVE 'BENEFICIARY TIME DEP' TO ORDER-FAIL-REASON
                 SET ORDER-FAILED TO TRUE
              END-IF
           END-IF.
       CHECK-ORDER-ROUTE-END. EXIT.
      *----
                 MOVE 'ACCOUNT DORMANT' TO ORDER-FAIL-REASON
                 SET ORDER-FAILED TO TRUE
              END-IF
              IF ACCT-CLOSED
                 MOVE 'ACCOUNT CLOSED' TO ORDER-FAIL-REASON
                 SET ORDER-FAILED TO TRUE
              END-IF
              IF ACCT-TIME-DEPOSIT
                 MOVE 'TIME DEPOSIT ACCOUNT' TO ORDER-FAIL-REASON
                 SET ORDER-FAILED TO TRUE
              END-IF
           END-IF.
           IF ORDER-OK
              PERFORM LOOKUP-ORDER-FEE
              COMPUTE EXEC-AVAILABLE =
                 ACCT-BALANCE - ACCT-HELD-AMOUNT
              IF ACCT-CHECKING
                 ADD ACCT-OD-LIMIT TO EXEC-AVAILABLE
              END-IF
              IF EXEC-AMOUNT + FEE-AMOUNT > EXEC-AVAILABLE
                 MOVE 'INSUFFICIENT BALANCE' TO ORDER-FAIL-REASON
                 SET ORDER-FAILED TO TRUE
              END-IF
              MOVE EXEC-AMOUNT  TO TRAN-AMOUNT
              MOVE ACCT-BALANCE TO TRAN-RESULT-BALANCE
              PERFORM WRITE-ORDER-TRAN
              MOVE TRAN-TIMESTAMP TO FEE-PARENT-STAMP
           END-IF.
       DEBIT-SOURCE-END. EXIT.
      *----
       LOOKUP-ORDER-FEE.
           IF SORD-BILLPAY
              MOVE 'BILLPAY'     TO FEE-CODE
           ELSE IF ORDER-ON-US
              MOVE 'TRANSFEROUT' TO FEE-CODE
           ELSE
              MOVE 'CLEARINGOUT' TO FEE-CODE
           END-IF.
           MOVE ZERO      TO FEE-AMOUNT.
           MOVE ZERO      TO FEE-USES.
           MOVE ACCT-TYPE TO FEE-ACCT-TYPE.
           SET FEE-NOT-SCHEDULED TO TRUE.
           MOVE FEE-CODE      TO FEES-TRAN-CODE.
           MOVE FEE-ACCT-TYPE TO FEES-ACCT-TYPE.
           READ FEES-INP KEY IS FEES-KEY
              NOT INVALID KEY
                 SET FEE-SCHEDULED TO TRUE
           END-READ.
           IF FEE-SCHEDULED
              MOVE SORD-ACCT-ID       TO FUSE-ACCT-ID
              MOVE FEE-CODE           TO FUSE-TRAN-CODE
              MOVE RUN-DATE-PARM(1:6) TO FUSE-MONTH
              READ FUSE-INP KEY IS FUSE-KEY
                 NOT INVALID KEY
                    MOVE FUSE-COUNT TO FEE-USES
              END-READ
              IF FEE-USES NOT < FEES-FREE-PER-MONTH
                 PERFORM COMPUTE-ORDER-FEE
              END-IF
           END-IF.
       LOOKUP-ORDER-FEE-END. EXIT.
      *----
       COMPUTE-ORDER-FEE.
           IF FEES-FLAT
              MOVE FEES-FLAT-AMOUNT TO FEE-AMOUNT
           ELSE
              COMPUTE FEE-AMOUNT ROUNDED =
                 EXEC-AMOUNT * FEES-RATE-BP / 10000
              IF FEE-AMOUNT < FEES-MIN-AMOUNT
                 MOVE FEES-MIN-AMOUNT TO FEE-AMOUNT
              END-IF
              IF (FEES-MAX-AMOUNT > 0) AND
                 (FEE-AMOUNT > FEES-MAX-AMOUNT)
                 MOVE FEES-MAX-AMOUNT TO FEE-AMOUNT
              END-IF
           END-IF.
       COMPUTE-ORDER-FEE-END. EXIT.
      *----
       POST-ORDER-FEE.
           IF FEE-SCHEDULED
              PERFORM RECORD-FEE-USAGE
           END-IF.
           IF FEE-AMOUNT > 0
              MOVE SORD-ACCT-ID TO ACCT-ID
              READ ACCT-INP KEY IS ACCT-KEY
                 INVALID KEY
                    DISPLAY 'Warning: account ' SORD-ACCT-ID
                       ' not re-read, fee not charged.'
                    MOVE ZERO TO FEE-AMOUNT
                 NOT INVALID KEY
                    SUBTRACT FEE-AMOUNT FROM ACCT-BALANCE
                    REWRITE ACCT-REC
                    ADD FEE-AMOUNT TO WORK-FEE-TOTAL
                    MOVE SORD-ACCT-ID   TO TRAN-ACCT-ID
                    MOVE 'FEE'          TO TRAN-TYPE
                    MOVE FEE-AMOUNT     TO TRAN-AMOUNT
                    MOVE ACCT-BALANCE   TO TRAN-RESULT-BALANCE
                    MOVE FEE-PARENT-REF TO ORDER-TRAN-REF
                    PERFORM WRITE-ORDER-TRAN
              END-READ
           END-IF.
       POST-ORDER-FEE-END. EXIT.
      *----
       RECORD-FEE-USAGE.
           MOVE SORD-ACCT-ID       TO FUSE-ACCT-ID.
           MOVE FEE-CODE           TO FUSE-TRAN-CODE.
           MOVE RUN-DATE-PARM(1:6) TO FUSE-MONTH.
           READ FUSE-INP KEY IS FUSE-KEY
              INVALID KEY
                 MOVE SORD-ACCT-ID       TO FUSE-ACCT-ID
                 MOVE FEE-CODE           TO FUSE-TRAN-CODE
                 MOVE RUN-DATE-PARM(1:6) TO FUSE-MONTH
                 MOVE 1                  TO FUSE-COUNT
                 WRITE FUSE-REC
                    INVALID KEY
                       DISPLAY 'Warning: fee usage not recorded.'
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO FUSE-COUNT
                 REWRITE FUSE-REC
           END-READ.
       RECORD-FEE-USAGE-END. EXIT.
      *----
       SETTLE-ORDER-BILL.
           SET  BILL-PAID    TO TRUE.
           MOVE EXEC-AMOUNT      TO CLRG-AMOUNT.
           MOVE SORD-DESCRIPTION TO CLRG-DESCRIPTION.
           MOVE RUN-DATE-PARM    TO CLRG-VALUE-DATE.
           MOVE SPACES           TO CLRG-TERM-ID.
           WRITE CLRG-REC.
           IF ST-CLRG-OUT NOT = 0
              MOVE EXEC-AMOUNT TO RL-AMOUNT
           MOVE RUN-DATE-PARM TO TRAN-DATE.
           ACCEPT TRAN-TIME FROM TIME.
           MOVE SPACE TO TRAN-REVERSAL-FLAG.
           MOVE ORDER-TRAN-REF TO TRAN-REF-NO.
           MOVE SPACES TO TRAN-TERM-ID.
           MOVE ZERO  TO ORDER-TRAN-REF.
           MOVE 'N'  TO POSTING-WRITTEN-SW.
           MOVE ZERO TO POSTING-RETRY-COUNT.
           PERFORM WRITE-ORDER-TRAN-REC
      *----
       PRINT-EXECUTED-LINE.
           MOVE EXEC-AMOUNT TO RL-AMOUNT.
           MOVE FEE-AMOUNT  TO RL-FEE.
           MOVE SPACES TO SORD-LINE.
           STRING 'EXECUTED ' DELIMITED BY SIZE
                  SORD-ACCT-ID DELIMITED BY SIZE
                  RL-AMOUNT    DELIMITED BY SIZE
                  ' NEXT RUN ' DELIMITED BY SIZE
                  SORD-NEXT-RUN-DATE DELIMITED BY SIZE
                  ' FEE '      DELIMITED BY SIZE
                  RL-FEE       DELIMITED BY SIZE
                  INTO SORD-LINE.
           WRITE SORD-LINE.
       PRINT-EXECUTED-END. EXIT.
                  RL-TOTAL             DELIMITED BY SIZE
                  INTO SORD-LINE
           WRITE SORD-LINE
           MOVE WORK-FEE-TOTAL TO RL-TOTAL
           MOVE SPACES TO SORD-LINE
           STRING 'FEES CHARGED '      DELIMITED BY SIZE
                  RL-TOTAL             DELIMITED BY SIZE
                  INTO SORD-LINE
           WRITE SORD-LINE
           CLOSE SORD-INP
           CLOSE ACCT-INP
           CLOSE BILLERS-INP
           CLOSE TRAN-LOG-INP
           CLOSE CLRG-OUT
           CLOSE SORD-RPT
           CLOSE FEES-INP
           CLOSE FUSE-INP.
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
