       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0025.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0025 IS THE NIGHTLY TIME DEPOSIT MATURITY BATCH. IT
      *    WALKS ACCT-INP FOR OPEN TIME DEPOSITS WHOSE
      *    ACCT-TD-MATURITY-DATE HAS REACHED THE BUSINESS DATE
      *    HELD ON SYSCTL AND, FOR EACH ONE, CREDITS THE INTEREST
      *    EARNED OVER THE TERM AT THE AGREED ANNUAL RATE
      *    (PRINCIPAL * RATE-BP * TERM DAYS / 10000 / 365) AS A
      *    TDINTEREST POSTING. THE CUSTOMER'S INSTRUCTION THEN
      *    DECIDES WHAT HAPPENS:
      *
      *      - ROLLOVER: THE WHOLE BALANCE, INTEREST INCLUDED,
      *        BECOMES THE PRINCIPAL FOR ANOTHER TERM OF THE SAME
      *        LENGTH AND RATE, RUNNING FROM THE OLD MATURITY DATE;
      *      - PAYOUT: THE BALANCE IS DEBITED AS TDPAYOUT, CREDITED
      *        TO THE LINKED CHECKING ACCOUNT AS TDPROCEEDS, AND
      *        THE TIME DEPOSIT IS CLOSED.
      *
      *    A PAYOUT WHOSE LINKED ACCOUNT IS MISSING OR CLOSED IS
      *    NOT TOUCHED; IT IS PRINTED AS HELD SO A TELLER CAN BREAK
      *    IT IN ATM0002 TO ANOTHER ACCOUNT OF THE CUSTOMER, WHICH
      *    AFTER MATURITY STILL PAYS THE FULL AGREED INTEREST. THE
      *    REPORT LINE GIVES THE REASON IT WAS HELD.
      *
      *    THE MATURED DEPOSITS ARE FIRST COLLECTED INTO A TABLE IN
      *    ONE SEQUENTIAL PASS AND THEN SETTLED BY RANDOM ACCESS,
      *    SO CREDITING A LINKED ACCOUNT DOES NOT DISTURB THE PASS.
      *    DEPOSITS BEYOND THE TABLE ARE COUNTED AND LEFT FOR THE
      *    NEXT RUN. EVERY POSTING GOES TO TRAN-LOG-INP SO ATM0003
      *    STILL FOOTS, AND EACH DEPOSIT SETTLED PRINTS ON TDM-RPT
      *    WITH THE RUN TOTALS.
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
       FILE-CONTROL.
           SELECT ACCT-INP  ASSIGN TO ACCTINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY ACCT-KEY
                            STATUS ST-ACCT-INP.
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT TDM-RPT   ASSIGN TO TDMRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-TDM-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  ACCT-INP.
           COPY ACCTREC.
       FD  TRAN-LOG-INP.
           COPY TRANLOG.
       FD  TDM-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  TDM-LINE                    PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0025'.
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
       01  MATURITY-TABLE.
           05 MT-COUNT                  PIC 9(04)     VALUE ZERO.
           05 MT-INDEX                  PIC 9(04).
           05 MT-ENTRY OCCURS 1000 TIMES.
              10 MT-ACCT-ID             PIC 9(10).
      *----
       01  MATURITY-FIELDS.
           05 TDM-ACCT-ID               PIC 9(10).
           05 TDM-CUST-ID               PIC 9(10).
           05 TDM-LINKED-ACCT-ID        PIC 9(10).
           05 TDM-PRINCIPAL             PIC 9(10)V99.
           05 TDM-RATE-BP               PIC 9(04).
           05 TDM-INTEREST              PIC 9(08)V99.
           05 TDM-PAYOUT                PIC 9(10)V99.
           05 TDM-NEW-MATURITY-DATE     PIC 9(08).
           05 TDM-ACTION                PIC X(12).
           05 TDM-DETAIL                PIC X(40).
           05 TDM-OK-SW                 PIC X(01).
              88 TDM-OK                 VALUE 'Y'.
              88 TDM-HELD               VALUE 'N'.
           05 TDM-HELD-REASON           PIC X(12).
              88 TDM-DEPOSIT-NOT-READ   VALUE 'NOT RE-READ'.
      *----
       01  POSTING-FIELDS.
           05 POSTING-TYPE              PIC X(11).
           05 POSTING-AMOUNT            PIC 9(08)V99.
           05 POSTING-RETRY-COUNT       PIC 9(02).
           05 POSTING-WRITTEN-SW        PIC X(01).
              88 POSTING-WRITTEN        VALUE 'Y'.
      *----
       01  WORK-TOTALS.
           05 TOTAL-INTEREST-PAID       PIC 9(10)V99  VALUE ZERO.
           05 TOTAL-PAID-OUT            PIC 9(10)V99  VALUE ZERO.
           05 TOTAL-ROLLED-OVER         PIC 9(10)V99  VALUE ZERO.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-PRINCIPAL              PIC Z(09)9.99.
           05 RL-RATE                   PIC Z(03)9.
           05 RL-INTEREST               PIC Z(07)9.99.
           05 RL-TOTAL                  PIC Z(09)9.99.
      *----
       01  COUNTERS.
           05 ACCOUNTS-READ             PIC 9(06)     VALUE ZERO.
           05 DEPOSITS-ROLLED-OVER      PIC 9(06)     VALUE ZERO.
           05 DEPOSITS-PAID-OUT         PIC 9(06)     VALUE ZERO.
           05 DEPOSITS-HELD             PIC 9(06)     VALUE ZERO.
           05 DEPOSITS-DEFERRED         PIC 9(06)     VALUE ZERO.
      *----
       01  ACCT-EOF-SW                  PIC X(01).
           88 ACCT-AT-END               VALUE 'Y'.
      *----
       01  ST-ACCT-INP                  PIC 9(02).
           88 ACCT-INP-SUCC             VALUE 00 97.
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-TDM-RPT                   PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM COLLECT-MATURED-DEPOSIT UNTIL ACCT-AT-END
           PERFORM SETTLE-MATURED-DEPOSIT VARYING MT-INDEX
              FROM 1 BY 1 UNTIL MT-INDEX > MT-COUNT
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           OPEN I-O    ACCT-INP
           OPEN I-O    TRAN-LOG-INP
           OPEN OUTPUT TDM-RPT
           MOVE SPACES TO TDM-LINE
           STRING 'TIME DEPOSIT MATURITY RUN - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO TDM-LINE
           WRITE TDM-LINE
           MOVE SPACES TO TDM-LINE
           WRITE TDM-LINE
           MOVE SPACES TO TDM-LINE
           STRING 'ACCOUNT     CUSTOMER        PRINCIPAL  RATE'
                  '     INTEREST  ACTION        DETAIL'
                  DELIMITED BY SIZE INTO TDM-LINE
           WRITE TDM-LINE
           MOVE 'N' TO ACCT-EOF-SW
           READ ACCT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
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
       COLLECT-MATURED-DEPOSIT.
           ADD 1 TO ACCOUNTS-READ
           IF ACCT-TIME-DEPOSIT AND NOT ACCT-CLOSED AND
              ACCT-TD-MATURITY-DATE NOT > RUN-DATE-PARM
              IF MT-COUNT < 1000
                 ADD 1 TO MT-COUNT
                 MOVE ACCT-ID TO MT-ACCT-ID(MT-COUNT)
              ELSE
                 ADD 1 TO DEPOSITS-DEFERRED
              END-IF
           END-IF
           READ ACCT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
           END-READ.
       COLLECT-MATURED-END. EXIT.
      *----
       SETTLE-MATURED-DEPOSIT.
           SET TDM-OK TO TRUE.
           MOVE MT-ACCT-ID(MT-INDEX) TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: time deposit ' MT-ACCT-ID(MT-INDEX)
                    ' not re-read.'
                 SET TDM-HELD TO TRUE
           END-READ.
           IF TDM-OK
              MOVE ACCT-ID                TO TDM-ACCT-ID
              MOVE ACCT-CUST-ID           TO TDM-CUST-ID
              MOVE ACCT-TD-LINKED-ACCT-ID TO TDM-LINKED-ACCT-ID
              MOVE ACCT-TD-PRINCIPAL      TO TDM-PRINCIPAL
              MOVE ACCT-TD-RATE-BP        TO TDM-RATE-BP
              COMPUTE TDM-INTEREST ROUNDED =
                 (ACCT-TD-PRINCIPAL * ACCT-TD-RATE-BP *
                  ACCT-TD-TERM-DAYS) / 3650000
              IF ACCT-TD-ROLLOVER
                 PERFORM ROLL-OVER-DEPOSIT
              ELSE
                 PERFORM CHECK-LINKED-ACCOUNT
                 IF TDM-OK
                    PERFORM PAY-OUT-DEPOSIT
                 ELSE
                    ADD 1 TO DEPOSITS-HELD
                    MOVE ZERO   TO TDM-INTEREST
                    MOVE 'HELD' TO TDM-ACTION
                    MOVE SPACES TO TDM-DETAIL
                    IF TDM-DEPOSIT-NOT-READ
                       STRING 'DEPOSIT '          DELIMITED BY SIZE
                              TDM-HELD-REASON     DELIMITED BY SIZE
                              INTO TDM-DETAIL
                    ELSE
                       STRING 'LINKED ACCOUNT '   DELIMITED BY SIZE
                              TDM-LINKED-ACCT-ID  DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              TDM-HELD-REASON     DELIMITED BY SIZE
                              INTO TDM-DETAIL
                    END-IF
                 END-IF
              END-IF
              PERFORM PRINT-DEPOSIT-LINE
           END-IF.
       SETTLE-MATURED-END. EXIT.
      *----
       CREDIT-DEPOSIT-INTEREST.
           IF TDM-INTEREST > ZERO
              ADD TDM-INTEREST TO ACCT-BALANCE
              ADD TDM-INTEREST TO TOTAL-INTEREST-PAID
              MOVE 'TDINTEREST'  TO POSTING-TYPE
              MOVE TDM-INTEREST  TO POSTING-AMOUNT
              PERFORM WRITE-POSTING-TRAN
           END-IF.
       CREDIT-INTEREST-END. EXIT.
      *----
       ROLL-OVER-DEPOSIT.
           PERFORM CREDIT-DEPOSIT-INTEREST.
           MOVE ACCT-BALANCE          TO ACCT-TD-PRINCIPAL.
           MOVE ACCT-TD-MATURITY-DATE TO ACCT-TD-START-DATE.
           COMPUTE ACCT-TD-MATURITY-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(ACCT-TD-START-DATE)
               + ACCT-TD-TERM-DAYS).
           MOVE RUN-DATE-PARM         TO ACCT-LAST-ACTIVITY-DATE.
           REWRITE ACCT-REC.
           ADD 1 TO DEPOSITS-ROLLED-OVER.
           ADD ACCT-BALANCE TO TOTAL-ROLLED-OVER.
           MOVE ACCT-TD-MATURITY-DATE TO TDM-NEW-MATURITY-DATE.
           MOVE 'ROLLED OVER' TO TDM-ACTION.
           MOVE SPACES TO TDM-DETAIL.
           STRING 'NEW MATURITY '       DELIMITED BY SIZE
                  TDM-NEW-MATURITY-DATE DELIMITED BY SIZE
                  INTO TDM-DETAIL.
       ROLL-OVER-END. EXIT.
      *----
       CHECK-LINKED-ACCOUNT.
           MOVE SPACES TO TDM-HELD-REASON.
           MOVE TDM-LINKED-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 MOVE 'NOT ON FILE' TO TDM-HELD-REASON
                 SET TDM-HELD TO TRUE
           END-READ.
           IF TDM-OK AND ACCT-CLOSED
              MOVE 'CLOSED' TO TDM-HELD-REASON
              SET TDM-HELD TO TRUE
           END-IF.
           MOVE TDM-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: time deposit ' TDM-ACCT-ID
                    ' not re-read.'
                 SET TDM-DEPOSIT-NOT-READ TO TRUE
                 SET TDM-HELD TO TRUE
           END-READ.
       CHECK-LINKED-END. EXIT.
      *----
       PAY-OUT-DEPOSIT.
           PERFORM CREDIT-DEPOSIT-INTEREST.
           MOVE ACCT-BALANCE  TO TDM-PAYOUT.
           MOVE ZERO          TO ACCT-BALANCE.
           SET  ACCT-CLOSED   TO TRUE.
           MOVE RUN-DATE-PARM TO ACCT-LAST-ACTIVITY-DATE.
           REWRITE ACCT-REC.
           MOVE 'TDPAYOUT'    TO POSTING-TYPE.
           MOVE TDM-PAYOUT    TO POSTING-AMOUNT.
           PERFORM WRITE-POSTING-TRAN.
           MOVE TDM-LINKED-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: linked account '
                    TDM-LINKED-ACCT-ID ' not re-read.'
              NOT INVALID KEY
                 ADD TDM-PAYOUT     TO ACCT-BALANCE
                 MOVE RUN-DATE-PARM TO ACCT-LAST-ACTIVITY-DATE
                 REWRITE ACCT-REC
                 MOVE 'TDPROCEEDS'  TO POSTING-TYPE
                 MOVE TDM-PAYOUT    TO POSTING-AMOUNT
                 PERFORM WRITE-POSTING-TRAN
           END-READ.
           ADD 1 TO DEPOSITS-PAID-OUT.
           ADD TDM-PAYOUT TO TOTAL-PAID-OUT.
           MOVE 'PAID OUT' TO TDM-ACTION.
           MOVE SPACES TO TDM-DETAIL.
           STRING 'PAID TO '         DELIMITED BY SIZE
                  TDM-LINKED-ACCT-ID DELIMITED BY SIZE
                  INTO TDM-DETAIL.
       PAY-OUT-END. EXIT.
      *----
       PRINT-DEPOSIT-LINE.
           MOVE TDM-PRINCIPAL TO RL-PRINCIPAL.
           MOVE TDM-RATE-BP   TO RL-RATE.
           MOVE TDM-INTEREST  TO RL-INTEREST.
           MOVE SPACES TO TDM-LINE.
           STRING TDM-ACCT-ID  '  ' TDM-CUST-ID  DELIMITED BY SIZE
                  '  ' RL-PRINCIPAL '  ' RL-RATE  DELIMITED BY SIZE
                  '  ' RL-INTEREST  '  ' TDM-ACTION DELIMITED BY SIZE
                  '  ' TDM-DETAIL   DELIMITED BY SIZE
                  INTO TDM-LINE.
           WRITE TDM-LINE.
       PRINT-DEPOSIT-END. EXIT.
      *----
       WRITE-POSTING-TRAN.
           MOVE ACCT-ID       TO TRAN-ACCT-ID.
           MOVE RUN-DATE-PARM TO TRAN-DATE.
           ACCEPT TRAN-TIME FROM TIME.
           MOVE POSTING-TYPE   TO TRAN-TYPE.
           MOVE POSTING-AMOUNT TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE   TO TRAN-RESULT-BALANCE.
           MOVE SPACE          TO TRAN-REVERSAL-FLAG.
           MOVE ZERO           TO TRAN-REF-NO.
           MOVE SPACES         TO TRAN-TERM-ID.
           MOVE 'N'  TO POSTING-WRITTEN-SW.
           MOVE ZERO TO POSTING-RETRY-COUNT.
           PERFORM WRITE-POSTING-TRAN-REC
              UNTIL POSTING-WRITTEN OR (POSTING-RETRY-COUNT = 99).
           IF NOT POSTING-WRITTEN
              DISPLAY 'Warning: transaction log entry not recorded.'
           END-IF.
       WRITE-POSTING-END. EXIT.
      *----
       WRITE-POSTING-TRAN-REC.
           WRITE TRAN-LOG-REC
              INVALID KEY
                 ADD 1 TO TRAN-TIME
                 ADD 1 TO POSTING-RETRY-COUNT
              NOT INVALID KEY
                 SET POSTING-WRITTEN TO TRUE
           END-WRITE.
       WRITE-POSTING-TRAN-REC-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO TDM-LINE
           WRITE TDM-LINE
           MOVE TOTAL-INTEREST-PAID TO RL-TOTAL
           MOVE SPACES TO TDM-LINE
           STRING 'TOTAL INTEREST PAID:  ' DELIMITED BY SIZE
                  RL-TOTAL DELIMITED BY SIZE
                  INTO TDM-LINE
           WRITE TDM-LINE
           MOVE TOTAL-ROLLED-OVER TO RL-TOTAL
           MOVE SPACES TO TDM-LINE
           STRING 'TOTAL ROLLED OVER:    ' DELIMITED BY SIZE
                  RL-TOTAL DELIMITED BY SIZE
                  INTO TDM-LINE
           WRITE TDM-LINE
           MOVE TOTAL-PAID-OUT TO RL-TOTAL
           MOVE SPACES TO TDM-LINE
           STRING 'TOTAL PAID OUT:       ' DELIMITED BY SIZE
                  RL-TOTAL DELIMITED BY SIZE
                  INTO TDM-LINE
           WRITE TDM-LINE
           MOVE SPACES TO TDM-LINE
           STRING 'ACCOUNTS READ: '       DELIMITED BY SIZE
                  ACCOUNTS-READ           DELIMITED BY SIZE
                  '   MATURED: '          DELIMITED BY SIZE
                  MT-COUNT                DELIMITED BY SIZE
                  '   ROLLED OVER: '      DELIMITED BY SIZE
                  DEPOSITS-ROLLED-OVER    DELIMITED BY SIZE
                  '   PAID OUT: '         DELIMITED BY SIZE
                  DEPOSITS-PAID-OUT       DELIMITED BY SIZE
                  '   HELD: '             DELIMITED BY SIZE
                  DEPOSITS-HELD           DELIMITED BY SIZE
                  INTO TDM-LINE
           WRITE TDM-LINE
           IF DEPOSITS-DEFERRED > ZERO
              MOVE SPACES TO TDM-LINE
              STRING 'WARNING: MATURED DEPOSITS LEFT FOR THE NEXT'
                     ' RUN, TABLE FULL: ' DELIMITED BY SIZE
                     DEPOSITS-DEFERRED DELIMITED BY SIZE
                     INTO TDM-LINE
              WRITE TDM-LINE
           END-IF
           CLOSE ACCT-INP
           CLOSE TRAN-LOG-INP
           CLOSE TDM-RPT.
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
