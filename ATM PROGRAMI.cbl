           SELECT VAULT-INP ASSIGN TO VAULTINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY VAULT-KEY
                            STATUS ST-VAULT-INP.
           SELECT LOCKOUT-INP ASSIGN TO LOCKINP
                            ORGANIZATION INDEXED
           SELECT PARM-INP  ASSIGN TO PARMINP
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-PARM-INP.
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
           SELECT DECL-LOG  ASSIGN TO DECLLOG
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY DECL-KEY
                            STATUS ST-DECL-LOG.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
           SELECT TERM-CFG  ASSIGN TO TERMCFG
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-TERM-CFG.
           SELECT TERM-INP  ASSIGN TO TERMINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY TERM-KEY
                            STATUS ST-TERM-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
           COPY CLRGREC.
       FD  PARM-INP.
           COPY PARMREC.
       FD  FEES-INP.
           COPY FEESREC.
       FD  FUSE-INP.
           COPY FUSEREC.
       FD  CTRL-INP.
           COPY CTRLREC.
       FD  DECL-LOG.
           COPY DECLREC.
       FD  TERM-CFG.
       01  TERM-CFG-REC.
           05 CFG-TERM-ID              PIC X(08).
       FD  TERM-INP.
           COPY TERMREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  ENTRY-INFORMATION.
           05 CUSTOMER-NBR             PIC 9(10).
           05 ACCOUNT-NBR              PIC 9(10)       VALUE ZERO.
           05 ACCOUNT-PIC              PIC 9(04).
           05 ACCOUNT-NAME             PIC X(15).
           05 ACCOUNT-SURNAME          PIC X(15).
           05 AMOUNT-ENTERED           PIC 9(08)V99.
      *----
       01  TRAN-REF-WORK               PIC 9(16)       VALUE ZERO.
      *----
       01  SESSION-ACCT-TYPE           PIC X(01).
           88 SESSION-TIME-DEPOSIT     VALUE 'T'.
      *----
       01  MACHINE-TERM-ID             PIC X(08).
      *----
       01  FEE-PROCESS.
           05 FEE-CODE                 PIC X(11).
           05 FEE-BASE-AMOUNT          PIC 9(08)V99.
           05 FEE-AMOUNT               PIC 9(08)V99.
           05 FEE-USES                 PIC 9(05).
           05 FEE-CONFIRM              PIC X(03).
           05 FEE-SCHEDULE-SW          PIC X(01).
              88 FEE-SCHEDULED         VALUE 'Y'.
              88 FEE-NOT-SCHEDULED     VALUE 'N'.
           05 FEE-ACCEPT-SW            PIC X(01).
              88 FEE-ACCEPTED          VALUE 'Y'.
              88 FEE-DECLINED          VALUE 'N'.
           05 FEE-PARENT-STAMP.
              10 FEE-PARENT-DATE       PIC 9(08).
              10 FEE-PARENT-TIME       PIC 9(08).
           05 FEE-PARENT-REF REDEFINES FEE-PARENT-STAMP
                                       PIC 9(16).
           05 FEE-RETRY-COUNT          PIC 9(02).
           05 FEE-WRITTEN-SW           PIC X(01).
              88 FEE-WRITTEN           VALUE 'Y'.
      *----
       01  DECLINE-PROCESS.
           05 DECL-RETRY-COUNT         PIC 9(02).
           05 DECL-WRITTEN-SW          PIC X(01).
              88 DECL-WRITTEN          VALUE 'Y'.
      *----
       01  AMOUNT-DISP                 PIC -Z(09)9.99.
      *----
       01  ST-HOT-INP                  PIC 9(02).
       01  ST-CLRG-OUT                 PIC 9(02).
       01  ST-PARM-INP                 PIC 9(02).
       01  ST-FEES-INP                 PIC 9(02).
       01  ST-FUSE-INP                 PIC 9(02).
       01  ST-CTRL-INP                 PIC 9(02).
       01  ST-DECL-LOG                 PIC 9(02).
       01  ST-TERM-CFG                 PIC 9(02).
       01  ST-TERM-INP                 PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
           OPEN I-O   SORD-INP.
           OPEN INPUT HOT-INP.
           OPEN EXTEND CLRG-OUT.
           OPEN INPUT FEES-INP.
           OPEN I-O   FUSE-INP.
           OPEN I-O   DECL-LOG.
           PERFORM READ-SYSTEM-PARMS.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-TERMINAL.
           DISPLAY 'Welcome to the ATM Program !'
           PERFORM ENTRY-INF
           PERFORM ACCOUNT-PIC-PROGRAM
           CLOSE SORD-INP.
           CLOSE HOT-INP.
           CLOSE CLRG-OUT.
           CLOSE FEES-INP.
           CLOSE FUSE-INP.
           CLOSE DECL-LOG.
           CLOSE TERM-INP.
           STOP RUN.
       MAIN-END. EXIT.
      *----
              CLOSE PARM-INP
           END-IF.
       READ-PARMS-END. EXIT.
      *----
       READ-BUSINESS-DATE.
           OPEN INPUT CTRL-INP.
           IF ST-CTRL-INP NOT = 0
              DISPLAY 'Sorry, the machine is out of service.'
              STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Sorry, the machine is out of service.'
                 STOP RUN
           END-READ.
           MOVE CTRL-BUSINESS-DATE TO TODAY-DATE.
           CLOSE CTRL-INP.
       READ-BUSINESS-DATE-END. EXIT.
      *----
       READ-TERMINAL.
           OPEN INPUT TERM-CFG.
           IF ST-TERM-CFG NOT = 0
              DISPLAY 'Sorry, the machine is out of service.'
              STOP RUN
           END-IF.
           READ TERM-CFG
              AT END
                 DISPLAY 'Sorry, the machine is out of service.'
                 STOP RUN
           END-READ.
           MOVE CFG-TERM-ID TO MACHINE-TERM-ID.
           CLOSE TERM-CFG.
           OPEN INPUT TERM-INP.
           IF ST-TERM-INP NOT = 0
              DISPLAY 'Sorry, the machine is out of service.'
              STOP RUN
           END-IF.
           MOVE MACHINE-TERM-ID TO TERM-ID.
           READ TERM-INP KEY IS TERM-KEY
              INVALID KEY
                 DISPLAY 'Sorry, the machine is out of service.'
                 STOP RUN
           END-READ.
           IF NOT TERM-IN-SERVICE
              DISPLAY 'Sorry, the machine is out of service.'
              STOP RUN
           END-IF.
       READ-TERMINAL-END. EXIT.
      *----
       ACCEPT-MONEY-AMOUNT.
           DISPLAY '(Key lira and kurus as one number,'
           DISPLAY 'Please enter your 4 digit password.'
           ACCEPT ACCOUNT-PIC
           ADD 1 TO PIN-ATTEMPT-COUNT
           MOVE 'SIGNON' TO DECL-TRAN-TYPE
           PERFORM CHECK-ACCOUNT-PIC.
       PIN-ENTRY-END. EXIT.
      *----
              READ CUST-INP KEY IS CUST-KEY
                 INVALID KEY
                 DISPLAY 'Wrong entry !'
                 MOVE 'SIGNON'      TO DECL-TRAN-TYPE
                 MOVE ZERO          TO DECL-AMOUNT
                 SET DECL-UNKNOWN-CARD TO TRUE
                 PERFORM WRITE-DECLINE-LOG
                 STOP RUN
              END-READ.
           IF CUST-LOCKED
              DISPLAY 'This card has been captured. See a teller.'
              MOVE 'SIGNON'      TO DECL-TRAN-TYPE
              MOVE ZERO          TO DECL-AMOUNT
              SET DECL-CARD-CAPTURED TO TRUE
              PERFORM WRITE-DECLINE-LOG
              STOP RUN
           END-IF.
           IF CUST-LOCAL-BLOCKED
              DISPLAY 'This card has been blocked. Please contact'
                 ' your branch.'
              MOVE 'SIGNON'      TO DECL-TRAN-TYPE
              MOVE ZERO          TO DECL-AMOUNT
              SET DECL-LOCAL-BLOCK TO TRUE
              PERFORM WRITE-DECLINE-LOG
              STOP RUN
           END-IF.
           PERFORM CHECK-HOT-CARD-LIST.
           END-WRITE.
           SET CUST-LOCKED TO TRUE.
           REWRITE CUST-REC.
           MOVE 'SIGNON'      TO DECL-TRAN-TYPE.
           MOVE ZERO          TO DECL-AMOUNT.
           SET DECL-HOT-CARD TO TRUE.
           PERFORM WRITE-DECLINE-LOG.
       CAPTURE-HOT-END. EXIT.
      *----
       CHECK-ACCOUNT-PIC.
           ELSE
              SET PIN-NOT-MATCHED TO TRUE
              DISPLAY 'Incorrect entry ! Password mismatch.'
              MOVE ZERO          TO DECL-AMOUNT
              SET DECL-WRONG-PIN TO TRUE
              PERFORM WRITE-DECLINE-LOG
           END-IF.
       CHECK-END. EXIT.
      *----
           END-WRITE.
           SET CUST-LOCKED TO TRUE.
           REWRITE CUST-REC.
           MOVE 'SIGNON'      TO DECL-TRAN-TYPE.
           MOVE ZERO          TO DECL-AMOUNT.
           SET DECL-PIN-TRIES-EXCEEDED TO TRUE.
           PERFORM WRITE-DECLINE-LOG.
       CAPTURE-END. EXIT.
      *----
       SELECT-SESSION-ACCOUNT.
           IF AL-COUNT = 0
              DISPLAY 'No accounts are linked to this card.'
                 ' See a teller.'
              MOVE 'SIGNON'      TO DECL-TRAN-TYPE
              MOVE ZERO          TO DECL-AMOUNT
              SET DECL-NO-ACCOUNT TO TRUE
              PERFORM WRITE-DECLINE-LOG
              STOP RUN
           END-IF.
           IF AL-COUNT = 1
           IF ACCT-DORMANT
              DISPLAY 'This account is dormant. Please see a'
                 ' teller to reactivate it.'
              MOVE 'SIGNON'      TO DECL-TRAN-TYPE
              MOVE ZERO          TO DECL-AMOUNT
              SET DECL-DORMANT-ACCOUNT TO TRUE
              PERFORM WRITE-DECLINE-LOG
              STOP RUN
           END-IF.
           MOVE ACCT-TYPE    TO SESSION-ACCT-TYPE.
           MOVE ACCT-BALANCE TO BALANCE-INQUIRY.
           COMPUTE AVAILABLE-BALANCE =
              ACCT-BALANCE - ACCT-HELD-AMOUNT.
              IF ACCT-CUST-ID NOT = CUSTOMER-NBR
                 SET AL-AT-END TO TRUE
              ELSE
                 IF NOT ACCT-CLOSED
                    PERFORM ADD-ACCT-LIST-ENTRY
                 END-IF
              END-IF
           END-IF.
       COLLECT-ACCT-END. EXIT.
      *----
       ADD-ACCT-LIST-ENTRY.
           IF AL-COUNT < 10
              ADD 1 TO AL-COUNT
              MOVE ACCT-ID      TO AL-ACCT-ID(AL-COUNT)
              MOVE ACCT-TYPE    TO AL-TYPE(AL-COUNT)
              MOVE ACCT-BALANCE TO AL-BALANCE(AL-COUNT)
           ELSE
              SET AL-AT-END TO TRUE
           END-IF.
       ADD-ACCT-LIST-END. EXIT.
      *----
       DISPLAY-ACCT-ENTRY.
           MOVE AL-BALANCE(AL-INDEX) TO AMOUNT-DISP.
           DISPLAY '10 - STANDING ORDERS'.
           DISPLAY '11 - TRANSFER BETWEEN YOUR ACCOUNTS'.
           ACCEPT SELECTING.
           IF SESSION-TIME-DEPOSIT AND
              (SELECTING = 2 OR 3 OR 4 OR 5 OR 6 OR 10 OR 11)
              PERFORM REFUSE-TIME-DEPOSIT
           ELSE IF SELECTING = 1
              MOVE AVAILABLE-BALANCE TO AMOUNT-DISP
              DISPLAY 'Your Available Balance:' AMOUNT-DISP
              IF BALANCE-INQUIRY < 0
                 DISPLAY 'Amount on hold until next business day:'
                    AMOUNT-DISP
              END-IF
              IF SESSION-TIME-DEPOSIT
                 PERFORM SHOW-TIME-DEPOSIT-TERMS
              END-IF
           ELSE IF SELECTING = 2
              PERFORM WITHDRAWAL-PROGRAM
           ELSE IF SELECTING = 3
              PERFORM OWN-TRANSFER-PROGRAM
           END-IF.
       SELECT-END. EXIT.
      *----
       SHOW-TIME-DEPOSIT-TERMS.
           MOVE ACCT-TD-PRINCIPAL TO AMOUNT-DISP.
           DISPLAY 'Time deposit principal:' AMOUNT-DISP.
           DISPLAY 'Agreed annual rate (basis points): '
              ACCT-TD-RATE-BP.
           DISPLAY 'Maturity date: ' ACCT-TD-MATURITY-DATE.
           IF ACCT-TD-ROLLOVER
              DISPLAY 'At maturity the deposit rolls over for'
                 ' another term.'
           ELSE
              DISPLAY 'At maturity the deposit is paid to account '
                 ACCT-TD-LINKED-ACCT-ID '.'
           END-IF.
       SHOW-TIME-DEPOSIT-END. EXIT.
      *----
       REFUSE-TIME-DEPOSIT.
           DISPLAY 'This is a time deposit account. Only a balance'
              ' inquiry is available until it matures.'.
           IF SELECTING = 2
              MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
           ELSE IF SELECTING = 3
              MOVE 'DEPOSIT'     TO DECL-TRAN-TYPE
           ELSE IF SELECTING = 4
              MOVE 'BILLPAY'     TO DECL-TRAN-TYPE
           ELSE IF SELECTING = 5
              MOVE 'CREDITPMT'   TO DECL-TRAN-TYPE
           ELSE
              MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
           END-IF.
           MOVE ZERO TO DECL-AMOUNT.
           SET DECL-TIME-DEPOSIT TO TRUE.
           PERFORM WRITE-DECLINE-LOG.
       REFUSE-TIME-DEPOSIT-END. EXIT.
      *----
       CHANGE-PIN-PROGRAM.
           DISPLAY 'Please re-enter your current 4 digit password.'
           ACCEPT ACCOUNT-PIC
           MOVE 'PINCHANGE' TO DECL-TRAN-TYPE.
           PERFORM CHECK-ACCOUNT-PIC.
           IF PIN-MATCHED
              DISPLAY 'Please enter your new 4 digit password.'
              ACCEPT NEW-ACCOUNT-PIC
              MOVE NEW-ACCOUNT-PIC TO CUST-PIN
              MOVE TODAY-DATE      TO CUST-PIN-CHANGE-DATE
              ACCEPT CUST-PIN-CHANGE-TIME FROM TIME
              REWRITE CUST-REC
              DISPLAY 'Your password has been changed successfully.'
           END-IF.
           ELSE
              DISPLAY 'You can not withdraw more than 100000.'
              SET WD-DENIED TO TRUE
              MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
              MOVE WITHDRAWAL    TO DECL-AMOUNT
              SET DECL-OVER-MAXIMUM TO TRUE
              PERFORM WRITE-DECLINE-LOG
           END-IF.
           IF WD-NOT-DENIED AND (TERM-WD-LIMIT > ZERO)
              IF WITHDRAWAL > TERM-WD-LIMIT
                 MOVE TERM-WD-LIMIT TO AMOUNT-DISP
                 DISPLAY 'This machine cannot pay out more than'
                    AMOUNT-DISP ' at once.'
                 SET WD-DENIED TO TRUE
                 MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
                 MOVE WITHDRAWAL    TO DECL-AMOUNT
                 SET DECL-TERMINAL-LIMIT TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
           END-IF.
           IF WD-NOT-DENIED
              MOVE 'WITHDRAWAL' TO FEE-CODE
              MOVE WITHDRAWAL   TO FEE-BASE-AMOUNT
              PERFORM LOOKUP-TRAN-FEE
              IF WITHDRAWAL + CUT + FEE-AMOUNT > AVAILABLE-BALANCE
                 DISPLAY 'There is not enough balance in your account.'
                 SET WD-DENIED TO TRUE
                 MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
                 MOVE WITHDRAWAL    TO DECL-AMOUNT
                 SET DECL-INSUFFICIENT-FUNDS TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
           END-IF.
           IF WD-NOT-DENIED
              PERFORM CHECK-DAILY-WD-LIMIT
           END-IF.
           IF WD-NOT-DENIED
              PERFORM CONFIRM-TRAN-FEE
              IF FEE-DECLINED
                 SET WD-DENIED TO TRUE
              END-IF
           END-IF.
           IF WD-NOT-DENIED
              PERFORM DISPENSE-CASH
              IF DENOM-NOT-OK
           END-IF.
           IF WD-NOT-DENIED
              COMPUTE BALANCE-INQUIRY =
                 BALANCE-INQUIRY - WITHDRAWAL
              COMPUTE AVAILABLE-BALANCE =
                 AVAILABLE-BALANCE - WITHDRAWAL
              ADD WITHDRAWAL TO ACCT-DAILY-WD-TOTAL
              MOVE BALANCE-INQUIRY TO ACCT-BALANCE
              MOVE TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
              REWRITE ACCT-REC
              PERFORM UPDATE-VAULT-STOCK-WD
              MOVE 'WITHDRAWAL' TO TRAN-TYPE
              MOVE WITHDRAWAL   TO TRAN-AMOUNT
              PERFORM WRITE-TRAN-LOG
              MOVE TRAN-TIMESTAMP TO FEE-PARENT-STAMP
              PERFORM POST-TRAN-FEE
              PERFORM POST-WITHDRAWAL-CUT
              MOVE AVAILABLE-BALANCE TO AMOUNT-DISP
              DISPLAY 'Your available balance:' AMOUNT-DISP
           END-IF.
       WITHDRAWAL-END. EXIT.
      *----
       POST-WITHDRAWAL-CUT.
           IF CUT > 0
              MOVE ACCOUNT-NBR TO ACCT-ID
              READ ACCT-INP KEY IS ACCT-KEY
                 INVALID KEY
                    DISPLAY 'Warning: account not re-read, withdrawal'
                       ' charge not taken.'
                 NOT INVALID KEY
                    SUBTRACT CUT FROM ACCT-BALANCE
                    SUBTRACT CUT FROM BALANCE-INQUIRY
                    SUBTRACT CUT FROM AVAILABLE-BALANCE
                    REWRITE ACCT-REC
                    MOVE CUT TO FEE-AMOUNT
                    PERFORM WRITE-FEE-TRAN
              END-READ
           END-IF.
       POST-CUT-END. EXIT.
      *----
       CHECK-DAILY-WD-LIMIT.
           IF ACCT-DAILY-WD-DATE NOT = TODAY-DATE
           IF ACCT-DAILY-WD-TOTAL + WITHDRAWAL > DAILY-WD-LIMIT
              DISPLAY 'This exceeds your daily withdrawal limit.'
              SET WD-DENIED TO TRUE
              MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
              MOVE WITHDRAWAL    TO DECL-AMOUNT
              SET DECL-DAILY-LIMIT TO TRUE
              PERFORM WRITE-DECLINE-LOG
           END-IF.
       CHECK-END. EXIT.
      *----
           IF DENOM-TOTAL NOT = WITHDRAWAL
              DISPLAY 'Denomination breakdown does not match amount.'
              SET DENOM-NOT-OK TO TRUE
              MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
              MOVE WITHDRAWAL    TO DECL-AMOUNT
              SET DECL-DENOM-MISMATCH TO TRUE
              PERFORM WRITE-DECLINE-LOG
           ELSE
              SET DENOM-IS-OK TO TRUE
              MOVE 1 TO COUNTER
       SUM-END. EXIT.
      *----
       CHECK-VAULT-STOCK.
           MOVE MACHINE-TERM-ID      TO VAULT-TERM-ID.
           MOVE DENOM-VALUE(COUNTER) TO VAULT-DENOM.
           READ VAULT-INP KEY IS VAULT-KEY
              INVALID KEY
                 DISPLAY 'Vault denomination record missing.'
                 SET DENOM-NOT-OK TO TRUE
              IF DENOM-QTY(COUNTER) > VAULT-NOTE-COUNT
                 DISPLAY 'Not enough cash in the vault.'
                 SET DENOM-NOT-OK TO TRUE
                 MOVE 'WITHDRAWAL'  TO DECL-TRAN-TYPE
                 MOVE WITHDRAWAL    TO DECL-AMOUNT
                 SET DECL-VAULT-SHORT TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
           END-IF.
           ADD 1 TO COUNTER.
       UPDATE-END. EXIT.
      *----
       DECREMENT-VAULT-ENTRY.
           MOVE MACHINE-TERM-ID      TO VAULT-TERM-ID.
           MOVE DENOM-VALUE(COUNTER) TO VAULT-DENOM.
           READ VAULT-INP KEY IS VAULT-KEY
              INVALID KEY
                 DISPLAY 'Vault denomination record missing.'
           END-READ.
           ACCEPT DEPOSIT.
           IF DEPOSIT > 10000
              DISPLAY 'You cannot deposit more than 10000 TL per day.'
              MOVE 'DEPOSIT'     TO DECL-TRAN-TYPE
              MOVE DEPOSIT       TO DECL-AMOUNT
              SET DECL-OVER-MAXIMUM TO TRUE
              PERFORM WRITE-DECLINE-LOG
              STOP RUN
           ELSE IF (TERM-DEP-LIMIT > ZERO) AND
                   (DEPOSIT > TERM-DEP-LIMIT)
              MOVE TERM-DEP-LIMIT TO AMOUNT-DISP
              DISPLAY 'This machine cannot accept more than'
                 AMOUNT-DISP ' at once.'
              MOVE 'DEPOSIT'     TO DECL-TRAN-TYPE
              MOVE DEPOSIT       TO DECL-AMOUNT
              SET DECL-TERMINAL-LIMIT TO TRUE
              PERFORM WRITE-DECLINE-LOG
           ELSE
              PERFORM RECEIVE-CASH
              IF DENOM-NOT-OK
                 DISPLAY 'Denomination breakdown does not match amount.'
                 MOVE 'DEPOSIT'     TO DECL-TRAN-TYPE
                 MOVE DEPOSIT       TO DECL-AMOUNT
                 SET DECL-DENOM-MISMATCH TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              ELSE
                 COMPUTE BALANCE-INQUIRY = BALANCE-INQUIRY + DEPOSIT
                 MOVE BALANCE-INQUIRY TO ACCT-BALANCE
       UPDATE-END. EXIT.
      *----
       INCREMENT-VAULT-ENTRY.
           MOVE MACHINE-TERM-ID      TO VAULT-TERM-ID.
           MOVE DENOM-VALUE(COUNTER) TO VAULT-DENOM.
           READ VAULT-INP KEY IS VAULT-KEY
              INVALID KEY
                 DISPLAY 'Vault denomination record missing.'
           END-READ.
      *----
       WRITE-TRAN-LOG.
           MOVE ACCT-ID TO TRAN-ACCT-ID.
           MOVE TODAY-DATE TO TRAN-DATE.
           ACCEPT TRAN-TIME FROM TIME.
           MOVE ACCT-BALANCE TO TRAN-RESULT-BALANCE.
           MOVE SPACE TO TRAN-REVERSAL-FLAG.
           MOVE TRAN-REF-WORK TO TRAN-REF-NO.
           MOVE MACHINE-TERM-ID TO TRAN-TERM-ID.
           MOVE ZERO TO TRAN-REF-WORK.
           WRITE TRAN-LOG-REC
              INVALID KEY
                 DISPLAY 'Warning: transaction log entry not recorded.'
           END-WRITE.
       WRITE-END. EXIT.
      *----
       LOOKUP-TRAN-FEE.
           MOVE ZERO TO FEE-AMOUNT.
           MOVE ZERO TO FEE-USES.
           SET FEE-NOT-SCHEDULED TO TRUE.
           MOVE FEE-CODE          TO FEES-TRAN-CODE.
           MOVE SESSION-ACCT-TYPE TO FEES-ACCT-TYPE.
           READ FEES-INP KEY IS FEES-KEY
              NOT INVALID KEY
                 SET FEE-SCHEDULED TO TRUE
           END-READ.
           IF FEE-SCHEDULED
              MOVE ACCOUNT-NBR     TO FUSE-ACCT-ID
              MOVE FEE-CODE        TO FUSE-TRAN-CODE
              MOVE TODAY-DATE(1:6) TO FUSE-MONTH
              READ FUSE-INP KEY IS FUSE-KEY
                 NOT INVALID KEY
                    MOVE FUSE-COUNT TO FEE-USES
              END-READ
              IF FEE-USES NOT < FEES-FREE-PER-MONTH
                 PERFORM COMPUTE-TRAN-FEE
              END-IF
           END-IF.
       LOOKUP-FEE-END. EXIT.
      *----
       COMPUTE-TRAN-FEE.
           IF FEES-FLAT
              MOVE FEES-FLAT-AMOUNT TO FEE-AMOUNT
           ELSE
              COMPUTE FEE-AMOUNT ROUNDED =
                 FEE-BASE-AMOUNT * FEES-RATE-BP / 10000
              IF FEE-AMOUNT < FEES-MIN-AMOUNT
                 MOVE FEES-MIN-AMOUNT TO FEE-AMOUNT
              END-IF
              IF (FEES-MAX-AMOUNT > 0) AND
                 (FEE-AMOUNT > FEES-MAX-AMOUNT)
                 MOVE FEES-MAX-AMOUNT TO FEE-AMOUNT
              END-IF
           END-IF.
       COMPUTE-FEE-END. EXIT.
      *----
       CONFIRM-TRAN-FEE.
           SET FEE-ACCEPTED TO TRUE.
           IF FEE-AMOUNT > 0
              MOVE FEE-AMOUNT TO AMOUNT-DISP
              DISPLAY 'A fee of' AMOUNT-DISP ' TL applies.'
              DISPLAY 'Do you want to continue? (YES/NO)'
              ACCEPT FEE-CONFIRM
              IF FEE-CONFIRM NOT = 'YES'
                 DISPLAY 'The transaction has been cancelled.'
                 SET FEE-DECLINED TO TRUE
              END-IF
           END-IF.
       CONFIRM-FEE-END. EXIT.
      *----
       POST-TRAN-FEE.
           IF FEE-SCHEDULED
              PERFORM RECORD-FEE-USAGE
           END-IF.
           IF FEE-AMOUNT > 0
              MOVE ACCOUNT-NBR TO ACCT-ID
              READ ACCT-INP KEY IS ACCT-KEY
                 INVALID KEY
                    DISPLAY 'Warning: account not re-read, fee not'
                       ' charged.'
                 NOT INVALID KEY
                    SUBTRACT FEE-AMOUNT FROM ACCT-BALANCE
                    SUBTRACT FEE-AMOUNT FROM BALANCE-INQUIRY
                    SUBTRACT FEE-AMOUNT FROM AVAILABLE-BALANCE
                    REWRITE ACCT-REC
                    PERFORM WRITE-FEE-TRAN
              END-READ
           END-IF.
       POST-FEE-END. EXIT.
      *----
       RECORD-FEE-USAGE.
           MOVE ACCOUNT-NBR     TO FUSE-ACCT-ID.
           MOVE FEE-CODE        TO FUSE-TRAN-CODE.
           MOVE TODAY-DATE(1:6) TO FUSE-MONTH.
           READ FUSE-INP KEY IS FUSE-KEY
              INVALID KEY
                 MOVE ACCOUNT-NBR     TO FUSE-ACCT-ID
                 MOVE FEE-CODE        TO FUSE-TRAN-CODE
                 MOVE TODAY-DATE(1:6) TO FUSE-MONTH
                 MOVE 1               TO FUSE-COUNT
                 WRITE FUSE-REC
                    INVALID KEY
                       DISPLAY 'Warning: fee usage not recorded.'
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO FUSE-COUNT
                 REWRITE FUSE-REC
           END-READ.
       RECORD-USAGE-END. EXIT.
      *----
       WRITE-FEE-TRAN.
           MOVE ACCOUNT-NBR TO TRAN-ACCT-ID.
           MOVE TODAY-DATE TO TRAN-DATE.
           ACCEPT TRAN-TIME FROM TIME.
           MOVE 'FEE'          TO TRAN-TYPE.
           MOVE FEE-AMOUNT     TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE   TO TRAN-RESULT-BALANCE.
           MOVE SPACE          TO TRAN-REVERSAL-FLAG.
           MOVE FEE-PARENT-REF TO TRAN-REF-NO.
           MOVE MACHINE-TERM-ID TO TRAN-TERM-ID.
           MOVE 'N'  TO FEE-WRITTEN-SW.
           MOVE ZERO TO FEE-RETRY-COUNT.
           PERFORM WRITE-FEE-TRAN-REC
              UNTIL FEE-WRITTEN OR (FEE-RETRY-COUNT = 99).
           IF NOT FEE-WRITTEN
              DISPLAY 'Warning: transaction log entry not recorded.'
           END-IF.
       WRITE-FEE-END. EXIT.
      *----
       WRITE-FEE-TRAN-REC.
           WRITE TRAN-LOG-REC
              INVALID KEY
                 ADD 1 TO TRAN-TIME
                 ADD 1 TO FEE-RETRY-COUNT
              NOT INVALID KEY
                 SET FEE-WRITTEN TO TRUE
           END-WRITE.
       WRITE-FEE-TRAN-REC-END. EXIT.
      *----
       WRITE-DECLINE-LOG.
           MOVE CUSTOMER-NBR TO DECL-CUST-ID.
           MOVE TODAY-DATE   TO DECL-DATE.
           ACCEPT DECL-TIME FROM TIME.
           MOVE ACCOUNT-NBR  TO DECL-ACCT-ID.
           MOVE 'N'  TO DECL-WRITTEN-SW.
           MOVE ZERO TO DECL-RETRY-COUNT.
           PERFORM WRITE-DECLINE-LOG-REC
              UNTIL DECL-WRITTEN OR (DECL-RETRY-COUNT = 99).
           IF NOT DECL-WRITTEN
              DISPLAY 'Warning: decline not recorded.'
           END-IF.
       WRITE-DECLINE-END. EXIT.
      *----
       WRITE-DECLINE-LOG-REC.
           WRITE DECL-REC
              INVALID KEY
                 ADD 1 TO DECL-TIME
                 ADD 1 TO DECL-RETRY-COUNT
              NOT INVALID KEY
                 SET DECL-WRITTEN TO TRUE
           END-WRITE.
       WRITE-DECLINE-LOG-REC-END. EXIT.
      *----
       PAYING-INVOINCE-PROGRAM.
           DISPLAY 'Please enter invoice type.'.
           DISPLAY 'Please enter the payment amount.'.
           PERFORM ACCEPT-MONEY-AMOUNT.
           MOVE AMOUNT-ENTERED TO PAYMENT-AMOUNT-IN.
           MOVE 'BILLPAY'       TO FEE-CODE.
           MOVE BILL-AMOUNT-DUE TO FEE-BASE-AMOUNT.
           PERFORM LOOKUP-TRAN-FEE.
           IF (PAYMENT-AMOUNT-IN = BILL-AMOUNT-DUE) AND
              (BILL-AMOUNT-DUE + FEE-AMOUNT < AVAILABLE-BALANCE)
              PERFORM CONFIRM-TRAN-FEE
              IF FEE-ACCEPTED
                 PERFORM POST-INVOINCE-PAYMENT
              END-IF
           ELSE
             DISPLAY 'You entered the wrong amount/not enough balance.'
             MOVE 'BILLPAY'         TO DECL-TRAN-TYPE
             MOVE PAYMENT-AMOUNT-IN TO DECL-AMOUNT
             IF PAYMENT-AMOUNT-IN NOT = BILL-AMOUNT-DUE
                SET DECL-INVOICE-AMOUNT TO TRUE
             ELSE
                SET DECL-INSUFFICIENT-FUNDS TO TRUE
             END-IF
             PERFORM WRITE-DECLINE-LOG
           END-IF.
       COLLECT-INVOINCE-END. EXIT.
      *----
       POST-INVOINCE-PAYMENT.
           COMPUTE BALANCE-INQUIRY =
              BALANCE-INQUIRY - BILL-AMOUNT-DUE
           COMPUTE AVAILABLE-BALANCE =
              AVAILABLE-BALANCE - BILL-AMOUNT-DUE
           MOVE BALANCE-INQUIRY TO ACCT-BALANCE
           MOVE TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-REC
           SET  BILL-PAID       TO TRUE
           MOVE TODAY-DATE      TO BILL-PAID-DATE
           MOVE ACCOUNT-NBR     TO BILL-PAYER-ACCT-ID
           REWRITE BILL-REC
           MOVE 'BILLPAY'      TO TRAN-TYPE
           MOVE BILL-AMOUNT-DUE TO TRAN-AMOUNT
           PERFORM WRITE-TRAN-LOG
           MOVE TRAN-TIMESTAMP TO FEE-PARENT-STAMP
           PERFORM POST-TRAN-FEE
           MOVE AVAILABLE-BALANCE TO AMOUNT-DISP
           DISPLAY 'Your available balance:' AMOUNT-DISP
           DISPLAY 'Your payment has been successfully completed.'.
       POST-INVOINCE-END. EXIT.
      *----
       CREDIT-PAYMENT-PROGRAM.
           DISPLAY 'Please enter your credit card number.'.
           DISPLAY 'Please enter the amount you want to pay.'.
           PERFORM ACCEPT-MONEY-AMOUNT.
           MOVE AMOUNT-ENTERED TO CREDIT-PAYMENT-AMOUNT.
           MOVE 'CREDITPMT'           TO FEE-CODE.
           MOVE CREDIT-PAYMENT-AMOUNT TO FEE-BASE-AMOUNT.
           PERFORM LOOKUP-TRAN-FEE.
           IF CREDIT-PAYMENT-AMOUNT + FEE-AMOUNT > AVAILABLE-BALANCE
              DISPLAY 'There is not enough balance in your account.'
              MOVE 'CREDITPMT'   TO DECL-TRAN-TYPE
              MOVE CREDIT-PAYMENT-AMOUNT TO DECL-AMOUNT
              SET DECL-INSUFFICIENT-FUNDS TO TRUE
              PERFORM WRITE-DECLINE-LOG
           ELSE IF CREDIT-PAYMENT-AMOUNT > CARD-DEBT
              DISPLAY 'You cannot pay more than the current debt.'
              MOVE 'CREDITPMT'   TO DECL-TRAN-TYPE
              MOVE CREDIT-PAYMENT-AMOUNT TO DECL-AMOUNT
              SET DECL-OVER-CARD-DEBT TO TRUE
              PERFORM WRITE-DECLINE-LOG
           ELSE
              PERFORM CONFIRM-TRAN-FEE
              IF FEE-ACCEPTED
                 PERFORM POST-CREDIT-PAYMENT
              END-IF
           END-IF.
       CREDIT-END. EXIT.
      *----
       POST-CREDIT-PAYMENT.
           COMPUTE BALANCE-INQUIRY =
              BALANCE-INQUIRY - CREDIT-PAYMENT-AMOUNT
           COMPUTE AVAILABLE-BALANCE =
              AVAILABLE-BALANCE - CREDIT-PAYMENT-AMOUNT
           COMPUTE CARD-DEBT = CARD-DEBT - CREDIT-PAYMENT-AMOUNT
           MOVE BALANCE-INQUIRY TO ACCT-BALANCE
           MOVE TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCT-REC
           REWRITE CARD-REC
           MOVE 'CREDITPMT' TO TRAN-TYPE
           MOVE CREDIT-PAYMENT-AMOUNT TO TRAN-AMOUNT
           MOVE CREDIT-CARD-NO TO TRAN-REF-WORK
           PERFORM WRITE-TRAN-LOG
           MOVE TRAN-TIMESTAMP TO FEE-PARENT-STAMP
           PERFORM POST-TRAN-FEE
           MOVE CARD-DEBT TO AMOUNT-DISP
           DISPLAY 'Your remaining card debt:' AMOUNT-DISP
           MOVE AVAILABLE-BALANCE TO AMOUNT-DISP
           DISPLAY 'Your available balance:' AMOUNT-DISP.
       POST-CREDIT-END. EXIT.
      *----
       TRANSFER-PROGRAM.
           SET TRANSFER-OK TO TRUE.
              ACCEPT  TRANSFER-IBAN
           END-IF.
           PERFORM CHECK-TRANSFER-IBAN.
           IF TRANSFER-OK
              PERFORM CHECK-TRANSFER-ROUTE
           END-IF.
           IF TRANSFER-OK
              DISPLAY 'Please enter the amount to transfer.'
              PERFORM ACCEPT-MONEY-AMOUNT
           IF TRANSFER-OK
              DISPLAY 'Please enter the transfer describtion.'
              ACCEPT  TRANSFER-DESCRIPTION
              PERFORM CONFIRM-TRAN-FEE
              IF FEE-ACCEPTED
                 PERFORM POST-TRANSFER
                 IF TRANSFER-OK
                    DISPLAY 'Your transfer has been successfully'
                       ' completed.'
                 ELSE
                    DISPLAY 'Your transfer could not be completed.'
                 END-IF
              END-IF
           END-IF.
       TRANSFER-END. EXIT.
                    DISPLAY 'That IBAN is not registered as one of'
                       ' your beneficiaries.'
                    SET TRANSFER-DENIED TO TRUE
                    MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
                    MOVE ZERO          TO DECL-AMOUNT
                    SET DECL-IBAN-UNREGISTERED TO TRUE
                    PERFORM WRITE-DECLINE-LOG
                 NOT INVALID KEY
                    MOVE BENEF-ACCT-ID TO TRANSFER-DEST-ACCT-ID
              END-READ
       CHECK-END. EXIT.
      *----
       CHECK-TRANSFER-AMOUNT.
           IF TRANSFER-ON-US
              MOVE 'TRANSFEROUT' TO FEE-CODE
           ELSE
              MOVE 'CLEARINGOUT' TO FEE-CODE
           END-IF.
           MOVE TRANSFER-AMOUNT TO FEE-BASE-AMOUNT.
           PERFORM LOOKUP-TRAN-FEE.
           IF TRANSFER-AMOUNT + FEE-AMOUNT > AVAILABLE-BALANCE
              DISPLAY 'There is not enough balance in your account.'
              SET TRANSFER-DENIED TO TRUE
              MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
              MOVE TRANSFER-AMOUNT TO DECL-AMOUNT
              SET DECL-INSUFFICIENT-FUNDS TO TRUE
              PERFORM WRITE-DECLINE-LOG
           END-IF.
       CHECK-END. EXIT.
      *----
       CHECK-TRANSFER-ROUTE.
           SET TRANSFER-ON-US TO TRUE.
           IF TRANSFER-DEST-ACCT-ID = ZERO
              SET TRANSFER-OFF-US TO TRUE
                 INVALID KEY
                    SET TRANSFER-OFF-US TO TRUE
              END-READ
              IF TRANSFER-ON-US AND ACCT-CLOSED
                 DISPLAY 'The beneficiary account is closed.'
                 SET TRANSFER-DENIED TO TRUE
                 MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
                 MOVE ZERO          TO DECL-AMOUNT
                 SET DECL-BENEF-CLOSED TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
              IF TRANSFER-ON-US AND ACCT-TIME-DEPOSIT
                 DISPLAY 'The beneficiary account is a time deposit'
                    ' and cannot receive transfers.'
                 SET TRANSFER-DENIED TO TRUE
                 MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
                 MOVE ZERO          TO DECL-AMOUNT
                 SET DECL-TIME-DEPOSIT TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
              PERFORM REREAD-SESSION-ACCOUNT
           END-IF.
       CHECK-ROUTE-END. EXIT.
      *----
       REREAD-SESSION-ACCOUNT.
           MOVE ACCOUNT-NBR TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: account record not re-read.'
           END-READ.
       REREAD-END. EXIT.
      *----
       POST-TRANSFER.
           MOVE ACCOUNT-NBR TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
              MOVE 'TRANSFEROUT' TO TRAN-TYPE
              MOVE TRANSFER-AMOUNT TO TRAN-AMOUNT
              PERFORM WRITE-TRAN-LOG
              MOVE TRAN-TIMESTAMP TO FEE-PARENT-STAMP
              IF TRANSFER-ON-US
                 PERFORM CREDIT-ON-US-TRANSFER
                 PERFORM REREAD-SESSION-ACCOUNT
              ELSE
                 PERFORM WRITE-CLEARING-OUT
              END-IF
              PERFORM POST-TRAN-FEE
           END-IF.
       POST-END. EXIT.
      *----
           MOVE TRANSFER-AMOUNT      TO CLRG-AMOUNT.
           MOVE TRANSFER-DESCRIPTION TO CLRG-DESCRIPTION.
           MOVE TODAY-DATE           TO CLRG-VALUE-DATE.
           MOVE MACHINE-TERM-ID      TO CLRG-TERM-ID.
           WRITE CLRG-REC.
           IF ST-CLRG-OUT = 0
              DISPLAY 'Your transfer has been sent to the other bank.'
              MOVE NEW-BENEF-IBAN     TO BENEF-IBAN
              MOVE NEW-BENEF-ACCT-ID  TO BENEF-ACCT-ID
              MOVE NEW-BENEF-NAME     TO BENEF-NAME
              MOVE TODAY-DATE         TO BENEF-ADDED-DATE
              ACCEPT BENEF-ADDED-TIME FROM TIME
              WRITE BENEF-REC
                 INVALID KEY
                    DISPLAY 'That IBAN is already registered.'
           IF SO-ENTRY-OK
              PERFORM COLLECT-SO-SCHEDULE
           END-IF.
           IF SO-ENTRY-OK
              PERFORM SHOW-ORDER-FEE
           END-IF.
           IF SO-ENTRY-OK
              PERFORM WRITE-STANDING-ORDER
           END-IF.
              ACCEPT SO-DESCRIPTION
           END-IF.
       COLLECT-SO-SCHEDULE-END. EXIT.
      *----
       SHOW-ORDER-FEE.
           IF SO-TYPE-SELECTING = '2'
              MOVE 'BILLPAY'     TO FEE-CODE
           ELSE IF SO-DEST-ACCT-ID = ZERO
              MOVE 'CLEARINGOUT' TO FEE-CODE
           ELSE
              MOVE 'TRANSFEROUT' TO FEE-CODE
           END-IF.
           MOVE SO-AMOUNT TO FEE-BASE-AMOUNT.
           MOVE ZERO      TO FEE-AMOUNT.
           SET FEE-NOT-SCHEDULED TO TRUE.
           MOVE FEE-CODE          TO FEES-TRAN-CODE.
           MOVE SESSION-ACCT-TYPE TO FEES-ACCT-TYPE.
           READ FEES-INP KEY IS FEES-KEY
              NOT INVALID KEY
                 SET FEE-SCHEDULED TO TRUE
                 PERFORM COMPUTE-TRAN-FEE
           END-READ.
           IF FEE-SCHEDULED AND (FEE-AMOUNT > 0)
              DISPLAY 'Each execution of this order is charged'
                 ' a fee.'
              IF FEES-FREE-PER-MONTH > 0
                 DISPLAY 'The first ' FEES-FREE-PER-MONTH
                    ' uses in a month are free.'
              END-IF
           END-IF.
           PERFORM CONFIRM-TRAN-FEE.
           IF FEE-DECLINED
              SET SO-ENTRY-DENIED TO TRUE
           END-IF.
       SHOW-ORDER-FEE-END. EXIT.
      *----
       WRITE-STANDING-ORDER.
           PERFORM FIND-NEXT-SO-SEQ.
       OWN-TRANSFER-PROGRAM.
           SET OWN-TRANSFER-OK TO TRUE.
           PERFORM LOAD-ACCT-LIST.
           PERFORM REREAD-SESSION-ACCOUNT.
           IF AL-COUNT < 2
              DISPLAY 'You have no other account to transfer to.'
              SET OWN-TRANSFER-DENIED TO TRUE
                 DISPLAY 'There is not enough balance in your'
                    ' account.'
                 SET OWN-TRANSFER-DENIED TO TRUE
                 MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
                 MOVE OWN-TRANSFER-AMOUNT TO DECL-AMOUNT
                 SET DECL-INSUFFICIENT-FUNDS TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
           END-IF.
           IF OWN-TRANSFER-OK
                 DISPLAY 'The receiving account is dormant.'
                    ' Please see a teller.'
                 SET OWN-TRANSFER-DENIED TO TRUE
                 MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
                 MOVE OWN-TRANSFER-AMOUNT TO DECL-AMOUNT
                 SET DECL-DORMANT-ACCOUNT TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
           END-IF.
           IF OWN-TRANSFER-OK
              IF ACCT-TIME-DEPOSIT
                 DISPLAY 'The receiving account is a time deposit'
                    ' and cannot receive transfers.'
                 SET OWN-TRANSFER-DENIED TO TRUE
                 MOVE 'TRANSFEROUT' TO DECL-TRAN-TYPE
                 MOVE OWN-TRANSFER-AMOUNT TO DECL-AMOUNT
                 SET DECL-TIME-DEPOSIT TO TRUE
                 PERFORM WRITE-DECLINE-LOG
              END-IF
           END-IF.
           IF OWN-TRANSFER-OK
              MOVE 'TRANSFERIN' TO TRAN-TYPE
              MOVE OWN-TRANSFER-AMOUNT TO TRAN-AMOUNT
              PERFORM WRITE-TRAN-LOG
           END-IF.
           PERFORM REREAD-SESSION-ACCOUNT.
           IF OWN-TRANSFER-OK
              MOVE AVAILABLE-BALANCE TO AMOUNT-DISP
              DISPLAY 'Your transfer has been successfully'
                 ' completed.'
