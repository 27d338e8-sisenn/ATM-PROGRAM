      *    AFFECTED ACCOUNT AND BEFORE/AFTER VALUES. CAPTURED
      *    CARD RELEASES ARE JOURNALED ENTRY BY ENTRY INSTEAD OF
      *    BEING SILENTLY PURGED.
      *
      *    A TELLER CAN CLOSE AN ACCOUNT THAT HAS NO HELD AMOUNT,
      *    IS NOT OVERDRAWN AND HAS NO UNPOSTED OD ACCRUAL. THE
      *    REMAINING BALANCE IS PAID OUT WITH A CLOSEOUT POSTING,
      *    THE ACCOUNT'S STANDING ORDERS ON SORD-INP ARE
      *    CANCELLED AND ITS BENEFICIARIES ON BENEF-INP REMOVED,
      *    EACH STEP JOURNALED, AND A CLOSING STATEMENT FOR THE
      *    CUSTOMER IS PRINTED TO CLS-STMT.
      *
      *    A TELLER REVERSAL ALSO REFUNDS THE FEES CHARGED WITH
      *    THE ORIGINAL POSTING: EACH FEE ENTRY WHOSE TRAN-REF-NO
      *    CARRIES THE ORIGINAL POSTING'S DATE AND TIME IS
      *    FLAGGED REVERSED AND OFFSET BY A REVERSAL-CR. POSTINGS
      *    ON A CLOSED ACCOUNT ARE NOT REVERSED.
      *
      *    THE FRAUD ALERT REVIEW LISTS THE OPEN AND ESCALATED
      *    ALERTS RAISED BY THE ATM0021 FRAUD MONITOR ON
      *    ALERT-INP, HIGHEST SCORE FIRST AND OLDEST FIRST WITHIN
      *    A SCORE; THE WHOLE FILE IS SCANNED AND THE TEN HIGHEST
      *    ARE SHOWN. THE TELLER CAN CLEAR OR ESCALATE AN ALERT
      *    WITH A COMMENT, STAMPED WITH THEIR OPERATOR NUMBER AND
      *    THE TIME, AND CAN PLACE OR LIFT A LOCAL BLOCK ON THE
      *    CUSTOMER'S CARD, WHICH ATM0001 REFUSES AT SIGN-ON WHILE
      *    IT IS IN PLACE. EVERY ACTION IS JOURNALED.
      *
      *    POSTINGS AND ACCOUNT DATES CARRY THE BUSINESS DATE
      *    HELD ON THE SYSCTL CONTROL FILE, NOT THE MACHINE DATE,
      *    SO WORK DONE AROUND MIDNIGHT FALLS ON THE BUSINESS DAY
      *    STILL OPEN. JOURNAL ENTRIES KEEP THE MACHINE DATE AND
      *    TIME THEY WERE MADE.
      *
      *    A VAULT CASH LOAD STARTS WITH A PHYSICAL COUNT OF EVERY
      *    DENOMINATION. THE COUNT IS SETTLED AGAINST THE CASH
      *    EXPECTED SINCE THE LAST LOAD ON VAULTJRN (OPENING CASH
      *    PLUS DEPOSITS LESS WITHDRAWALS NOT REVERSED ON
      *    TRAN-LOG-INP) AND THE RESULT WRITTEN TO CASH-SETL. A
      *    DIFFERENCE ABOVE THE TOLERANCE ON PARMINP NEEDS A
      *    SUPERVISOR TO SIGN OFF WITH THEIR OPERATOR NUMBER AND
      *    PIN, OR THE LOAD IS ABANDONED. VAULT-NOTE-COUNT IS THEN
      *    RESET TO THE NOTES COUNTED PLUS THE NOTES LOADED.
      *    THE LOAD IS DATED WITH THE BUSINESS DATE, AS POSTINGS
      *    ARE, SO A LOAD MADE AFTER MIDNIGHT BUT BEFORE THE
      *    ATM0019 DATE ROLL STILL BOUNDS THE CYCLE CORRECTLY.
      *
      *    VAULT-INP AND VAULTJRN ARE HELD PER TERMINAL, SO A LOAD
      *    STARTS WITH THE TELLER KEYING THE TERMINAL ID, WHICH
      *    MUST BE ON TERM-INP. ONLY THAT TERMINAL'S CASSETTES AND
      *    POSTINGS ENTER THE SETTLEMENT, AND THE CASH LEFT AFTER
      *    THE LOAD MAY NOT EXCEED THE TERMINAL'S CASH CAPACITY.
      *    A TELLER CAN ALSO PUT A TERMINAL IN SERVICE, OUT OF
      *    SERVICE OR OFF-LINE WITH A REASON. EVERY STATUS CHANGE
      *    IS LOGGED TO TERM-EVT FOR THE ATM0023 ACTIVITY REPORT
      *    AND JOURNALED.
      *
      *    A TELLER KEEPS THE CUSTOMER'S MOBILE NUMBER, E-MAIL
      *    ADDRESS AND SMS AND E-MAIL OPT-INS ON CUST-INP FOR THE
      *    ATM0024 NOTIFICATION EXTRACT. EACH FIELD CHANGED IS
      *    JOURNALED AGAINST THE CUSTOMER NUMBER.
      *
      *    A TELLER CAN OPEN A TIME DEPOSIT FUNDED FROM AN ACTIVE
      *    CHECKING ACCOUNT, WITH A TERM IN DAYS, AN AGREED ANNUAL
      *    RATE AND A ROLLOVER OR PAYOUT INSTRUCTION FOR MATURITY,
      *    AND CAN BREAK ONE EARLY. A BROKEN DEPOSIT EARNS INTEREST
      *    FOR THE DAYS HELD AT THE BREAKAGE RATE ON PARMINP, NEVER
      *    MORE THAN THE AGREED RATE, AND IS PAID BACK TO THE
      *    LINKED CHECKING ACCOUNT AND CLOSED. EVERY MOVEMENT IS
      *    POSTED TO TRAN-LOG-INP AND THE OPEN AND BREAK ARE
      *    JOURNALED. A TIME DEPOSIT IS NOT CLOSED THROUGH THE
      *    ACCOUNT CLOSURE, AND ITS POSTINGS CANNOT BE REVERSED.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                            STATUS ST-LOCK-INP.
           SELECT VAULT-INP ASSIGN TO VAULTINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VAULT-KEY
                            STATUS ST-VAULT-INP.
           SELECT VAULT-JRN ASSIGN TO VAULTJRN
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY VJRN-KEY
                            STATUS ST-VAULT-JRN.
           SELECT OPER-INP  ASSIGN TO OPERINP
                            STATUS ST-MAINT-JRN.
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT CARD-INP  ASSIGN TO CARDINP
           SELECT PARM-INP  ASSIGN TO PARMINP
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-PARM-INP.
           SELECT SORD-INP  ASSIGN TO SORDINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SORD-KEY
                            STATUS ST-SORD-INP.
           SELECT BENEF-INP ASSIGN TO BENFINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY BENEF-KEY
                            STATUS ST-BENEF-INP.
           SELECT CLS-STMT  ASSIGN TO CLSSTMT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-CLS-STMT.
           SELECT ALERT-INP ASSIGN TO ALERTINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY FALT-KEY
                            STATUS ST-ALERT-INP.
           SELECT CASH-SETL ASSIGN TO CASHSETL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY SETL-KEY
                            STATUS ST-CASH-SETL.
           SELECT TERM-INP  ASSIGN TO TERMINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY TERM-KEY
                            STATUS ST-TERM-INP.
           SELECT TERM-EVT  ASSIGN TO TERMEVT
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY TEVT-KEY
                            STATUS ST-TERM-EVT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
           COPY BILLREC.
       FD  PARM-INP.
           COPY PARMREC.
       FD  SORD-INP.
           COPY SORDREC.
       FD  BENEF-INP.
           COPY BENEFREC.
       FD  ALERT-INP.
           COPY FALTREC.
       FD  CASH-SETL.
           COPY CSETLREC.
       FD  TERM-INP.
           COPY TERMREC.
       FD  TERM-EVT.
           COPY TEVTREC.
       FD  CTRL-INP.
           COPY CTRLREC.
       FD  CLS-STMT
           RECORD CONTAINS 132 CHARACTERS.
       01  CLS-LINE                    PIC X(132).
      *----
       WORKING-STORAGE SECTION.
      *----
       01  STAFF-SELECTING             PIC X(02).
       01  STAFF-EXIT-FLAG             PIC X(03)       VALUE 'YES'.
      *----
       01  SIGNON-ENTRY.
           05 REACT-ACCT-ID            PIC 9(10).
      *----
       01  VAULT-LOAD-ENTRY.
           05 LOAD-TERM-ID             PIC X(08).
           05 LOAD-DENOM               PIC 9(04).
           05 LOAD-NOTE-COUNT          PIC 9(06).
      *----
       01  VAULT-LOW-CASH-THRESHOLD    PIC 9(04)       VALUE 0010.
      *----
       01  CASH-TOLERANCE              PIC 9(06)V99    VALUE ZERO.
      *----
       01  TDEP-BREAK-RATE-BP          PIC 9(04)       VALUE ZERO.
      *----
       01  CASH-COUNT-ENTRY.
           05 CC-INDEX                 PIC 9(02).
           05 CC-COUNT                 PIC 9(02).
           05 CC-DENOM-TABLE OCCURS 6 TIMES.
              10 CC-DENOM              PIC 9(04).
              10 CC-BOOK-NOTES         PIC 9(06).
              10 CC-OPEN-NOTES         PIC 9(06).
              10 CC-COUNTED-NOTES      PIC 9(06).
              10 CC-LOADED-NOTES       PIC 9(06).
           05 CC-CYCLE-START           PIC 9(16).
           05 CC-LOAD-STAMP.
              10 CC-LOAD-DATE          PIC 9(08).
              10 CC-LOAD-TIME          PIC 9(08).
           05 CC-OPENING-AMOUNT        PIC 9(10)V99.
           05 CC-DISPENSED-AMOUNT      PIC 9(10)V99.
           05 CC-RECEIVED-AMOUNT       PIC 9(10)V99.
           05 CC-EXPECTED-AMOUNT       PIC S9(10)V99.
           05 CC-BOOK-AMOUNT           PIC 9(10)V99.
           05 CC-COUNTED-AMOUNT        PIC 9(10)V99.
           05 CC-LOADED-AMOUNT         PIC 9(10)V99.
           05 CC-DIFFERENCE            PIC S9(10)V99.
           05 CC-ABS-DIFFERENCE        PIC 9(10)V99.
           05 CC-SUPERVISOR-ID         PIC 9(06).
           05 CC-SUPERVISOR-PIN        PIC 9(04).
           05 CC-RETRY-COUNT           PIC 9(02).
           05 CC-WRITTEN-SW            PIC X(01).
              88 CC-WRITTEN            VALUE 'Y'.
           05 CC-OK-SW                 PIC X(01).
              88 CC-OK                 VALUE 'Y'.
              88 CC-REFUSED            VALUE 'N'.
           05 CC-EOF-SW                PIC X(01).
              88 CC-AT-END             VALUE 'Y'.
           05 CC-FIT-SW                PIC X(01).
              88 CC-LOAD-FITS          VALUE 'Y'.
              88 CC-LOAD-TOO-BIG       VALUE 'N'.
      *----
       01  DEPOSIT-HOLD-FLOOR          PIC 9(08)V99  VALUE 99999999.
      *----
       01  BUSINESS-DATE               PIC 9(08).
      *----
       01  AMOUNT-ENTRY.
           05 AMOUNT-DIGITS-IN         PIC 9(10).
           05 RVSL-OK-SW               PIC X(01).
              88 RVSL-OK               VALUE 'Y'.
              88 RVSL-DENIED           VALUE 'N'.
      *----
       01  LINKED-FEE-ENTRY.
           05 LFEE-PARENT-STAMP.
              10 LFEE-PARENT-DATE      PIC 9(08).
              10 LFEE-PARENT-TIME      PIC 9(08).
           05 LFEE-PARENT-REF REDEFINES LFEE-PARENT-STAMP
                                       PIC 9(16).
           05 LFEE-AMOUNT              PIC 9(08)V99.
           05 LFEE-FOUND-SW            PIC X(01).
              88 LFEE-FOUND            VALUE 'Y'.
           05 LFEE-EOF-SW              PIC X(01).
              88 LFEE-AT-END           VALUE 'Y'.
      *----
       01  CLOSE-ACCOUNT-ENTRY.
           05 CLS-ACCT-ID              PIC 9(10).
           05 CLS-CONFIRM              PIC X(03).
           05 CLS-CLOSE-DATE           PIC 9(08).
           05 CLS-PAYOUT-AMOUNT        PIC 9(10)V99.
           05 CLS-ORDERS-CANCELLED     PIC 9(04).
           05 CLS-BENEF-REMOVED        PIC 9(04).
           05 CLS-CUST-NAME            PIC X(15).
           05 CLS-CUST-SURNAME         PIC X(15).
           05 CLS-OK-SW                PIC X(01).
              88 CLS-OK                VALUE 'Y'.
              88 CLS-DENIED            VALUE 'N'.
           05 CLS-EOF-SW               PIC X(01).
              88 CLS-AT-END            VALUE 'Y'.
      *----
       01  CLOSING-STATEMENT-FIELDS.
           05 CS-AMOUNT-DISP           PIC Z(09)9.99.
           05 CS-COUNT-DISP            PIC Z(03)9.
      *----
       01  ALERT-REVIEW-ENTRY.
           05 ARV-INDEX                PIC 9(02).
           05 ARV-COUNT                PIC 9(02).
           05 ARV-SELECTION            PIC 9(02).
           05 ARV-ACTION               PIC X(01).
           05 ARV-COMMENT              PIC X(40).
           05 ARV-OLD-STATUS           PIC X(01).
           05 ARV-QUEUE OCCURS 10 TIMES.
              10 ARV-ALERT-DATE        PIC 9(08).
              10 ARV-SEQ-NO            PIC 9(06).
              10 ARV-RULE-CODE         PIC X(06).
              10 ARV-SCORE             PIC 9(03).
              10 ARV-CUST-ID           PIC 9(10).
              10 ARV-STATUS            PIC X(01).
           05 ARV-FOUND-SW             PIC X(01).
              88 ARV-FOUND             VALUE 'Y'.
           05 ARV-MORE-SW              PIC X(01).
              88 ARV-MORE-WAITING      VALUE 'Y'.
           05 ARV-EOF-SW               PIC X(01).
              88 ARV-AT-END            VALUE 'Y'.
           05 ARV-SLOT-SW              PIC X(01).
              88 ARV-SLOT-FOUND        VALUE 'Y'.
      *----
       01  TERMINAL-STATUS-ENTRY.
           05 TSC-TERM-ID              PIC X(08).
           05 TSC-OLD-STATUS           PIC X(01).
           05 TSC-NEW-STATUS           PIC X(01).
              88 TSC-STATUS-VALID      VALUE 'I' 'O' 'F'.
           05 TSC-REASON               PIC X(30).
           05 TSC-RETRY-COUNT          PIC 9(02).
           05 TSC-WRITTEN-SW           PIC X(01).
              88 TSC-WRITTEN           VALUE 'Y'.
      *----
       01  CONTACT-DETAILS-ENTRY.
           05 CTC-CUST-ID              PIC 9(10).
           05 CTC-MOBILE-NO            PIC X(15).
           05 CTC-EMAIL-ADDR           PIC X(40).
           05 CTC-SMS-OPT              PIC X(01).
           05 CTC-EMAIL-OPT            PIC X(01).
           05 CTC-CHANGE-COUNT         PIC 9(02).
      *----
       01  TIME-DEPOSIT-ENTRY.
           05 TDEP-SELECTION           PIC X(01).
           05 TDEP-ACCT-ID             PIC 9(10).
           05 TDEP-LINKED-ACCT-ID      PIC 9(10).
           05 TDEP-CUST-ID             PIC 9(10).
           05 TDEP-PRINCIPAL           PIC 9(08)V99.
           05 TDEP-AVAILABLE           PIC S9(10)V99.
           05 TDEP-TERM-DAYS           PIC 9(04).
           05 TDEP-RATE-BP             PIC 9(04).
           05 TDEP-INSTRUCTION         PIC X(01).
              88 TDEP-INSTRUCTION-VALID VALUE 'R' 'P'.
           05 TDEP-START-DATE          PIC 9(08).
           05 TDEP-MATURITY-DATE       PIC 9(08).
           05 TDEP-DAYS-HELD           PIC 9(05).
           05 TDEP-APPLIED-RATE-BP     PIC 9(04).
           05 TDEP-INTEREST            PIC 9(08)V99.
           05 TDEP-PAYOUT              PIC 9(10)V99.
           05 TDEP-CONFIRM             PIC X(03).
           05 TDEP-OK-SW               PIC X(01).
              88 TDEP-OK               VALUE 'Y'.
              88 TDEP-DENIED           VALUE 'N'.
      *----
       01  POSTING-ENTRY.
           05 POSTING-ACCT-ID          PIC 9(10).
           05 POSTING-TYPE             PIC X(11).
           05 POSTING-AMOUNT           PIC 9(08)V99.
      *----
       01  ST-ACCT-INP                 PIC 9(02).
           88 ACCT-INP-SUCC            VALUE 00 97.
       01  ST-CARD-INP                 PIC 9(02).
       01  ST-BILL-INP                 PIC 9(02).
       01  ST-PARM-INP                 PIC 9(02).
       01  ST-SORD-INP                 PIC 9(02).
       01  ST-BENEF-INP                PIC 9(02).
       01  ST-CLS-STMT                 PIC 9(02).
       01  ST-CTRL-INP                 PIC 9(02).
       01  ST-ALERT-INP                PIC 9(02).
       01  ST-CASH-SETL                PIC 9(02).
       01  ST-TERM-INP                 PIC 9(02).
       01  ST-TERM-EVT                 PIC 9(02).
      *----
       01  PURGE-EOF-SW                PIC X(01).
           88 PURGE-AT-END             VALUE 'Y'.
       01  CUST-FOUND-SW               PIC X(01).
           88 CUST-WAS-FOUND           VALUE 'Y'.
           88 CUST-NOT-FOUND           VALUE 'N'.
      *----
       01  TERM-FOUND-SW               PIC X(01).
           88 TERM-WAS-FOUND           VALUE 'Y'.
           88 TERM-NOT-FOUND           VALUE 'N'.
      *----
       PROCEDURE DIVISION.
      *----
           OPEN I-O TRAN-LOG-INP.
           OPEN I-O CARD-INP.
           OPEN I-O BILLERS-INP.
           OPEN I-O SORD-INP.
           OPEN I-O BENEF-INP.
           OPEN I-O ALERT-INP.
           OPEN I-O CASH-SETL.
           OPEN I-O TERM-INP.
           OPEN I-O TERM-EVT.
           OPEN EXTEND CLS-STMT.
           PERFORM READ-SYSTEM-PARMS.
           PERFORM READ-BUSINESS-DATE.
           DISPLAY 'ATM Account Maintenance'
           PERFORM OPERATOR-SIGNON
           PERFORM STAFF-SELECT-PROCESS
           CLOSE TRAN-LOG-INP.
           CLOSE CARD-INP.
           CLOSE BILLERS-INP.
           CLOSE SORD-INP.
           CLOSE BENEF-INP.
           CLOSE ALERT-INP.
           CLOSE CASH-SETL.
           CLOSE TERM-INP.
           CLOSE TERM-EVT.
           CLOSE CLS-STMT.
           STOP RUN.
       MAIN-END. EXIT.
      *----
              END-READ
              IF ST-PARM-INP = 0
                 MOVE PARM-DEPOSIT-HOLD-FLOOR TO DEPOSIT-HOLD-FLOOR
                 MOVE PARM-CASH-OVSH-TOLERANCE TO CASH-TOLERANCE
                 MOVE PARM-TD-BREAK-RATE-BP TO TDEP-BREAK-RATE-BP
              END-IF
              CLOSE PARM-INP
           END-IF.
       READ-PARMS-END. EXIT.
      *----
       READ-BUSINESS-DATE.
           OPEN INPUT CTRL-INP.
           IF ST-CTRL-INP NOT = 0
              DISPLAY 'System control file not available.'
              STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Business date record missing.'
                 STOP RUN
           END-READ.
           MOVE CTRL-BUSINESS-DATE TO BUSINESS-DATE.
           CLOSE CTRL-INP.
       READ-BUSINESS-DATE-END. EXIT.
      *----
       ACCEPT-MONEY-AMOUNT.
           DISPLAY '(Key lira and kurus as one number,'
           DISPLAY '4 - REVERSE A TRANSACTION'.
           DISPLAY '5 - MAINTAIN OVERDRAFT LIMIT'.
           DISPLAY '6 - REACTIVATE DORMANT ACCOUNT'.
           DISPLAY '7 - CLOSE AN ACCOUNT'.
           DISPLAY '8 - FRAUD ALERT REVIEW'.
           DISPLAY '9 - TERMINAL STATUS'.
           DISPLAY '10 - CUSTOMER CONTACT DETAILS'.
           DISPLAY '11 - TIME DEPOSITS'.
           ACCEPT STAFF-SELECTING.
           IF STAFF-SELECTING = '1'
              PERFORM OPEN-ACCOUNT-PROGRAM
              PERFORM OD-LIMIT-PROGRAM
           ELSE IF STAFF-SELECTING = '6'
              PERFORM REACTIVATE-ACCOUNT-PROGRAM
           ELSE IF STAFF-SELECTING = '7'
              PERFORM CLOSE-ACCOUNT-PROGRAM
           ELSE IF STAFF-SELECTING = '8'
              PERFORM ALERT-REVIEW-PROGRAM
           ELSE IF STAFF-SELECTING = '9'
              PERFORM TERMINAL-STATUS-PROGRAM
           ELSE IF STAFF-SELECTING = '10'
              PERFORM CONTACT-DETAILS-PROGRAM
           ELSE IF STAFF-SELECTING = '11'
              PERFORM TIME-DEPOSIT-PROGRAM
           END-IF.
       STAFF-SELECT-END. EXIT.
      *----
              MOVE ZERO             TO ACCT-OD-LIMIT
              MOVE ZERO             TO ACCT-OD-ACCRUED
              MOVE ZERO             TO ACCT-OD-DAYS
              MOVE BUSINESS-DATE    TO ACCT-LAST-ACTIVITY-DATE
              SET  ACCT-ACTIVE      TO TRUE
              MOVE ZERO             TO ACCT-TD-PRINCIPAL
              MOVE ZERO             TO ACCT-TD-TERM-DAYS
              MOVE ZERO             TO ACCT-TD-RATE-BP
              MOVE ZERO             TO ACCT-TD-START-DATE
              MOVE ZERO             TO ACCT-TD-MATURITY-DATE
              MOVE SPACE            TO ACCT-TD-INSTRUCTION
              MOVE ZERO             TO ACCT-TD-LINKED-ACCT-ID
              WRITE ACCT-REC
                 INVALID KEY
                    DISPLAY 'The account could not be created.'
              MOVE NEW-ACCT-SURNAME TO CUST-SURNAME
              MOVE NEW-ACCT-PIC     TO CUST-PIN
              SET  CUST-NOT-LOCKED  TO TRUE
              MOVE ZERO             TO CUST-PIN-CHANGE-DATE
              MOVE ZERO             TO CUST-PIN-CHANGE-TIME
              SET  CUST-NOT-LOCAL-BLOCKED TO TRUE
              MOVE SPACES           TO CUST-MOBILE-NO
              MOVE SPACES           TO CUST-EMAIL-ADDR
              SET  CUST-SMS-OPTED-OUT   TO TRUE
              SET  CUST-EMAIL-OPTED-OUT TO TRUE
              WRITE CUST-REC
                 INVALID KEY
                    DISPLAY 'The customer could not be created.'
                 DISPLAY 'That account is not dormant.'
              ELSE
                 SET ACCT-ACTIVE TO TRUE
                 MOVE BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
                 REWRITE ACCT-REC
                 MOVE 'ACCTREACT'   TO JRN-ACTION-CODE
                 MOVE REACT-ACCT-ID TO JRN-ACCT-ID
              END-IF
           END-IF.
       REACTIVATE-END. EXIT.
      *----
       CLOSE-ACCOUNT-PROGRAM.
           DISPLAY 'Enter the account number to close.'
           ACCEPT CLS-ACCT-ID
           MOVE CLS-ACCT-ID TO ACCT-ID
           SET  ACCT-WAS-FOUND TO TRUE
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'No account found with that number.'
                 SET ACCT-NOT-FOUND TO TRUE
           END-READ.
           IF ACCT-WAS-FOUND
              PERFORM CHECK-CLOSURE-ALLOWED
              IF CLS-OK
                 PERFORM CONFIRM-CLOSURE
              END-IF
           END-IF.
       CLOSE-ACCOUNT-END. EXIT.
      *----
       CHECK-CLOSURE-ALLOWED.
           SET CLS-OK TO TRUE.
           IF ACCT-CLOSED
              DISPLAY 'That account is already closed.'
              SET CLS-DENIED TO TRUE
           ELSE IF ACCT-TIME-DEPOSIT
              DISPLAY 'That account is a time deposit. It is closed'
                 ' at maturity or by breaking it under option 11.'
              SET CLS-DENIED TO TRUE
           ELSE IF ACCT-HELD-AMOUNT > ZERO
              MOVE ACCT-HELD-AMOUNT TO AMOUNT-DISP
              DISPLAY 'The account has a held amount of'
                 AMOUNT-DISP '. It cannot be closed until the'
                 ' hold is released.'
              SET CLS-DENIED TO TRUE
           ELSE IF ACCT-BALANCE < ZERO
              DISPLAY 'The account is overdrawn. It cannot be'
                 ' closed until the debit balance is repaid.'
              SET CLS-DENIED TO TRUE
           ELSE IF ACCT-OD-ACCRUED > ZERO
              MOVE ACCT-OD-ACCRUED TO AMOUNT-DISP
              DISPLAY 'The account has unposted overdraft interest'
                 ' of' AMOUNT-DISP '. It cannot be closed until'
                 ' it is posted.'
              SET CLS-DENIED TO TRUE
           END-IF.
       CHECK-CLOSURE-END. EXIT.
      *----
       CONFIRM-CLOSURE.
           MOVE ACCT-BALANCE TO AMOUNT-DISP.
           DISPLAY 'Balance to be paid out:' AMOUNT-DISP.
           DISPLAY 'Close this account? (YES/NO)'.
           ACCEPT CLS-CONFIRM.
           IF CLS-CONFIRM = 'YES'
              PERFORM POST-CLOSURE
           ELSE
              DISPLAY 'The account was not closed.'
           END-IF.
       CONFIRM-CLOSURE-END. EXIT.
      *----
       POST-CLOSURE.
           MOVE BUSINESS-DATE TO CLS-CLOSE-DATE.
           MOVE ZERO TO CLS-PAYOUT-AMOUNT.
           MOVE ZERO TO CLS-ORDERS-CANCELLED.
           MOVE ZERO TO CLS-BENEF-REMOVED.
           MOVE SPACES TO CLS-CUST-NAME.
           MOVE SPACES TO CLS-CUST-SURNAME.
           MOVE ACCT-CUST-ID TO CUST-ID.
           READ CUST-INP KEY IS CUST-KEY
              NOT INVALID KEY
                 MOVE CUST-NAME    TO CLS-CUST-NAME
                 MOVE CUST-SURNAME TO CLS-CUST-SURNAME
           END-READ.
           IF ACCT-BALANCE > ZERO
              PERFORM PAY-OUT-BALANCE
           END-IF.
           PERFORM CANCEL-ACCOUNT-ORDERS.
           PERFORM REMOVE-ACCOUNT-BENEFS.
           PERFORM MARK-ACCOUNT-CLOSED.
           PERFORM PRINT-CLOSING-STATEMENT.
           DISPLAY 'The account has been closed.'.
       POST-CLOSURE-END. EXIT.
      *----
       PAY-OUT-BALANCE.
           MOVE ACCT-BALANCE TO CLS-PAYOUT-AMOUNT.
           MOVE ZERO         TO ACCT-BALANCE.
           REWRITE ACCT-REC.
           MOVE CLS-ACCT-ID       TO POSTING-ACCT-ID.
           MOVE 'CLOSEOUT'        TO POSTING-TYPE.
           MOVE CLS-PAYOUT-AMOUNT TO POSTING-AMOUNT.
           PERFORM WRITE-POSTING-TRAN.
           MOVE 'CLOSEPAY'        TO JRN-ACTION-CODE.
           MOVE CLS-ACCT-ID       TO JRN-ACCT-ID.
           MOVE CLS-PAYOUT-AMOUNT TO AMOUNT-DISP.
           MOVE AMOUNT-DISP       TO JRN-BEFORE-VALUE.
           MOVE ZERO              TO AMOUNT-DISP.
           MOVE AMOUNT-DISP       TO JRN-AFTER-VALUE.
           PERFORM WRITE-MAINT-JRN.
           MOVE CLS-PAYOUT-AMOUNT TO AMOUNT-DISP.
           DISPLAY 'Pay the customer' AMOUNT-DISP ' TL.'.
       PAY-OUT-END. EXIT.
      *----
       CANCEL-ACCOUNT-ORDERS.
           MOVE 'N' TO CLS-EOF-SW.
           MOVE CLS-ACCT-ID TO SORD-ACCT-ID.
           MOVE ZERO        TO SORD-SEQ-NO.
           START SORD-INP KEY IS NOT LESS THAN SORD-KEY
              INVALID KEY
                 MOVE 'Y' TO CLS-EOF-SW
           END-START.
           PERFORM CANCEL-ORDER-ENTRY UNTIL CLS-AT-END.
       CANCEL-ORDERS-END. EXIT.
      *----
       CANCEL-ORDER-ENTRY.
           READ SORD-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO CLS-EOF-SW
           END-READ.
           IF NOT CLS-AT-END
              IF SORD-ACCT-ID NOT = CLS-ACCT-ID
                 MOVE 'Y' TO CLS-EOF-SW
              ELSE
                 IF SORD-ACTIVE
                    SET SORD-CANCELLED TO TRUE
                    REWRITE SORD-REC
                    ADD 1 TO CLS-ORDERS-CANCELLED
                    MOVE 'SORDCANCEL'     TO JRN-ACTION-CODE
                    MOVE CLS-ACCT-ID      TO JRN-ACCT-ID
                    MOVE SORD-DESCRIPTION TO JRN-BEFORE-VALUE
                    MOVE 'CANCELLED'      TO JRN-AFTER-VALUE
                    PERFORM WRITE-MAINT-JRN
                 END-IF
              END-IF
           END-IF.
       CANCEL-ORDER-END. EXIT.
      *----
       REMOVE-ACCOUNT-BENEFS.
           MOVE 'N' TO CLS-EOF-SW.
           MOVE CLS-ACCT-ID TO BENEF-OWNER-ACCT-ID.
           MOVE LOW-VALUES  TO BENEF-IBAN.
           START BENEF-INP KEY IS NOT LESS THAN BENEF-KEY
              INVALID KEY
                 MOVE 'Y' TO CLS-EOF-SW
           END-START.
           PERFORM REMOVE-BENEF-ENTRY UNTIL CLS-AT-END.
       REMOVE-BENEFS-END. EXIT.
      *----
       REMOVE-BENEF-ENTRY.
           READ BENEF-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO CLS-EOF-SW
           END-READ.
           IF NOT CLS-AT-END
              IF BENEF-OWNER-ACCT-ID = CLS-ACCT-ID
                 MOVE 'BENEFDEL'   TO JRN-ACTION-CODE
                 MOVE CLS-ACCT-ID  TO JRN-ACCT-ID
                 MOVE BENEF-IBAN   TO JRN-BEFORE-VALUE
                 MOVE 'REMOVED'    TO JRN-AFTER-VALUE
                 PERFORM WRITE-MAINT-JRN
                 DELETE BENEF-INP RECORD
                    INVALID KEY
                       DISPLAY 'Warning: beneficiary not removed.'
                    NOT INVALID KEY
                       ADD 1 TO CLS-BENEF-REMOVED
                 END-DELETE
              ELSE
                 MOVE 'Y' TO CLS-EOF-SW
              END-IF
           END-IF.
       REMOVE-BENEF-END. EXIT.
      *----
       MARK-ACCOUNT-CLOSED.
           MOVE CLS-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: account not re-read for closure.'
              NOT INVALID KEY
                 MOVE 'ACCTCLOSE'         TO JRN-ACTION-CODE
                 MOVE CLS-ACCT-ID         TO JRN-ACCT-ID
                 MOVE ACCT-DORMANT-STATUS TO JRN-BEFORE-VALUE
                 MOVE 'X'                 TO JRN-AFTER-VALUE
                 SET  ACCT-CLOSED         TO TRUE
                 MOVE CLS-CLOSE-DATE      TO ACCT-LAST-ACTIVITY-DATE
                 REWRITE ACCT-REC
                 PERFORM WRITE-MAINT-JRN
           END-READ.
       MARK-CLOSED-END. EXIT.
      *----
       PRINT-CLOSING-STATEMENT.
           MOVE SPACES TO CLS-LINE.
           STRING 'ACCOUNT CLOSING STATEMENT          '
                  'DATE ' DELIMITED BY SIZE
                  CLS-CLOSE-DATE DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  ACCT-CUST-ID DELIMITED BY SIZE
                  '  '       DELIMITED BY SIZE
                  CLS-CUST-NAME DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  CLS-CUST-SURNAME DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           STRING 'ACCOUNT  ' DELIMITED BY SIZE
                  CLS-ACCT-ID DELIMITED BY SIZE
                  '  TYPE '  DELIMITED BY SIZE
                  ACCT-TYPE  DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE CLS-PAYOUT-AMOUNT TO CS-AMOUNT-DISP.
           MOVE SPACES TO CLS-LINE.
           STRING 'BALANCE PAID OUT                '
                  DELIMITED BY SIZE
                  CS-AMOUNT-DISP DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE CLS-ORDERS-CANCELLED TO CS-COUNT-DISP.
           MOVE SPACES TO CLS-LINE.
           STRING 'STANDING ORDERS CANCELLED       '
                  DELIMITED BY SIZE
                  CS-COUNT-DISP DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE CLS-BENEF-REMOVED TO CS-COUNT-DISP.
           MOVE SPACES TO CLS-LINE.
           STRING 'BENEFICIARIES REMOVED           '
                  DELIMITED BY SIZE
                  CS-COUNT-DISP DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           STRING 'THIS ACCOUNT IS NOW CLOSED. NO FURTHER'
                  ' TRANSACTIONS WILL BE ACCEPTED ON IT.'
                  DELIMITED BY SIZE
                  INTO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           WRITE CLS-LINE.
       PRINT-CLOSING-END. EXIT.
      *----
       ALERT-REVIEW-PROGRAM.
           PERFORM LOAD-ALERT-QUEUE
           IF ARV-COUNT = ZERO
              DISPLAY 'There are no open fraud alerts to review.'
           ELSE
              DISPLAY 'Open fraud alerts (highest score first):'
              PERFORM SHOW-ALERT-QUEUE-ENTRY VARYING ARV-INDEX
                 FROM 1 BY 1 UNTIL ARV-INDEX > ARV-COUNT
              IF ARV-MORE-WAITING
                 DISPLAY 'More alerts are waiting behind these.'
              END-IF
              DISPLAY 'Enter the line number of the alert to work.'
              ACCEPT ARV-SELECTION
              IF (ARV-SELECTION < 1) OR (ARV-SELECTION > ARV-COUNT)
                 DISPLAY 'No alert on that line.'
              ELSE
                 PERFORM WORK-FRAUD-ALERT
              END-IF
           END-IF.
       ALERT-REVIEW-END. EXIT.
      *----
       LOAD-ALERT-QUEUE.
           MOVE ZERO TO ARV-COUNT.
           MOVE 'N'  TO ARV-MORE-SW.
           MOVE 'N'  TO ARV-EOF-SW.
           MOVE ZERO TO FALT-ALERT-DATE.
           MOVE ZERO TO FALT-SEQ-NO.
           START ALERT-INP KEY IS NOT LESS THAN FALT-KEY
              INVALID KEY
                 SET ARV-AT-END TO TRUE
           END-START.
           PERFORM LOAD-ALERT-QUEUE-ENTRY UNTIL ARV-AT-END.
       LOAD-ALERT-QUEUE-END. EXIT.
      *----
       LOAD-ALERT-QUEUE-ENTRY.
           READ ALERT-INP NEXT RECORD
              AT END
                 SET ARV-AT-END TO TRUE
           END-READ.
           IF NOT ARV-AT-END
              IF FALT-OPEN OR FALT-ESCALATED
                 IF ARV-COUNT < 10
                    ADD 1 TO ARV-COUNT
                    PERFORM INSERT-ALERT-QUEUE-ENTRY
                 ELSE
                    SET ARV-MORE-WAITING TO TRUE
                    IF FALT-SCORE > ARV-SCORE(10)
                       PERFORM INSERT-ALERT-QUEUE-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-IF.
       LOAD-ALERT-ENTRY-END. EXIT.
      *----
       INSERT-ALERT-QUEUE-ENTRY.
           MOVE ARV-COUNT TO ARV-INDEX.
           MOVE 'N' TO ARV-SLOT-SW.
           PERFORM FIND-ALERT-QUEUE-SLOT UNTIL ARV-SLOT-FOUND.
           MOVE FALT-ALERT-DATE TO ARV-ALERT-DATE(ARV-INDEX).
           MOVE FALT-SEQ-NO     TO ARV-SEQ-NO(ARV-INDEX).
           MOVE FALT-RULE-CODE  TO ARV-RULE-CODE(ARV-INDEX).
           MOVE FALT-SCORE      TO ARV-SCORE(ARV-INDEX).
           MOVE FALT-CUST-ID    TO ARV-CUST-ID(ARV-INDEX).
           MOVE FALT-STATUS     TO ARV-STATUS(ARV-INDEX).
       INSERT-ALERT-QUEUE-END. EXIT.
      *----
       FIND-ALERT-QUEUE-SLOT.
           IF ARV-INDEX = 1
              SET ARV-SLOT-FOUND TO TRUE
           ELSE IF ARV-SCORE(ARV-INDEX - 1) NOT < FALT-SCORE
              SET ARV-SLOT-FOUND TO TRUE
           ELSE
              MOVE ARV-QUEUE(ARV-INDEX - 1) TO ARV-QUEUE(ARV-INDEX)
              SUBTRACT 1 FROM ARV-INDEX
           END-IF
           END-IF.
       FIND-ALERT-QUEUE-SLOT-END. EXIT.
      *----
       SHOW-ALERT-QUEUE-ENTRY.
           DISPLAY ARV-INDEX ' - ' ARV-ALERT-DATE(ARV-INDEX) '-'
              ARV-SEQ-NO(ARV-INDEX) ' ' ARV-RULE-CODE(ARV-INDEX)
              ' SCORE ' ARV-SCORE(ARV-INDEX)
              ' CUSTOMER ' ARV-CUST-ID(ARV-INDEX)
              ' STATUS ' ARV-STATUS(ARV-INDEX).
       SHOW-ALERT-QUEUE-END. EXIT.
      *----
       WORK-FRAUD-ALERT.
           MOVE ARV-ALERT-DATE(ARV-SELECTION) TO FALT-ALERT-DATE.
           MOVE ARV-SEQ-NO(ARV-SELECTION)     TO FALT-SEQ-NO.
           SET  ARV-FOUND TO TRUE.
           READ ALERT-INP KEY IS FALT-KEY
              INVALID KEY
                 DISPLAY 'That alert is no longer on file.'
                 MOVE 'N' TO ARV-FOUND-SW
           END-READ.
           IF ARV-FOUND
              MOVE FALT-AMOUNT TO AMOUNT-DISP
              DISPLAY 'Rule     : ' FALT-RULE-CODE
                 '  Score ' FALT-SCORE
              DISPLAY 'Customer : ' FALT-CUST-ID
                 '  Account ' FALT-ACCT-ID
              DISPLAY 'Event at : ' FALT-EVENT-DATE ' '
                 FALT-EVENT-TIME '  Amount' AMOUNT-DISP
              DISPLAY 'Detail   : ' FALT-DETAIL
              DISPLAY 'Comment  : ' FALT-COMMENT
              DISPLAY '1 - CLEAR THE ALERT'
              DISPLAY '2 - ESCALATE THE ALERT'
              DISPLAY '3 - BLOCK THE CARD'
              DISPLAY '4 - LIFT THE CARD BLOCK'
              ACCEPT ARV-ACTION
              IF ARV-ACTION = '1'
                 PERFORM CLEAR-FRAUD-ALERT
              ELSE IF ARV-ACTION = '2'
                 PERFORM ESCALATE-FRAUD-ALERT
              ELSE IF ARV-ACTION = '3'
                 PERFORM BLOCK-ALERT-CARD
              ELSE IF ARV-ACTION = '4'
                 PERFORM UNBLOCK-ALERT-CARD
              END-IF
           END-IF.
       WORK-FRAUD-ALERT-END. EXIT.
      *----
       CLEAR-FRAUD-ALERT.
           MOVE FALT-STATUS TO ARV-OLD-STATUS.
           SET  FALT-CLEARED TO TRUE.
           MOVE 'ALRTCLEAR'  TO JRN-ACTION-CODE.
           PERFORM UPDATE-FRAUD-ALERT.
           DISPLAY 'The alert has been cleared.'.
       CLEAR-FRAUD-ALERT-END. EXIT.
      *----
       ESCALATE-FRAUD-ALERT.
           MOVE FALT-STATUS TO ARV-OLD-STATUS.
           SET  FALT-ESCALATED TO TRUE.
           MOVE 'ALRTESCAL'  TO JRN-ACTION-CODE.
           PERFORM UPDATE-FRAUD-ALERT.
           DISPLAY 'The alert has been escalated.'.
       ESCALATE-FRAUD-ALERT-END. EXIT.
      *----
       UPDATE-FRAUD-ALERT.
           DISPLAY 'Enter a review comment.'
           ACCEPT ARV-COMMENT
           MOVE ARV-COMMENT  TO FALT-COMMENT
           MOVE OPERATOR-NBR TO FALT-REVIEW-OPER-ID
           ACCEPT FALT-REVIEW-DATE FROM DATE YYYYMMDD
           ACCEPT FALT-REVIEW-TIME FROM TIME
           REWRITE FALT-REC
           MOVE FALT-CUST-ID TO JRN-ACCT-ID
           MOVE SPACES TO JRN-BEFORE-VALUE
           STRING 'ALERT '         DELIMITED BY SIZE
                  FALT-ALERT-DATE  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  FALT-SEQ-NO      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ARV-OLD-STATUS   DELIMITED BY SIZE
                  INTO JRN-BEFORE-VALUE
           MOVE SPACES TO JRN-AFTER-VALUE
           STRING FALT-STATUS      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ARV-COMMENT      DELIMITED BY SIZE
                  INTO JRN-AFTER-VALUE
           PERFORM WRITE-MAINT-JRN.
       UPDATE-FRAUD-ALERT-END. EXIT.
      *----
       BLOCK-ALERT-CARD.
           PERFORM FETCH-ALERT-CUSTOMER.
           IF CUST-WAS-FOUND
              IF CUST-LOCAL-BLOCKED
                 DISPLAY 'That card is already blocked.'
              ELSE
                 SET CUST-LOCAL-BLOCKED TO TRUE
                 REWRITE CUST-REC
                 MOVE 'CARDBLOCK'  TO JRN-ACTION-CODE
                 PERFORM JOURNAL-CARD-BLOCK
                 DISPLAY 'The card has been blocked.'
              END-IF
           END-IF.
       BLOCK-ALERT-CARD-END. EXIT.
      *----
       UNBLOCK-ALERT-CARD.
           PERFORM FETCH-ALERT-CUSTOMER.
           IF CUST-WAS-FOUND
              IF NOT CUST-LOCAL-BLOCKED
                 DISPLAY 'That card is not blocked.'
              ELSE
                 SET CUST-NOT-LOCAL-BLOCKED TO TRUE
                 REWRITE CUST-REC
                 MOVE 'CARDUNBLK'  TO JRN-ACTION-CODE
                 PERFORM JOURNAL-CARD-BLOCK
                 DISPLAY 'The card block has been lifted.'
              END-IF
           END-IF.
       UNBLOCK-ALERT-CARD-END. EXIT.
      *----
       FETCH-ALERT-CUSTOMER.
           MOVE FALT-CUST-ID TO CUST-ID.
           SET  CUST-WAS-FOUND TO TRUE.
           READ CUST-INP KEY IS CUST-KEY
              INVALID KEY
                 DISPLAY 'No customer found for that alert.'
                 SET CUST-NOT-FOUND TO TRUE
           END-READ.
       FETCH-ALERT-CUSTOMER-END. EXIT.
      *----
       JOURNAL-CARD-BLOCK.
           MOVE FALT-CUST-ID TO JRN-ACCT-ID.
           MOVE SPACES TO JRN-BEFORE-VALUE.
           STRING 'ALERT '         DELIMITED BY SIZE
                  FALT-ALERT-DATE  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  FALT-SEQ-NO      DELIMITED BY SIZE
                  INTO JRN-BEFORE-VALUE.
           MOVE CUST-LOCAL-BLOCK-SW TO JRN-AFTER-VALUE.
           PERFORM WRITE-MAINT-JRN.
       JOURNAL-CARD-BLOCK-END. EXIT.
      *----
       PURGE-LOCK-RECORDS.
           MOVE 'N' TO PURGE-EOF-SW.
       DELETE-END. EXIT.
      *----
       VAULT-LOAD-PROGRAM.
           DISPLAY 'Enter the terminal ID being loaded.'
           ACCEPT LOAD-TERM-ID
           PERFORM FETCH-LOAD-TERMINAL
           IF TERM-NOT-FOUND
              DISPLAY 'Unknown terminal ID.'
           ELSE
              PERFORM VAULT-LOAD-TERMINAL
           END-IF.
       VAULT-LOAD-END. EXIT.
      *----
       FETCH-LOAD-TERMINAL.
           MOVE LOAD-TERM-ID TO TERM-ID.
           SET TERM-WAS-FOUND TO TRUE.
           READ TERM-INP KEY IS TERM-KEY
              INVALID KEY
                 SET TERM-NOT-FOUND TO TRUE
           END-READ.
       FETCH-LOAD-TERMINAL-END. EXIT.
      *----
       VAULT-LOAD-TERMINAL.
           PERFORM LOAD-VAULT-DENOMS
           IF CC-COUNT = ZERO
              DISPLAY 'No vault records on file for this terminal.'
           ELSE
              PERFORM FIND-LAST-VAULT-LOAD VARYING CC-INDEX
                 FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT
              PERFORM SUM-CYCLE-CASH-MOVEMENT
              DISPLAY 'Count the notes left in each cassette before'
                 ' loading.'
              PERFORM ACCEPT-PHYSICAL-COUNT VARYING CC-INDEX
                 FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT
              PERFORM SETTLE-CASH-COUNT
              IF CC-OK
                 SET CC-LOAD-TOO-BIG TO TRUE
                 PERFORM ACCEPT-CASSETTE-LOAD UNTIL CC-LOAD-FITS
                 MOVE BUSINESS-DATE TO CC-LOAD-DATE
                 ACCEPT CC-LOAD-TIME FROM TIME
                 PERFORM POST-VAULT-LOAD VARYING CC-INDEX
                    FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT
                 PERFORM WRITE-CASH-SETTLEMENT
                 DISPLAY 'The cash load has been recorded.'
              ELSE
                 DISPLAY 'The count was not signed off. The cash'
                    ' load has been abandoned.'
              END-IF
           END-IF.
       VAULT-LOAD-TERMINAL-END. EXIT.
      *----
       LOAD-VAULT-DENOMS.
           MOVE ZERO TO CC-COUNT.
           MOVE ZERO TO CC-CYCLE-START.
           MOVE 'N'  TO CC-EOF-SW.
           MOVE LOAD-TERM-ID TO VAULT-TERM-ID.
           MOVE ZERO TO VAULT-DENOM.
           START VAULT-INP KEY IS NOT LESS THAN VAULT-KEY
              INVALID KEY
                 SET CC-AT-END TO TRUE
           END-START.
           PERFORM LOAD-VAULT-DENOM-ENTRY UNTIL CC-AT-END.
       LOAD-VAULT-DENOMS-END. EXIT.
      *----
       LOAD-VAULT-DENOM-ENTRY.
           READ VAULT-INP NEXT RECORD
              AT END
                 SET CC-AT-END TO TRUE
           END-READ.
           IF NOT CC-AT-END
              IF VAULT-TERM-ID NOT = LOAD-TERM-ID
                 SET CC-AT-END TO TRUE
              ELSE IF CC-COUNT < 6
                 ADD 1 TO CC-COUNT
                 MOVE VAULT-DENOM      TO CC-DENOM(CC-COUNT)
                 MOVE VAULT-NOTE-COUNT TO CC-BOOK-NOTES(CC-COUNT)
                 MOVE ZERO             TO CC-OPEN-NOTES(CC-COUNT)
                 MOVE ZERO             TO CC-COUNTED-NOTES(CC-COUNT)
                 MOVE ZERO             TO CC-LOADED-NOTES(CC-COUNT)
              ELSE
                 DISPLAY 'Warning: more than 6 denominations on'
                    ' file. Denomination ' VAULT-DENOM ' ignored.'
              END-IF
           END-IF.
       LOAD-VAULT-DENOM-END. EXIT.
      *----
       FIND-LAST-VAULT-LOAD.
           MOVE 'N'  TO CC-EOF-SW.
           MOVE LOAD-TERM-ID TO VJRN-TERM-ID.
           MOVE CC-DENOM(CC-INDEX) TO VJRN-DENOM.
           MOVE ZERO TO VJRN-DATE.
           MOVE ZERO TO VJRN-TIME.
           START VAULT-JRN KEY IS NOT LESS THAN VJRN-KEY
              INVALID KEY
                 SET CC-AT-END TO TRUE
           END-START.
           PERFORM SCAN-VAULT-JRN-ENTRY UNTIL CC-AT-END.
       FIND-LAST-VAULT-LOAD-END. EXIT.
      *----
       SCAN-VAULT-JRN-ENTRY.
           READ VAULT-JRN NEXT RECORD
              AT END
                 SET CC-AT-END TO TRUE
           END-READ.
           IF NOT CC-AT-END
              IF (VJRN-TERM-ID NOT = LOAD-TERM-ID) OR
                 (VJRN-DENOM NOT = CC-DENOM(CC-INDEX))
                 SET CC-AT-END TO TRUE
              ELSE
                 MOVE VJRN-COUNT-AFTER TO CC-OPEN-NOTES(CC-INDEX)
                 IF VJRN-TIMESTAMP > CC-CYCLE-START
                    MOVE VJRN-TIMESTAMP TO CC-CYCLE-START
                 END-IF
              END-IF
           END-IF.
       SCAN-VAULT-JRN-END. EXIT.
      *----
       SUM-CYCLE-CASH-MOVEMENT.
           MOVE ZERO TO CC-OPENING-AMOUNT.
           MOVE ZERO TO CC-BOOK-AMOUNT.
           PERFORM ADD-OPENING-CASH VARYING CC-INDEX
              FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT.
           MOVE ZERO TO CC-DISPENSED-AMOUNT.
           MOVE ZERO TO CC-RECEIVED-AMOUNT.
           MOVE 'N'  TO CC-EOF-SW.
           MOVE LOW-VALUES TO TRAN-LOG-KEY.
           START TRAN-LOG-INP KEY IS NOT LESS THAN TRAN-LOG-KEY
              INVALID KEY
                 SET CC-AT-END TO TRUE
           END-START.
           PERFORM SCAN-CYCLE-POSTING UNTIL CC-AT-END.
       SUM-CYCLE-CASH-END. EXIT.
      *----
       ADD-OPENING-CASH.
           COMPUTE CC-OPENING-AMOUNT = CC-OPENING-AMOUNT +
              (CC-OPEN-NOTES(CC-INDEX) * CC-DENOM(CC-INDEX)).
           COMPUTE CC-BOOK-AMOUNT = CC-BOOK-AMOUNT +
              (CC-BOOK-NOTES(CC-INDEX) * CC-DENOM(CC-INDEX)).
       ADD-OPENING-CASH-END. EXIT.
      *----
       SCAN-CYCLE-POSTING.
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 SET CC-AT-END TO TRUE
           END-READ.
           IF NOT CC-AT-END
              IF (TRAN-TIMESTAMP > CC-CYCLE-START) AND
                 (TRAN-TERM-ID = LOAD-TERM-ID)
                 IF (TRAN-TYPE = 'WITHDRAWAL') AND (NOT TRAN-REVERSED)
                    ADD TRAN-AMOUNT TO CC-DISPENSED-AMOUNT
                 END-IF
                 IF TRAN-TYPE = 'DEPOSIT'
                    ADD TRAN-AMOUNT TO CC-RECEIVED-AMOUNT
                 END-IF
              END-IF
           END-IF.
       SCAN-CYCLE-POSTING-END. EXIT.
      *----
       ACCEPT-PHYSICAL-COUNT.
           DISPLAY 'Enter the number of ' CC-DENOM(CC-INDEX)
              ' notes counted.'
           ACCEPT LOAD-NOTE-COUNT
           MOVE LOAD-NOTE-COUNT TO CC-COUNTED-NOTES(CC-INDEX).
       ACCEPT-PHYSICAL-COUNT-END. EXIT.
      *----
       SETTLE-CASH-COUNT.
           MOVE ZERO TO CC-COUNTED-AMOUNT.
           PERFORM ADD-COUNTED-CASH VARYING CC-INDEX
              FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT.
           COMPUTE CC-EXPECTED-AMOUNT = CC-OPENING-AMOUNT
              + CC-RECEIVED-AMOUNT - CC-DISPENSED-AMOUNT.
           COMPUTE CC-DIFFERENCE =
              CC-COUNTED-AMOUNT - CC-EXPECTED-AMOUNT.
           IF CC-DIFFERENCE < ZERO
              COMPUTE CC-ABS-DIFFERENCE = ZERO - CC-DIFFERENCE
           ELSE
              MOVE CC-DIFFERENCE TO CC-ABS-DIFFERENCE
           END-IF.
           MOVE CC-OPENING-AMOUNT   TO AMOUNT-DISP.
           DISPLAY 'Opening cash  :' AMOUNT-DISP.
           MOVE CC-DISPENSED-AMOUNT TO AMOUNT-DISP.
           DISPLAY 'Dispensed     :' AMOUNT-DISP.
           MOVE CC-RECEIVED-AMOUNT  TO AMOUNT-DISP.
           DISPLAY 'Received      :' AMOUNT-DISP.
           MOVE CC-EXPECTED-AMOUNT  TO AMOUNT-DISP.
           DISPLAY 'Expected      :' AMOUNT-DISP.
           MOVE CC-COUNTED-AMOUNT   TO AMOUNT-DISP.
           DISPLAY 'Counted       :' AMOUNT-DISP.
           MOVE CC-ABS-DIFFERENCE   TO AMOUNT-DISP.
           IF CC-DIFFERENCE > ZERO
              DISPLAY 'Cash over     :' AMOUNT-DISP
           ELSE IF CC-DIFFERENCE < ZERO
              DISPLAY 'Cash short    :' AMOUNT-DISP
           ELSE
              DISPLAY 'The vault balances.'
           END-IF.
           MOVE ZERO TO CC-SUPERVISOR-ID.
           SET CC-OK TO TRUE.
           IF CC-ABS-DIFFERENCE > CASH-TOLERANCE
              PERFORM SUPERVISOR-SIGNOFF
           END-IF.
       SETTLE-CASH-COUNT-END. EXIT.
      *----
       ADD-COUNTED-CASH.
           COMPUTE CC-COUNTED-AMOUNT = CC-COUNTED-AMOUNT +
              (CC-COUNTED-NOTES(CC-INDEX) * CC-DENOM(CC-INDEX)).
       ADD-COUNTED-CASH-END. EXIT.
      *----
       SUPERVISOR-SIGNOFF.
           SET CC-REFUSED TO TRUE.
           DISPLAY 'The difference is above the tolerance and needs'
              ' a supervisor sign-off.'
           DISPLAY 'Supervisor, enter your 6-digit operator number.'
           ACCEPT CC-SUPERVISOR-ID
           MOVE CC-SUPERVISOR-ID TO OPER-ID
           READ OPER-INP KEY IS OPER-KEY
              INVALID KEY
                 DISPLAY 'Unknown operator number.'
                 MOVE ZERO TO CC-SUPERVISOR-ID
           END-READ.
           IF CC-SUPERVISOR-ID NOT = ZERO
              IF CC-SUPERVISOR-ID = OPERATOR-NBR
                 DISPLAY 'A teller cannot sign off their own count.'
              ELSE IF NOT OPER-SUPERVISOR
                 DISPLAY 'That operator is not a supervisor.'
              ELSE IF OPER-LOCKED
                 DISPLAY 'That operator is locked out.'
              ELSE
                 DISPLAY 'Supervisor, enter your 4 digit PIN.'
                 ACCEPT CC-SUPERVISOR-PIN
                 IF OPER-PIN = CC-SUPERVISOR-PIN
                    SET CC-OK TO TRUE
                 ELSE
                    DISPLAY 'Incorrect entry ! PIN mismatch.'
                 END-IF
              END-IF
           END-IF.
           IF CC-REFUSED
              MOVE ZERO TO CC-SUPERVISOR-ID
           END-IF.
       SUPERVISOR-SIGNOFF-END. EXIT.
      *----
       ACCEPT-CASSETTE-LOAD.
           PERFORM ACCEPT-LOAD-NOTES VARYING CC-INDEX
              FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT.
           MOVE ZERO TO CC-LOADED-AMOUNT.
           PERFORM ADD-LOADED-CASH VARYING CC-INDEX
              FROM 1 BY 1 UNTIL CC-INDEX > CC-COUNT.
           SET CC-LOAD-FITS TO TRUE.
           IF (TERM-CASH-CAPACITY > ZERO) AND
              (CC-LOADED-AMOUNT > ZERO) AND
              (CC-COUNTED-AMOUNT + CC-LOADED-AMOUNT >
               TERM-CASH-CAPACITY)
              SET CC-LOAD-TOO-BIG TO TRUE
              MOVE TERM-CASH-CAPACITY TO AMOUNT-DISP
              DISPLAY 'The terminal holds at most' AMOUNT-DISP
                 '. Enter a smaller load.'
           END-IF.
       ACCEPT-CASSETTE-LOAD-END. EXIT.
      *----
       ADD-LOADED-CASH.
           COMPUTE CC-LOADED-AMOUNT = CC-LOADED-AMOUNT +
              (CC-LOADED-NOTES(CC-INDEX) * CC-DENOM(CC-INDEX)).
       ADD-LOADED-CASH-END. EXIT.
      *----
       ACCEPT-LOAD-NOTES.
           DISPLAY 'Enter the number of ' CC-DENOM(CC-INDEX)
              ' notes being loaded.'
           ACCEPT LOAD-NOTE-COUNT
           MOVE LOAD-NOTE-COUNT TO CC-LOADED-NOTES(CC-INDEX).
       ACCEPT-LOAD-NOTES-END. EXIT.
      *----
       POST-VAULT-LOAD.
           MOVE LOAD-TERM-ID       TO VAULT-TERM-ID
           MOVE CC-DENOM(CC-INDEX) TO VAULT-DENOM
           READ VAULT-INP KEY IS VAULT-KEY
              INVALID KEY
                 DISPLAY 'Warning: vault record for ' VAULT-DENOM
                    ' not found.'
           END-READ
           MOVE VAULT-TERM-ID    TO VJRN-TERM-ID
           MOVE VAULT-DENOM      TO VJRN-DENOM
           MOVE CC-LOAD-DATE     TO VJRN-DATE
           MOVE CC-LOAD-TIME     TO VJRN-TIME
           MOVE CC-LOADED-NOTES(CC-INDEX)  TO VJRN-NOTES-LOADED
           MOVE CC-BOOK-NOTES(CC-INDEX)    TO VJRN-BOOK-COUNT
           MOVE CC-COUNTED-NOTES(CC-INDEX) TO VJRN-COUNT-BEFORE
           COMPUTE VAULT-NOTE-COUNT = CC-COUNTED-NOTES(CC-INDEX)
              + CC-LOADED-NOTES(CC-INDEX)
           MOVE VAULT-NOTE-COUNT TO VJRN-COUNT-AFTER
           IF VAULT-NOTE-COUNT < VAULT-LOW-CASH-THRESHOLD
              SET VAULT-LOW-CASH TO TRUE
           END-WRITE
           MOVE 'VAULTLOAD'       TO JRN-ACTION-CODE
           MOVE ZERO              TO JRN-ACCT-ID
           MOVE SPACES TO JRN-BEFORE-VALUE
           STRING VJRN-DENOM        DELIMITED BY SIZE
                  ' BOOK '          DELIMITED BY SIZE
                  VJRN-BOOK-COUNT   DELIMITED BY SIZE
                  ' COUNT '         DELIMITED BY SIZE
                  VJRN-COUNT-BEFORE DELIMITED BY SIZE
                  INTO JRN-BEFORE-VALUE
           MOVE SPACES TO JRN-AFTER-VALUE
           STRING VJRN-COUNT-AFTER  DELIMITED BY SIZE
                  ' TERM '          DELIMITED BY SIZE
                  VJRN-TERM-ID      DELIMITED BY SIZE
                  INTO JRN-AFTER-VALUE
           PERFORM WRITE-MAINT-JRN
           DISPLAY 'New note count for ' VAULT-DENOM ':'
              VAULT-NOTE-COUNT.
       POST-VAULT-LOAD-END. EXIT.
      *----
       WRITE-CASH-SETTLEMENT.
           MOVE BUSINESS-DATE         TO SETL-DATE.
           MOVE CC-LOAD-TIME          TO SETL-TIME.
           MOVE OPERATOR-NBR          TO SETL-OPER-ID.
           MOVE LOAD-TERM-ID          TO SETL-TERM-ID.
           MOVE CC-CYCLE-START        TO SETL-CYCLE-START.
           MOVE CC-OPENING-AMOUNT     TO SETL-OPENING-AMOUNT.
           MOVE CC-DISPENSED-AMOUNT   TO SETL-DISPENSED-AMOUNT.
           MOVE CC-RECEIVED-AMOUNT    TO SETL-RECEIVED-AMOUNT.
           MOVE CC-EXPECTED-AMOUNT    TO SETL-EXPECTED-AMOUNT.
           MOVE CC-BOOK-AMOUNT        TO SETL-BOOK-AMOUNT.
           MOVE CC-COUNTED-AMOUNT     TO SETL-COUNTED-AMOUNT.
           MOVE CC-DIFFERENCE         TO SETL-DIFFERENCE.
           IF CC-DIFFERENCE > ZERO
              SET SETL-OVER TO TRUE
           ELSE IF CC-DIFFERENCE < ZERO
              SET SETL-SHORT TO TRUE
           ELSE
              SET SETL-BALANCED TO TRUE
           END-IF.
           IF CC-ABS-DIFFERENCE > CASH-TOLERANCE
              SET SETL-SIGNOFF-NEEDED TO TRUE
           ELSE
              SET SETL-WITHIN-TOLERANCE TO TRUE
           END-IF.
           MOVE CC-SUPERVISOR-ID      TO SETL-SUPERVISOR-ID.
           MOVE CC-LOADED-AMOUNT      TO SETL-LOADED-AMOUNT.
           MOVE CC-COUNT              TO SETL-DENOM-COUNT.
           PERFORM MOVE-SETTLEMENT-DENOM VARYING CC-INDEX
              FROM 1 BY 1 UNTIL CC-INDEX > 6.
           MOVE 'N'  TO CC-WRITTEN-SW.
           MOVE ZERO TO CC-RETRY-COUNT.
           PERFORM WRITE-CASH-SETTLEMENT-REC
              UNTIL CC-WRITTEN OR (CC-RETRY-COUNT = 99).
           IF NOT CC-WRITTEN
              DISPLAY 'Warning: cash settlement not recorded.'
           END-IF.
           MOVE 'VAULTCOUNT'          TO JRN-ACTION-CODE.
           MOVE ZERO                  TO JRN-ACCT-ID.
           MOVE CC-EXPECTED-AMOUNT    TO AMOUNT-DISP.
           MOVE SPACES TO JRN-BEFORE-VALUE.
           STRING LOAD-TERM-ID        DELIMITED BY SIZE
                  ' EXP '             DELIMITED BY SIZE
                  AMOUNT-DISP         DELIMITED BY SIZE
                  INTO JRN-BEFORE-VALUE.
           MOVE CC-COUNTED-AMOUNT     TO AMOUNT-DISP.
           MOVE SPACES TO JRN-AFTER-VALUE.
           STRING AMOUNT-DISP         DELIMITED BY SIZE
                  ' SUP '             DELIMITED BY SIZE
                  CC-SUPERVISOR-ID    DELIMITED BY SIZE
                  INTO JRN-AFTER-VALUE.
           PERFORM WRITE-MAINT-JRN.
       WRITE-CASH-SETTLEMENT-END. EXIT.
      *----
       MOVE-SETTLEMENT-DENOM.
           IF CC-INDEX > CC-COUNT
              MOVE ZERO TO SETL-DENOM(CC-INDEX)
              MOVE ZERO TO SETL-BOOK-NOTES(CC-INDEX)
              MOVE ZERO TO SETL-COUNTED-NOTES(CC-INDEX)
              MOVE ZERO TO SETL-LOADED-NOTES(CC-INDEX)
           ELSE
              MOVE CC-DENOM(CC-INDEX)   TO SETL-DENOM(CC-INDEX)
              MOVE CC-BOOK-NOTES(CC-INDEX)
                                        TO SETL-BOOK-NOTES(CC-INDEX)
              MOVE CC-COUNTED-NOTES(CC-INDEX)
                                        TO SETL-COUNTED-NOTES(CC-INDEX)
              MOVE CC-LOADED-NOTES(CC-INDEX)
                                        TO SETL-LOADED-NOTES(CC-INDEX)
           END-IF.
       MOVE-SETTLEMENT-DENOM-END. EXIT.
      *----
       WRITE-CASH-SETTLEMENT-REC.
           WRITE SETL-REC
              INVALID KEY
                 ADD 1 TO SETL-TIME
                 ADD 1 TO CC-RETRY-COUNT
              NOT INVALID KEY
                 SET CC-WRITTEN TO TRUE
           END-WRITE.
       WRITE-CASH-SETTLEMENT-REC-END. EXIT.
      *----
       TERMINAL-STATUS-PROGRAM.
           DISPLAY 'Enter the terminal ID.'
           ACCEPT TSC-TERM-ID
           MOVE TSC-TERM-ID TO TERM-ID
           SET TERM-WAS-FOUND TO TRUE
           READ TERM-INP KEY IS TERM-KEY
              INVALID KEY
                 SET TERM-NOT-FOUND TO TRUE
           END-READ
           IF TERM-NOT-FOUND
              DISPLAY 'Unknown terminal ID.'
           ELSE
              DISPLAY 'Terminal ' TERM-ID ' ' TERM-BRANCH ' '
                 TERM-LOCATION
              DISPLAY 'Current status: ' TERM-STATUS
              DISPLAY 'Enter the new status: I - IN SERVICE,'
                 ' O - OUT OF SERVICE, F - OFF-LINE.'
              ACCEPT TSC-NEW-STATUS
              IF NOT TSC-STATUS-VALID
                 DISPLAY 'Invalid status.'
              ELSE IF TSC-NEW-STATUS = TERM-STATUS
                 DISPLAY 'The terminal already has that status.'
              ELSE
                 DISPLAY 'Enter the reason for the change.'
                 ACCEPT TSC-REASON
                 PERFORM UPDATE-TERMINAL-STATUS
              END-IF
           END-IF.
       TERMINAL-STATUS-END. EXIT.
      *----
       UPDATE-TERMINAL-STATUS.
           MOVE TERM-STATUS    TO TSC-OLD-STATUS.
           MOVE TSC-NEW-STATUS TO TERM-STATUS.
           ACCEPT TERM-STATUS-DATE FROM DATE YYYYMMDD.
           ACCEPT TERM-STATUS-TIME FROM TIME.
           REWRITE TERM-REC.
           MOVE TERM-ID          TO TEVT-TERM-ID.
           MOVE TERM-STATUS-DATE TO TEVT-DATE.
           MOVE TERM-STATUS-TIME TO TEVT-TIME.
           MOVE TSC-OLD-STATUS   TO TEVT-OLD-STATUS.
           MOVE TSC-NEW-STATUS   TO TEVT-NEW-STATUS.
           MOVE OPERATOR-NBR     TO TEVT-OPER-ID.
           MOVE TSC-REASON       TO TEVT-REASON.
           MOVE 'N'  TO TSC-WRITTEN-SW.
           MOVE ZERO TO TSC-RETRY-COUNT.
           PERFORM WRITE-TERMINAL-EVENT-REC
              UNTIL TSC-WRITTEN OR (TSC-RETRY-COUNT = 99).
           IF NOT TSC-WRITTEN
              DISPLAY 'Warning: terminal event not recorded.'
           END-IF.
           MOVE 'TERMSTAT'       TO JRN-ACTION-CODE.
           MOVE ZERO             TO JRN-ACCT-ID.
           MOVE SPACES TO JRN-BEFORE-VALUE.
           STRING TERM-ID        DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TSC-OLD-STATUS DELIMITED BY SIZE
                  INTO JRN-BEFORE-VALUE.
           MOVE SPACES TO JRN-AFTER-VALUE.
           STRING TSC-NEW-STATUS DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TSC-REASON     DELIMITED BY SIZE
                  INTO JRN-AFTER-VALUE.
           PERFORM WRITE-MAINT-JRN.
           DISPLAY 'The terminal status has been changed.'.
       UPDATE-TERMINAL-STATUS-END. EXIT.
      *----
       WRITE-TERMINAL-EVENT-REC.
           WRITE TEVT-REC
              INVALID KEY
                 ADD 1 TO TEVT-TIME
                 ADD 1 TO TSC-RETRY-COUNT
              NOT INVALID KEY
                 SET TSC-WRITTEN TO TRUE
           END-WRITE.
       WRITE-TERMINAL-EVENT-REC-END. EXIT.
      *----
       CONTACT-DETAILS-PROGRAM.
           DISPLAY 'Enter the 10-digit customer number.'
           ACCEPT CTC-CUST-ID
           MOVE CTC-CUST-ID TO CUST-ID
           SET  CUST-WAS-FOUND TO TRUE
           READ CUST-INP KEY IS CUST-KEY
              INVALID KEY
                 DISPLAY 'No customer found with that number.'
                 SET CUST-NOT-FOUND TO TRUE
           END-READ.
           IF CUST-WAS-FOUND
              DISPLAY 'Customer: ' CUST-NAME ' ' CUST-SURNAME
              DISPLAY 'Mobile number : ' CUST-MOBILE-NO
              DISPLAY 'E-mail address: ' CUST-EMAIL-ADDR
              DISPLAY 'SMS opt-in    : ' CUST-SMS-OPT-SW
              DISPLAY 'E-mail opt-in : ' CUST-EMAIL-OPT-SW
              DISPLAY '(Press enter on any item to keep it.)'
              DISPLAY 'Enter the new mobile number.'
              MOVE SPACES TO CTC-MOBILE-NO
              ACCEPT CTC-MOBILE-NO
              DISPLAY 'Enter the new e-mail address.'
              MOVE SPACES TO CTC-EMAIL-ADDR
              ACCEPT CTC-EMAIL-ADDR
              DISPLAY 'Send notifications by SMS? (Y/N)'
              MOVE SPACES TO CTC-SMS-OPT
              ACCEPT CTC-SMS-OPT
              DISPLAY 'Send notifications by e-mail? (Y/N)'
              MOVE SPACES TO CTC-EMAIL-OPT
              ACCEPT CTC-EMAIL-OPT
              PERFORM UPDATE-CONTACT-DETAILS
           END-IF.
       CONTACT-DETAILS-END. EXIT.
      *----
       UPDATE-CONTACT-DETAILS.
           MOVE ZERO TO CTC-CHANGE-COUNT.
           MOVE CTC-CUST-ID TO JRN-ACCT-ID.
           IF CTC-MOBILE-NO NOT = SPACES AND
              CTC-MOBILE-NO NOT = CUST-MOBILE-NO
              MOVE 'CUSTMOBILE'   TO JRN-ACTION-CODE
              MOVE CUST-MOBILE-NO TO JRN-BEFORE-VALUE
              MOVE CTC-MOBILE-NO  TO JRN-AFTER-VALUE
              MOVE CTC-MOBILE-NO  TO CUST-MOBILE-NO
              PERFORM WRITE-MAINT-JRN
              ADD 1 TO CTC-CHANGE-COUNT
           END-IF.
           IF CTC-EMAIL-ADDR NOT = SPACES AND
              CTC-EMAIL-ADDR NOT = CUST-EMAIL-ADDR
              MOVE 'CUSTEMAIL'     TO JRN-ACTION-CODE
              MOVE CUST-EMAIL-ADDR TO JRN-BEFORE-VALUE
              MOVE CTC-EMAIL-ADDR  TO JRN-AFTER-VALUE
              MOVE CTC-EMAIL-ADDR  TO CUST-EMAIL-ADDR
              PERFORM WRITE-MAINT-JRN
              ADD 1 TO CTC-CHANGE-COUNT
           END-IF.
           IF (CTC-SMS-OPT = 'Y' OR CTC-SMS-OPT = 'N') AND
              CTC-SMS-OPT NOT = CUST-SMS-OPT-SW
              MOVE 'CUSTSMSOPT'    TO JRN-ACTION-CODE
              MOVE CUST-SMS-OPT-SW TO JRN-BEFORE-VALUE
              MOVE CTC-SMS-OPT     TO JRN-AFTER-VALUE
              MOVE CTC-SMS-OPT     TO CUST-SMS-OPT-SW
              PERFORM WRITE-MAINT-JRN
              ADD 1 TO CTC-CHANGE-COUNT
           END-IF.
           IF (CTC-EMAIL-OPT = 'Y' OR CTC-EMAIL-OPT = 'N') AND
              CTC-EMAIL-OPT NOT = CUST-EMAIL-OPT-SW
              MOVE 'CUSTMAILOP'      TO JRN-ACTION-CODE
              MOVE CUST-EMAIL-OPT-SW TO JRN-BEFORE-VALUE
              MOVE CTC-EMAIL-OPT     TO JRN-AFTER-VALUE
              MOVE CTC-EMAIL-OPT     TO CUST-EMAIL-OPT-SW
              PERFORM WRITE-MAINT-JRN
              ADD 1 TO CTC-CHANGE-COUNT
           END-IF.
           IF CTC-CHANGE-COUNT = 0
              DISPLAY 'No contact details were changed.'
           ELSE
              REWRITE CUST-REC
              DISPLAY 'The contact details have been updated.'
           END-IF.
       UPDATE-CONTACT-END. EXIT.
      *----
       TIME-DEPOSIT-PROGRAM.
           DISPLAY 'O - OPEN A TIME DEPOSIT'
           DISPLAY 'B - BREAK A TIME DEPOSIT'
           ACCEPT TDEP-SELECTION
           IF TDEP-SELECTION = 'O'
              PERFORM OPEN-TIME-DEPOSIT
           ELSE IF TDEP-SELECTION = 'B'
              PERFORM BREAK-TIME-DEPOSIT
           ELSE
              DISPLAY 'Incorrect Entry !'
           END-IF.
       TIME-DEPOSIT-END. EXIT.
      *----
       OPEN-TIME-DEPOSIT.
           SET TDEP-OK TO TRUE.
           DISPLAY 'Enter the new 10-digit time deposit number.'
           ACCEPT TDEP-ACCT-ID
           MOVE TDEP-ACCT-ID TO ACCT-ID
           READ ACCT-INP KEY IS ACCT-KEY
              NOT INVALID KEY
                 DISPLAY 'An account with that number already exists.'
                 SET TDEP-DENIED TO TRUE
           END-READ.
           IF TDEP-OK
              PERFORM CHECK-FUNDING-ACCOUNT
           END-IF.
           IF TDEP-OK
              PERFORM ACCEPT-DEPOSIT-TERMS
           END-IF.
           IF TDEP-OK
              MOVE TDEP-PRINCIPAL TO AMOUNT-DISP
              DISPLAY 'Principal:  ' AMOUNT-DISP
              DISPLAY 'Term days:  ' TDEP-TERM-DAYS
              DISPLAY 'Rate (BP):  ' TDEP-RATE-BP
              DISPLAY 'Matures on: ' TDEP-MATURITY-DATE
              DISPLAY 'Open this time deposit? (YES/NO)'
              ACCEPT TDEP-CONFIRM
              IF TDEP-CONFIRM = 'YES'
                 PERFORM POST-TIME-DEPOSIT-OPEN
              ELSE
                 DISPLAY 'The time deposit was not opened.'
              END-IF
           END-IF.
       OPEN-TIME-DEPOSIT-END. EXIT.
      *----
       CHECK-FUNDING-ACCOUNT.
           DISPLAY 'Enter the checking account that funds it.'
           ACCEPT TDEP-LINKED-ACCT-ID
           MOVE TDEP-LINKED-ACCT-ID TO ACCT-ID
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'No account found with that number.'
                 SET TDEP-DENIED TO TRUE
           END-READ.
           IF TDEP-OK AND NOT ACCT-CHECKING
              DISPLAY 'A time deposit can only be funded from a'
                 ' checking account.'
              SET TDEP-DENIED TO TRUE
           END-IF.
           IF TDEP-OK AND NOT ACCT-ACTIVE
              DISPLAY 'The checking account is not active.'
              SET TDEP-DENIED TO TRUE
           END-IF.
           IF TDEP-OK
              MOVE ACCT-CUST-ID TO TDEP-CUST-ID
              COMPUTE TDEP-AVAILABLE =
                 ACCT-BALANCE - ACCT-HELD-AMOUNT
              IF TDEP-AVAILABLE < ZERO
                 MOVE ZERO TO TDEP-AVAILABLE
              END-IF
              MOVE TDEP-AVAILABLE TO AMOUNT-DISP
              DISPLAY 'Available to fund:' AMOUNT-DISP
           END-IF.
       CHECK-FUNDING-END. EXIT.
      *----
       ACCEPT-DEPOSIT-TERMS.
           DISPLAY 'Enter the principal.'
           PERFORM ACCEPT-MONEY-AMOUNT
           MOVE AMOUNT-ENTERED TO TDEP-PRINCIPAL
           IF TDEP-PRINCIPAL = ZERO OR
              TDEP-PRINCIPAL > TDEP-AVAILABLE
              DISPLAY 'The checking account cannot fund that'
                 ' principal.'
              SET TDEP-DENIED TO TRUE
           END-IF.
           IF TDEP-OK
              DISPLAY 'Enter the term in days.'
              ACCEPT TDEP-TERM-DAYS
              IF TDEP-TERM-DAYS = ZERO
                 DISPLAY 'Incorrect Entry ! The term must be at'
                    ' least one day.'
                 SET TDEP-DENIED TO TRUE
              END-IF
           END-IF.
           IF TDEP-OK
              DISPLAY 'Enter the agreed annual rate in basis points.'
              ACCEPT TDEP-RATE-BP
              IF TDEP-RATE-BP = ZERO
                 DISPLAY 'Incorrect Entry ! No rate was keyed.'
                 SET TDEP-DENIED TO TRUE
              END-IF
           END-IF.
           IF TDEP-OK
              DISPLAY 'At maturity: R - roll over for another term,'
                 ' P - pay back to checking.'
              ACCEPT TDEP-INSTRUCTION
              IF NOT TDEP-INSTRUCTION-VALID
                 DISPLAY 'Incorrect Entry ! The time deposit was'
                    ' not opened.'
                 SET TDEP-DENIED TO TRUE
              END-IF
           END-IF.
           IF TDEP-OK
              MOVE BUSINESS-DATE TO TDEP-START-DATE
              COMPUTE TDEP-MATURITY-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(TDEP-START-DATE)
                  + TDEP-TERM-DAYS)
           END-IF.
       ACCEPT-DEPOSIT-TERMS-END. EXIT.
      *----
       POST-TIME-DEPOSIT-OPEN.
           MOVE TDEP-ACCT-ID        TO ACCT-ID.
           MOVE TDEP-CUST-ID        TO ACCT-CUST-ID.
           SET  ACCT-TIME-DEPOSIT   TO TRUE.
           MOVE TDEP-PRINCIPAL      TO ACCT-BALANCE.
           MOVE ZERO                TO ACCT-DAILY-WD-DATE.
           MOVE ZERO                TO ACCT-DAILY-WD-TOTAL.
           MOVE ZERO                TO ACCT-HELD-AMOUNT.
           MOVE ZERO                TO ACCT-HOLD-DATE.
           MOVE ZERO                TO ACCT-OD-LIMIT.
           MOVE ZERO                TO ACCT-OD-ACCRUED.
           MOVE ZERO                TO ACCT-OD-DAYS.
           MOVE BUSINESS-DATE       TO ACCT-LAST-ACTIVITY-DATE.
           SET  ACCT-ACTIVE         TO TRUE.
           MOVE TDEP-PRINCIPAL      TO ACCT-TD-PRINCIPAL.
           MOVE TDEP-TERM-DAYS      TO ACCT-TD-TERM-DAYS.
           MOVE TDEP-RATE-BP        TO ACCT-TD-RATE-BP.
           MOVE TDEP-START-DATE     TO ACCT-TD-START-DATE.
           MOVE TDEP-MATURITY-DATE  TO ACCT-TD-MATURITY-DATE.
           MOVE TDEP-INSTRUCTION    TO ACCT-TD-INSTRUCTION.
           MOVE TDEP-LINKED-ACCT-ID TO ACCT-TD-LINKED-ACCT-ID.
           WRITE ACCT-REC
              INVALID KEY
                 DISPLAY 'The time deposit could not be created.'
                 SET TDEP-DENIED TO TRUE
           END-WRITE.
           IF TDEP-OK
              MOVE TDEP-ACCT-ID        TO POSTING-ACCT-ID
              MOVE 'TDOPEN'            TO POSTING-TYPE
              MOVE TDEP-PRINCIPAL      TO POSTING-AMOUNT
              PERFORM WRITE-POSTING-TRAN
              PERFORM DEBIT-FUNDING-ACCOUNT
              MOVE 'TDOPEN'            TO JRN-ACTION-CODE
              MOVE TDEP-ACCT-ID        TO JRN-ACCT-ID
              MOVE TDEP-LINKED-ACCT-ID TO JRN-BEFORE-VALUE
              MOVE TDEP-PRINCIPAL      TO AMOUNT-DISP
              MOVE AMOUNT-DISP         TO JRN-AFTER-VALUE
              PERFORM WRITE-MAINT-JRN
              DISPLAY 'Time deposit opened successfully.'
           END-IF.
       POST-TIME-DEPOSIT-OPEN-END. EXIT.
      *----
       DEBIT-FUNDING-ACCOUNT.
           MOVE TDEP-LINKED-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: funding account not found.'
              NOT INVALID KEY
                 SUBTRACT TDEP-PRINCIPAL FROM ACCT-BALANCE
                 MOVE BUSINESS-DATE  TO ACCT-LAST-ACTIVITY-DATE
                 REWRITE ACCT-REC
                 MOVE TDEP-LINKED-ACCT-ID TO POSTING-ACCT-ID
                 MOVE 'TDFUNDING'    TO POSTING-TYPE
                 MOVE TDEP-PRINCIPAL TO POSTING-AMOUNT
                 PERFORM WRITE-POSTING-TRAN
           END-READ.
       DEBIT-FUNDING-END. EXIT.
      *----
       BREAK-TIME-DEPOSIT.
           SET TDEP-OK TO TRUE.
           DISPLAY 'Enter the time deposit account number.'
           ACCEPT TDEP-ACCT-ID
           MOVE TDEP-ACCT-ID TO ACCT-ID
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'No account found with that number.'
                 SET TDEP-DENIED TO TRUE
           END-READ.
           IF TDEP-OK AND NOT ACCT-TIME-DEPOSIT
              DISPLAY 'That account is not a time deposit.'
              SET TDEP-DENIED TO TRUE
           END-IF.
           IF TDEP-OK AND ACCT-CLOSED
              DISPLAY 'That time deposit is already closed.'
              SET TDEP-DENIED TO TRUE
           END-IF.
           IF TDEP-OK
              PERFORM COMPUTE-BREAK-INTEREST
              MOVE ACCT-TD-PRINCIPAL TO AMOUNT-DISP
              DISPLAY 'Principal:      ' AMOUNT-DISP
              DISPLAY 'Started on:     ' ACCT-TD-START-DATE
              DISPLAY 'Matures on:     ' ACCT-TD-MATURITY-DATE
              DISPLAY 'Agreed rate BP: ' ACCT-TD-RATE-BP
              DISPLAY 'Paid rate BP:   ' TDEP-APPLIED-RATE-BP
              DISPLAY 'Days held:      ' TDEP-DAYS-HELD
              MOVE TDEP-INTEREST TO AMOUNT-DISP
              DISPLAY 'Interest:       ' AMOUNT-DISP
              MOVE TDEP-PAYOUT TO AMOUNT-DISP
              DISPLAY 'Amount paid out:' AMOUNT-DISP
              DISPLAY 'Break this time deposit? (YES/NO)'
              ACCEPT TDEP-CONFIRM
              IF TDEP-CONFIRM = 'YES'
                 PERFORM FIND-PROCEEDS-ACCOUNT
              ELSE
                 DISPLAY 'The time deposit was not broken.'
                 SET TDEP-DENIED TO TRUE
              END-IF
           END-IF.
           IF TDEP-OK
              PERFORM POST-TIME-DEPOSIT-BREAK
           END-IF.
       BREAK-TIME-DEPOSIT-END. EXIT.
      *----
       COMPUTE-BREAK-INTEREST.
           MOVE ACCT-CUST-ID           TO TDEP-CUST-ID.
           MOVE ACCT-TD-LINKED-ACCT-ID TO TDEP-LINKED-ACCT-ID.
           IF BUSINESS-DATE < ACCT-TD-MATURITY-DATE
              COMPUTE TDEP-DAYS-HELD =
                 FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) -
                 FUNCTION INTEGER-OF-DATE(ACCT-TD-START-DATE)
              MOVE TDEP-BREAK-RATE-BP TO TDEP-APPLIED-RATE-BP
              IF TDEP-APPLIED-RATE-BP > ACCT-TD-RATE-BP
                 MOVE ACCT-TD-RATE-BP TO TDEP-APPLIED-RATE-BP
              END-IF
           ELSE
              MOVE ACCT-TD-TERM-DAYS TO TDEP-DAYS-HELD
              MOVE ACCT-TD-RATE-BP   TO TDEP-APPLIED-RATE-BP
           END-IF.
           COMPUTE TDEP-INTEREST ROUNDED =
              (ACCT-TD-PRINCIPAL * TDEP-APPLIED-RATE-BP *
               TDEP-DAYS-HELD) / 3650000.
           COMPUTE TDEP-PAYOUT = ACCT-BALANCE + TDEP-INTEREST.
       COMPUTE-BREAK-END. EXIT.
      *----
       FIND-PROCEEDS-ACCOUNT.
           MOVE TDEP-LINKED-ACCT-ID TO ACCT-ID.
           SET  ACCT-WAS-FOUND TO TRUE.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 SET ACCT-NOT-FOUND TO TRUE
           END-READ.
           IF ACCT-NOT-FOUND OR ACCT-CLOSED
              DISPLAY 'The linked checking account is closed.'
              PERFORM ACCEPT-PROCEEDS-ACCOUNT
           END-IF.
       FIND-PROCEEDS-END. EXIT.
      *----
       ACCEPT-PROCEEDS-ACCOUNT.
           DISPLAY 'Enter another checking account of the customer'
              ' for the proceeds.'
           ACCEPT TDEP-LINKED-ACCT-ID
           MOVE TDEP-LINKED-ACCT-ID TO ACCT-ID
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'No account found with that number.'
                 SET TDEP-DENIED TO TRUE
           END-READ.
           IF TDEP-OK
              IF NOT ACCT-CHECKING OR ACCT-CLOSED OR
                 ACCT-CUST-ID NOT = TDEP-CUST-ID
                 DISPLAY 'The proceeds can only go to an open'
                    ' checking account of the same customer.'
                 SET TDEP-DENIED TO TRUE
              END-IF
           END-IF.
           IF TDEP-DENIED
              DISPLAY 'The time deposit was not broken.'
           END-IF.
       ACCEPT-PROCEEDS-END. EXIT.
      *----
       POST-TIME-DEPOSIT-BREAK.
           MOVE TDEP-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: time deposit record not found.'
                 SET TDEP-DENIED TO TRUE
           END-READ.
           IF TDEP-OK
              IF TDEP-INTEREST > ZERO
                 ADD TDEP-INTEREST TO ACCT-BALANCE
                 MOVE TDEP-ACCT-ID  TO POSTING-ACCT-ID
                 MOVE 'TDINTEREST'  TO POSTING-TYPE
                 MOVE TDEP-INTEREST TO POSTING-AMOUNT
                 PERFORM WRITE-POSTING-TRAN
              END-IF
              MOVE ZERO          TO ACCT-BALANCE
              SET  ACCT-CLOSED   TO TRUE
              MOVE BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
              REWRITE ACCT-REC
              MOVE TDEP-ACCT-ID  TO POSTING-ACCT-ID
              MOVE 'TDPAYOUT'    TO POSTING-TYPE
              MOVE TDEP-PAYOUT   TO POSTING-AMOUNT
              PERFORM WRITE-POSTING-TRAN
              PERFORM CREDIT-PROCEEDS-ACCOUNT
              MOVE 'TDBREAK'           TO JRN-ACTION-CODE
              MOVE TDEP-ACCT-ID        TO JRN-ACCT-ID
              MOVE TDEP-PAYOUT         TO AMOUNT-DISP
              MOVE AMOUNT-DISP         TO JRN-BEFORE-VALUE
              MOVE TDEP-LINKED-ACCT-ID TO JRN-AFTER-VALUE
              PERFORM WRITE-MAINT-JRN
              DISPLAY 'The time deposit has been broken and paid'
                 ' to account ' TDEP-LINKED-ACCT-ID '.'
           END-IF.
       POST-TIME-DEPOSIT-BREAK-END. EXIT.
      *----
       CREDIT-PROCEEDS-ACCOUNT.
           MOVE TDEP-LINKED-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: proceeds account not found.'
              NOT INVALID KEY
                 ADD TDEP-PAYOUT     TO ACCT-BALANCE
                 MOVE BUSINESS-DATE  TO ACCT-LAST-ACTIVITY-DATE
                 REWRITE ACCT-REC
                 MOVE TDEP-LINKED-ACCT-ID TO POSTING-ACCT-ID
                 MOVE 'TDPROCEEDS'   TO POSTING-TYPE
                 MOVE TDEP-PAYOUT    TO POSTING-AMOUNT
                 PERFORM WRITE-POSTING-TRAN
           END-READ.
       CREDIT-PROCEEDS-END. EXIT.
      *----
       REVERSAL-PROGRAM.
           DISPLAY 'Enter the account number of the posting.'
           IF RVSL-OK
              IF TRAN-TYPE = 'REVERSAL-DR' OR
                 TRAN-TYPE = 'REVERSAL-CR' OR
                 TRAN-TYPE = 'HOLDRELEASE' OR
                 TRAN-TYPE = 'CLOSEOUT' OR
                 TRAN-TYPE(1:2) = 'TD'
                 DISPLAY 'That posting type cannot be reversed.'
                 SET RVSL-DENIED TO TRUE
              END-IF
           END-IF.
           IF RVSL-OK
              MOVE TRAN-ACCT-ID TO ACCT-ID
              READ ACCT-INP KEY IS ACCT-KEY
                 NOT INVALID KEY
                    IF ACCT-CLOSED
                       DISPLAY 'That account is closed. Its postings'
                          ' cannot be reversed.'
                       SET RVSL-DENIED TO TRUE
                    END-IF
              END-READ
           END-IF.
       CHECK-REVERSAL-END. EXIT.
      *----
       CONFIRM-REVERSAL.
              MOVE RVSL-NEW-TYPE    TO JRN-AFTER-VALUE
              PERFORM WRITE-MAINT-JRN
              DISPLAY 'The posting has been reversed.'
              IF RVSL-ORIG-TYPE NOT = 'FEE'
                 PERFORM REVERSE-LINKED-FEE
              END-IF
           END-IF.
       POST-REVERSAL-END. EXIT.
      *----
       REVERSE-LINKED-FEE.
           MOVE RVSL-DATE    TO LFEE-PARENT-DATE.
           MOVE RVSL-TIME    TO LFEE-PARENT-TIME.
           PERFORM FIND-LINKED-FEE.
           PERFORM REVERSE-NEXT-LINKED-FEE UNTIL NOT LFEE-FOUND.
       REVERSE-LINKED-FEE-END. EXIT.
      *----
       FIND-LINKED-FEE.
           MOVE 'N'          TO LFEE-FOUND-SW.
           MOVE 'N'          TO LFEE-EOF-SW.
           MOVE RVSL-ACCT-ID TO TRAN-ACCT-ID.
           MOVE RVSL-DATE    TO TRAN-DATE.
           MOVE RVSL-TIME    TO TRAN-TIME.
           START TRAN-LOG-INP KEY IS GREATER THAN TRAN-LOG-KEY
              INVALID KEY
                 MOVE 'Y' TO LFEE-EOF-SW
           END-START.
           PERFORM SCAN-LINKED-FEE UNTIL LFEE-AT-END.
       FIND-LINKED-FEE-END. EXIT.
      *----
       REVERSE-NEXT-LINKED-FEE.
           PERFORM POST-FEE-REVERSAL.
           IF LFEE-FOUND
              PERFORM FIND-LINKED-FEE
           END-IF.
       REVERSE-NEXT-LINKED-FEE-END. EXIT.
      *----
       SCAN-LINKED-FEE.
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO LFEE-EOF-SW
           END-READ.
           IF NOT LFEE-AT-END
              IF (TRAN-ACCT-ID NOT = RVSL-ACCT-ID) OR
                 (TRAN-DATE NOT = RVSL-DATE)
                 MOVE 'Y' TO LFEE-EOF-SW
              ELSE
                 IF (TRAN-TYPE = 'FEE') AND
                    (TRAN-REF-NO = LFEE-PARENT-REF) AND
                    (NOT TRAN-REVERSED)
                    MOVE TRAN-AMOUNT TO LFEE-AMOUNT
                    SET LFEE-FOUND TO TRUE
                    MOVE 'Y' TO LFEE-EOF-SW
                 END-IF
              END-IF
           END-IF.
       SCAN-LINKED-FEE-END. EXIT.
      *----
       POST-FEE-REVERSAL.
           MOVE RVSL-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 DISPLAY 'Warning: account not re-read, linked fee'
                    ' not refunded.'
                 MOVE 'N' TO LFEE-FOUND-SW
              NOT INVALID KEY
                 PERFORM REFUND-LINKED-FEE
           END-READ.
       POST-FEE-REVERSAL-END. EXIT.
      *----
       REFUND-LINKED-FEE.
           IF ACCT-CLOSED
              DISPLAY 'That account is closed. The linked fee'
                 ' was not refunded.'
              MOVE 'N' TO LFEE-FOUND-SW
           ELSE
              SET TRAN-REVERSED TO TRUE
              REWRITE TRAN-LOG-REC
              ADD LFEE-AMOUNT TO ACCT-BALANCE
              REWRITE ACCT-REC
              MOVE RVSL-ACCT-ID  TO POSTING-ACCT-ID
              MOVE 'REVERSAL-CR' TO POSTING-TYPE
              MOVE LFEE-AMOUNT   TO POSTING-AMOUNT
              PERFORM WRITE-POSTING-TRAN
              MOVE 'FEEREVERSE'  TO JRN-ACTION-CODE
              MOVE RVSL-ACCT-ID  TO JRN-ACCT-ID
              MOVE LFEE-AMOUNT   TO AMOUNT-DISP
              MOVE AMOUNT-DISP   TO JRN-BEFORE-VALUE
              MOVE 'REVERSAL-CR' TO JRN-AFTER-VALUE
              PERFORM WRITE-MAINT-JRN
              DISPLAY 'The linked fee of' AMOUNT-DISP
                 ' has been refunded.'
           END-IF.
       REFUND-LINKED-FEE-END. EXIT.
      *----
       FETCH-CARD-RECORD.
           DISPLAY 'Enter the credit card number of the posting.'
      *----
       WRITE-REVERSAL-TRAN.
           MOVE RVSL-ACCT-ID TO TRAN-ACCT-ID.
           MOVE BUSINESS-DATE TO TRAN-DATE.
           ACCEPT TRAN-TIME FROM TIME.
           MOVE RVSL-NEW-TYPE    TO TRAN-TYPE.
           MOVE RVSL-ORIG-AMOUNT TO TRAN-AMOUNT.
           ELSE
              MOVE ZERO TO TRAN-REF-NO
           END-IF.
           MOVE SPACES           TO TRAN-TERM-ID.
           MOVE 'N'  TO POSTING-WRITTEN-SW.
           MOVE ZERO TO POSTING-RETRY-COUNT.
           PERFORM WRITE-REVERSAL-TRAN-REC
                 SET POSTING-WRITTEN TO TRUE
           END-WRITE.
       WRITE-REVERSAL-TRAN-REC-END. EXIT.
      *----
       WRITE-POSTING-TRAN.
           MOVE POSTING-ACCT-ID TO TRAN-ACCT-ID.
           MOVE BUSINESS-DATE TO TRAN-DATE.
           ACCEPT TRAN-TIME FROM TIME.
           MOVE POSTING-TYPE    TO TRAN-TYPE.
           MOVE POSTING-AMOUNT  TO TRAN-AMOUNT.
           MOVE ACCT-BALANCE    TO TRAN-RESULT-BALANCE.
           MOVE SPACE           TO TRAN-REVERSAL-FLAG.
           MOVE ZERO            TO TRAN-REF-NO.
           MOVE SPACES          TO TRAN-TERM-ID.
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
