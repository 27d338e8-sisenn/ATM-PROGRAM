      *    CREDITS EACH PAYMENT TO ITS DESTINATION ACCOUNT ON
      *    ACCT-INP, AND LOGS A TRANSFERIN ENTRY TO TRAN-LOG-INP
      *    SO THE ATM0003 RECONCILIATION STILL FOOTS. PAYMENTS
      *    WHOSE DESTINATION ACCOUNT CANNOT BE FOUND OR HAS BEEN
      *    CLOSED, OR IS A TIME DEPOSIT, ARE PRINTED ON CLR-RPT
      *    FOR RETURN TO THE NETWORK.
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
           SELECT CLR-RPT   ASSIGN TO CLRRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-CLR-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  CLR-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CLR-LINE                    PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0006'.
           05 RC-PREREQ-COUNT           PIC 9(02).
           05 RC-PREREQ-TABLE.
              10 RC-PREREQ-JOB          PIC X(08) OCCURS 8 TIMES.
           05 RC-PREREQ-INDEX           PIC 9(02).
           05 RC-PREREQ-MISSING         PIC 9(02).
           05 RC-DAY-NUMBER             PIC 9(08).
           05 RC-NEXT-DATE              PIC 9(08).
           05 RC-MONTH-END-SW           PIC X(01).
              88 RC-MONTH-END           VALUE 'Y'.
       01  WORK-TOTALS.
           05 WORK-CREDITED-TOTAL       PIC 9(10)V99  VALUE ZERO.
           05 WORK-REJECTED-TOTAL       PIC 9(10)V99  VALUE ZERO.
      *----
       01  CLRG-EOF-SW                  PIC X(01).
           88 CLRG-AT-END               VALUE 'Y'.
      *----
       01  REJECT-REASON                PIC X(18).
      *----
       01  POSTING-CONTROL.
           05 POSTING-RETRY-COUNT       PIC 9(02).
           88 ACCT-INP-SUCC             VALUE 00 97.
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-CLR-RPT                   PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-CLEARING-FILE UNTIL CLRG-AT-END
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           OPEN INPUT  CLRG-INP
           OPEN I-O    ACCT-INP
           OPEN I-O    TRAN-LOG-INP
                 MOVE 'Y' TO CLRG-EOF-SW
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
       PROCESS-CLEARING-FILE.
           MOVE CLRG-ACCT-ID TO ACCT-ID
           READ ACCT-INP KEY IS ACCT-KEY
              INVALID KEY
                 MOVE ' ACCOUNT NOT FOUND' TO REJECT-REASON
                 PERFORM REJECT-CLEARING-PAYMENT
              NOT INVALID KEY
                 IF ACCT-CLOSED
                    MOVE ' ACCOUNT CLOSED' TO REJECT-REASON
                    PERFORM REJECT-CLEARING-PAYMENT
                 ELSE IF ACCT-TIME-DEPOSIT
                    MOVE ' TIME DEPOSIT' TO REJECT-REASON
                    PERFORM REJECT-CLEARING-PAYMENT
                 ELSE
                    PERFORM CREDIT-CLEARING-PAYMENT
                 END-IF
                 END-IF
           END-READ
           READ CLRG-INP
              AT END
           MOVE ACCT-BALANCE     TO TRAN-RESULT-BALANCE
           MOVE SPACE            TO TRAN-REVERSAL-FLAG
           MOVE ZERO             TO TRAN-REF-NO
           MOVE SPACES           TO TRAN-TERM-ID
           MOVE 'N'  TO POSTING-WRITTEN-SW
           MOVE ZERO TO POSTING-RETRY-COUNT
           PERFORM WRITE-CLEARING-TRAN-REC
                  CLRG-ACCT-ID DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  RL-AMOUNT   DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  INTO CLR-LINE
           WRITE CLR-LINE.
       REJECT-CLEARING-END. EXIT.
           CLOSE TRAN-LOG-INP
           CLOSE CLR-RPT.
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
