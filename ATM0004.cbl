      *    TWO FILES ARE MERGED BY KEY AS THEY ARE READ, SO A
      *    STATEMENT PERIOD THAT SPANS THE ARCHIVE STILL PRINTS
      *    COMPLETE.
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
           SELECT STMT-RPT  ASSIGN TO STMTRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-STMT-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  STMT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  STMT-LINE                   PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0004'.
           05 RC-PREREQ-COUNT           PIC 9(02).
           05 RC-PREREQ-TABLE.
              10 RC-PREREQ-JOB          PIC X(08) OCCURS 8 TIMES.
           05 RC-PREREQ-INDEX           PIC 9(02).
           05 RC-PREREQ-MISSING         PIC 9(02).
           05 RC-DAY-NUMBER             PIC 9(08).
           05 RC-NEXT-DATE              PIC 9(08).
           05 RC-MONTH-END-SW           PIC X(01).
              88 RC-MONTH-END           VALUE 'Y'.
       01  STMT-PERIOD-PARM.
           05 STMT-START-DATE           PIC 9(08).
           05 STMT-END-DATE             PIC 9(08).
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-TRAN-HIST                 PIC 9(02).
       01  ST-STMT-RPT                  PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
              PERFORM END-ACCOUNT-STATEMENT
           END-IF
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           DISPLAY 'Enter the statement period start date (CCYYMMDD).'
           ACCEPT STMT-START-DATE
           DISPLAY 'Enter the statement period end date (CCYYMMDD).'
           PERFORM FILL-HIST-HOLD
           PERFORM READ-NEXT-TRAN.
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
       PROCESS-TRAN-LOG.
           IF (TRAN-DATE < STMT-START-DATE) OR
                 IF TRAN-TYPE = 'DEPOSIT' OR TRAN-TYPE = 'TRANSFERIN'
                    OR TRAN-TYPE = 'REVERSAL-CR'
                    OR TRAN-TYPE = 'INTEREST'
                    OR TRAN-TYPE = 'TDOPEN'
                    OR TRAN-TYPE = 'TDINTEREST'
                    OR TRAN-TYPE = 'TDPROCEEDS'
                    COMPUTE WORK-OPENING-BALANCE =
                       TRAN-RESULT-BALANCE - TRAN-AMOUNT
                 ELSE
              IF TRAN-TYPE = 'DEPOSIT' OR TRAN-TYPE = 'TRANSFERIN'
                 OR TRAN-TYPE = 'REVERSAL-CR'
                 OR TRAN-TYPE = 'INTEREST'
                 OR TRAN-TYPE = 'TDOPEN'
                 OR TRAN-TYPE = 'TDINTEREST'
                 OR TRAN-TYPE = 'TDPROCEEDS'
                 ADD TRAN-AMOUNT TO WORK-DEPOSIT-TOTAL
              ELSE
                 ADD TRAN-AMOUNT TO WORK-WITHDRAWAL-TOTAL
           CLOSE TRAN-HIST
           CLOSE STMT-RPT.
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
