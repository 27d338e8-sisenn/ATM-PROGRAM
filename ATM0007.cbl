      *----
      *    ATM0007 IS THE NIGHTLY VAULT CASH FORECAST. IT TOTALS
      *    THE DAY'S WITHDRAWAL DISPENSES ON TRAN-LOG-INP FOR THE
      *    BUSINESS DATE HELD ON SYSCTL BY TERMINAL, APPORTIONS
      *    EACH TERMINAL'S VALUE ACROSS ITS DENOMINATIONS ON
      *    VAULT-INP (THE LOG CARRIES
      *    AMOUNTS, NOT NOTE BREAKDOWNS, SO EACH DENOMINATION IS
      *    ASSUMED TO CARRY AN EQUAL SHARE OF THE DISPENSED
      *    VALUE), PROJECTS THE DAYS OF STOCK REMAINING PER
      *    DENOMINATION AT THAT BURN RATE, AND PRINTS THE
      *    REPLENISHMENT ORDER FOR THE CASH-IN-TRANSIT CARRIER ON
      *    VLT-RPT, ONE SECTION PER TERMINAL WITH ITS BRANCH AND
      *    LOCATION FROM TERM-INP AND ITS OWN ORDER VALUE.
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
           SELECT VAULT-INP ASSIGN TO VAULTINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY VAULT-KEY
                            STATUS ST-VAULT-INP.
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT TERM-INP  ASSIGN TO TERMINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY TERM-KEY
                            STATUS ST-TERM-INP.
           SELECT VLT-RPT   ASSIGN TO VLTRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-VLT-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
           COPY VAULTREC.
       FD  TRAN-LOG-INP.
           COPY TRANLOG.
       FD  TERM-INP.
           COPY TERMREC.
       FD  VLT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  VLT-LINE                    PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0007'.
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
       01  DENOM-COUNT                  PIC 9(02)     VALUE 4.
       01  TARGET-DAYS-OF-COVER         PIC 9(02)     VALUE 7.
           05 DAYS-OF-STOCK             PIC 9(04).
           05 TARGET-NOTE-COUNT         PIC 9(08).
           05 RECOMMENDED-LOAD          PIC 9(08).
      *----
       01  TERMINAL-DISPENSE-TABLE.
           05 TD-COUNT                  PIC 9(03)     VALUE ZERO.
           05 TD-INDEX                  PIC 9(03).
           05 TD-FOUND-INDEX            PIC 9(03).
           05 TD-ENTRY OCCURS 200 TIMES.
              10 TD-TERM-ID             PIC X(08).
              10 TD-DISPENSED           PIC 9(10)V99.
      *----
       01  TERMINAL-BREAK-FIELDS.
           05 CURRENT-TERM-ID           PIC X(08)     VALUE SPACES.
           05 TERM-DISPENSED-TOTAL      PIC 9(10)V99.
           05 TERM-ORDER-VALUE          PIC 9(10).
           05 FIRST-TERM-SW             PIC X(01)     VALUE 'Y'.
              88 FIRST-TERMINAL         VALUE 'Y'.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-DENOM                  PIC Z(03)9.
       01  ST-VAULT-INP                 PIC 9(02).
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-VLT-RPT                   PIC 9(02).
       01  ST-TERM-INP                  PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
           PERFORM PRINT-REPORT-HEADING
           PERFORM FORECAST-DENOM UNTIL VAULT-AT-END
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           OPEN INPUT  VAULT-INP
           OPEN INPUT  TRAN-LOG-INP
           OPEN INPUT  TERM-INP
           OPEN OUTPUT VLT-RPT
           MOVE 'N' TO VAULT-EOF-SW
           MOVE 'N' TO TRAN-EOF-SW.
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
       SUM-DAY-DISPENSES.
           READ TRAN-LOG-INP NEXT RECORD
              IF (TRAN-TYPE = 'WITHDRAWAL') AND
                 (TRAN-DATE = RUN-DATE-PARM)
                 ADD TRAN-AMOUNT TO DAY-DISPENSED-TOTAL
                 PERFORM ADD-TERMINAL-DISPENSE
              END-IF
           END-IF.
       SUM-DISPENSES-END. EXIT.
      *----
       ADD-TERMINAL-DISPENSE.
           MOVE TRAN-TERM-ID TO CURRENT-TERM-ID
           PERFORM FIND-TERMINAL-ENTRY
           IF TD-FOUND-INDEX = ZERO
              IF TD-COUNT < 200
                 ADD 1 TO TD-COUNT
                 MOVE TRAN-TERM-ID TO TD-TERM-ID(TD-COUNT)
                 MOVE TRAN-AMOUNT  TO TD-DISPENSED(TD-COUNT)
              ELSE
                 DISPLAY 'Warning: more than 200 terminals.'
                    ' Dispenses for ' TRAN-TERM-ID ' not forecast.'
              END-IF
           ELSE
              ADD TRAN-AMOUNT TO TD-DISPENSED(TD-FOUND-INDEX)
           END-IF.
       ADD-TERMINAL-DISPENSE-END. EXIT.
      *----
       FIND-TERMINAL-ENTRY.
           MOVE ZERO TO TD-FOUND-INDEX
           PERFORM MATCH-TERMINAL-ENTRY VARYING TD-INDEX
              FROM 1 BY 1 UNTIL (TD-INDEX > TD-COUNT) OR
                                (TD-FOUND-INDEX NOT = ZERO).
       FIND-TERMINAL-ENTRY-END. EXIT.
      *----
       MATCH-TERMINAL-ENTRY.
           IF TD-TERM-ID(TD-INDEX) = CURRENT-TERM-ID
              MOVE TD-INDEX TO TD-FOUND-INDEX
           END-IF.
       MATCH-TERMINAL-ENTRY-END. EXIT.
      *----
       PRINT-REPORT-HEADING.
           MOVE SPACES TO VLT-LINE
           WRITE VLT-LINE
           MOVE DAY-DISPENSED-TOTAL TO RL-TOTAL
           MOVE SPACES TO VLT-LINE
           STRING 'VALUE DISPENSED THIS DATE, ALL TERMINALS: '
                  DELIMITED BY SIZE
                  RL-TOTAL DELIMITED BY SIZE
                  INTO VLT-LINE
           WRITE VLT-LINE.
       PRINT-HEADING-END. EXIT.
      *----
       START-TERMINAL-SECTION.
           MOVE VAULT-TERM-ID TO CURRENT-TERM-ID
           MOVE ZERO TO TERM-ORDER-VALUE
           MOVE ZERO TO TERM-DISPENSED-TOTAL
           PERFORM FIND-TERMINAL-ENTRY
           IF TD-FOUND-INDEX NOT = ZERO
              MOVE TD-DISPENSED(TD-FOUND-INDEX)
                 TO TERM-DISPENSED-TOTAL
           END-IF
           MOVE CURRENT-TERM-ID TO TERM-ID
           READ TERM-INP KEY IS TERM-KEY
              INVALID KEY
                 MOVE SPACES TO TERM-BRANCH
                 MOVE 'NOT ON TERMINAL MASTER' TO TERM-LOCATION
           END-READ
           MOVE SPACES TO VLT-LINE
           WRITE VLT-LINE
           MOVE SPACES TO VLT-LINE
           STRING 'TERMINAL '        DELIMITED BY SIZE
                  CURRENT-TERM-ID    DELIMITED BY SIZE
                  '  BRANCH '        DELIMITED BY SIZE
                  TERM-BRANCH        DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  TERM-LOCATION      DELIMITED BY SIZE
                  INTO VLT-LINE
           WRITE VLT-LINE
           MOVE TERM-DISPENSED-TOTAL TO RL-TOTAL
           MOVE SPACES TO VLT-LINE
           STRING 'VALUE DISPENSED THIS DATE: ' DELIMITED BY SIZE
                  RL-TOTAL DELIMITED BY SIZE
                  INTO VLT-LINE
           WRITE VLT-LINE
           MOVE SPACES TO VLT-LINE
           STRING 'DENOM   ON HAND   DAYS LEFT   RECOMMENDED LOAD'
                  DELIMITED BY SIZE INTO VLT-LINE
           WRITE VLT-LINE
           MOVE 'N' TO FIRST-TERM-SW.
       START-TERMINAL-SECTION-END. EXIT.
      *----
       PRINT-TERMINAL-TOTAL.
           MOVE TERM-ORDER-VALUE TO RL-TOTAL
           MOVE SPACES TO VLT-LINE
           STRING 'TERMINAL ORDER VALUE: ' DELIMITED BY SIZE
                  RL-TOTAL DELIMITED BY SIZE
                  INTO VLT-LINE
           WRITE VLT-LINE.
       PRINT-TERMINAL-TOTAL-END. EXIT.
      *----
       FORECAST-DENOM.
           READ VAULT-INP NEXT RECORD
                 MOVE 'Y' TO VAULT-EOF-SW
           END-READ
           IF NOT VAULT-AT-END
              IF FIRST-TERMINAL
                 PERFORM START-TERMINAL-SECTION
              ELSE IF VAULT-TERM-ID NOT = CURRENT-TERM-ID
                 PERFORM PRINT-TERMINAL-TOTAL
                 PERFORM START-TERMINAL-SECTION
              END-IF
              END-IF
              PERFORM PROJECT-DENOM-STOCK
              PERFORM PRINT-FORECAST-LINE
           END-IF.
      *----
       PROJECT-DENOM-STOCK.
           COMPUTE DENOM-SHARE-VALUE =
              TERM-DISPENSED-TOTAL / DENOM-COUNT
           IF (DENOM-SHARE-VALUE = ZERO) OR (VAULT-DENOM = ZERO)
              MOVE ZERO TO BURN-NOTES-PER-DAY
           ELSE
              END-IF
           END-IF
           COMPUTE ORDER-TOTAL-VALUE = ORDER-TOTAL-VALUE +
              (RECOMMENDED-LOAD * VAULT-DENOM)
           COMPUTE TERM-ORDER-VALUE = TERM-ORDER-VALUE +
              (RECOMMENDED-LOAD * VAULT-DENOM).
       PROJECT-STOCK-END. EXIT.
      *----
       PRINT-FORECAST-END. EXIT.
      *----
       FINALIZE-RUN.
           IF NOT FIRST-TERMINAL
              PERFORM PRINT-TERMINAL-TOTAL
           END-IF
           MOVE SPACES TO VLT-LINE
           WRITE VLT-LINE
           MOVE ORDER-TOTAL-VALUE TO RL-TOTAL
           WRITE VLT-LINE
           CLOSE VAULT-INP
           CLOSE TRAN-LOG-INP
           CLOSE TERM-INP
           CLOSE VLT-RPT.
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
