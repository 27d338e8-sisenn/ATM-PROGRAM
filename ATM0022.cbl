       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0022.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0022 IS THE NIGHTLY VAULT CASH SETTLEMENT REPORT. IT
      *    READS CASH-SETL FOR THE BUSINESS DATE HELD ON SYSCTL AND
      *    PRINTS ONE LINE PER VAULT COUNT TAKEN AT REPLENISHMENT
      *    IN ATM0002: THE CYCLE'S OPENING CASH, CASH DISPENSED AND
      *    RECEIVED, THE CASH EXPECTED AND COUNTED AND THE
      *    DIFFERENCE, FOLLOWED BY THE TERMINAL LOADED AND THE
      *    NOTES BOOKED, COUNTED AND LOADED PER DENOMINATION. A
      *    DIFFERENCE ABOVE THE TOLERANCE IS MARKED WITH THE
      *    SUPERVISOR WHO SIGNED IT OFF. THE TRAILER GIVES THE
      *    DAY'S TOTAL OVERAGE AND SHORTAGE, AS BOOKED TO THE CASH
      *    OVER/SHORT SUSPENSE BY ATM0018.
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
           SELECT CASH-SETL ASSIGN TO CASHSETL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SETL-KEY
                            STATUS ST-CASH-SETL.
           SELECT SETL-RPT  ASSIGN TO SETLRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-SETL-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  CASH-SETL.
           COPY CSETLREC.
       FD  SETL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SETL-LINE                   PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0022'.
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
       01  DENOM-INDEX                  PIC 9(02).
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-OPENING                PIC Z(08)9.99.
           05 RL-DISPENSED              PIC Z(08)9.99.
           05 RL-RECEIVED               PIC Z(08)9.99.
           05 RL-EXPECTED               PIC -Z(08)9.99.
           05 RL-COUNTED                PIC Z(08)9.99.
           05 RL-DIFFERENCE             PIC -Z(08)9.99.
           05 RL-RESULT                 PIC X(06).
           05 RL-SIGNOFF                PIC X(11).
           05 RL-TOTAL                  PIC Z(10)9.99.
      *----
       01  COUNTERS.
           05 SETTLEMENTS-READ          PIC 9(06)     VALUE ZERO.
           05 SETTLEMENTS-BALANCED      PIC 9(06)     VALUE ZERO.
           05 SETTLEMENTS-OVER          PIC 9(06)     VALUE ZERO.
           05 SETTLEMENTS-SHORT         PIC 9(06)     VALUE ZERO.
           05 SETTLEMENTS-SIGNED-OFF    PIC 9(06)     VALUE ZERO.
           05 TOTAL-OVER                PIC 9(12)V99  VALUE ZERO.
           05 TOTAL-SHORT               PIC 9(12)V99  VALUE ZERO.
      *----
       01  EOF-SW                       PIC X(01).
           88 FILE-AT-END               VALUE 'Y'.
      *----
       01  ST-CASH-SETL                 PIC 9(02).
       01  ST-SETL-RPT                  PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-SETTLEMENT UNTIL FILE-AT-END
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           OPEN OUTPUT SETL-RPT
           MOVE SPACES TO SETL-LINE
           STRING 'VAULT CASH SETTLEMENT REPORT - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO SETL-LINE
           WRITE SETL-LINE
           MOVE SPACES TO SETL-LINE
           WRITE SETL-LINE
           MOVE SPACES TO SETL-LINE
           STRING 'COUNTED  TELLER CYCLE FROM           OPENING'
                  '    DISPENSED     RECEIVED      EXPECTED'
                  '      COUNTED    DIFFERENCE RESULT SIGN-OFF'
                  DELIMITED BY SIZE INTO SETL-LINE
           WRITE SETL-LINE
           MOVE 'N' TO EOF-SW
           OPEN INPUT CASH-SETL
           IF ST-CASH-SETL NOT = 0
              DISPLAY 'Warning: cash settlement file not available.'
              MOVE 'Y' TO EOF-SW
           ELSE
              MOVE RUN-DATE-PARM TO SETL-DATE
              MOVE ZERO          TO SETL-TIME
              START CASH-SETL KEY IS NOT LESS THAN SETL-KEY
                 INVALID KEY
                    MOVE 'Y' TO EOF-SW
              END-START
              PERFORM READ-SETTLEMENT
           END-IF.
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
       READ-SETTLEMENT.
           IF NOT FILE-AT-END
              READ CASH-SETL NEXT RECORD
                 AT END
                    MOVE 'Y' TO EOF-SW
              END-READ
           END-IF.
           IF NOT FILE-AT-END
              IF SETL-DATE NOT = RUN-DATE-PARM
                 MOVE 'Y' TO EOF-SW
              END-IF
           END-IF.
       READ-SETTLEMENT-END. EXIT.
      *----
       PROCESS-SETTLEMENT.
           ADD 1 TO SETTLEMENTS-READ
           MOVE SETL-OPENING-AMOUNT   TO RL-OPENING
           MOVE SETL-DISPENSED-AMOUNT TO RL-DISPENSED
           MOVE SETL-RECEIVED-AMOUNT  TO RL-RECEIVED
           MOVE SETL-EXPECTED-AMOUNT  TO RL-EXPECTED
           MOVE SETL-COUNTED-AMOUNT   TO RL-COUNTED
           MOVE SETL-DIFFERENCE       TO RL-DIFFERENCE
           IF SETL-OVER
              MOVE 'OVER'  TO RL-RESULT
              ADD 1 TO SETTLEMENTS-OVER
              ADD SETL-DIFFERENCE TO TOTAL-OVER
           ELSE IF SETL-SHORT
              MOVE 'SHORT' TO RL-RESULT
              ADD 1 TO SETTLEMENTS-SHORT
              SUBTRACT SETL-DIFFERENCE FROM TOTAL-SHORT
           ELSE
              MOVE 'EVEN'  TO RL-RESULT
              ADD 1 TO SETTLEMENTS-BALANCED
           END-IF
           END-IF
           MOVE SPACES TO RL-SIGNOFF
           IF SETL-SIGNOFF-NEEDED
              ADD 1 TO SETTLEMENTS-SIGNED-OFF
              STRING 'SUP '             DELIMITED BY SIZE
                     SETL-SUPERVISOR-ID DELIMITED BY SIZE
                     INTO RL-SIGNOFF
           END-IF
           MOVE SPACES TO SETL-LINE
           STRING SETL-TIME             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SETL-OPER-ID          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SETL-CYCLE-START-DATE DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SETL-CYCLE-START-TIME DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-OPENING            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-DISPENSED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-RECEIVED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-EXPECTED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-COUNTED            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-DIFFERENCE         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-RESULT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-SIGNOFF            DELIMITED BY SIZE
                  INTO SETL-LINE
           WRITE SETL-LINE
           MOVE SPACES TO SETL-LINE
           STRING '                TERMINAL     '   DELIMITED BY SIZE
                  SETL-TERM-ID                      DELIMITED BY SIZE
                  INTO SETL-LINE
           WRITE SETL-LINE
           PERFORM PRINT-DENOM-LINE VARYING DENOM-INDEX
              FROM 1 BY 1 UNTIL DENOM-INDEX > SETL-DENOM-COUNT
              OR DENOM-INDEX > 6
           PERFORM READ-SETTLEMENT.
       PROCESS-END. EXIT.
      *----
       PRINT-DENOM-LINE.
           MOVE SPACES TO SETL-LINE.
           STRING '                DENOMINATION '   DELIMITED BY SIZE
                  SETL-DENOM(DENOM-INDEX)           DELIMITED BY SIZE
                  '  BOOK '                         DELIMITED BY SIZE
                  SETL-BOOK-NOTES(DENOM-INDEX)      DELIMITED BY SIZE
                  '  COUNTED '                      DELIMITED BY SIZE
                  SETL-COUNTED-NOTES(DENOM-INDEX)   DELIMITED BY SIZE
                  '  LOADED '                       DELIMITED BY SIZE
                  SETL-LOADED-NOTES(DENOM-INDEX)    DELIMITED BY SIZE
                  INTO SETL-LINE.
           WRITE SETL-LINE.
       PRINT-DENOM-LINE-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO SETL-LINE
           WRITE SETL-LINE
           MOVE SPACES TO SETL-LINE
           STRING 'COUNTS: '            DELIMITED BY SIZE
                  SETTLEMENTS-READ      DELIMITED BY SIZE
                  '  BALANCED: '        DELIMITED BY SIZE
                  SETTLEMENTS-BALANCED  DELIMITED BY SIZE
                  '  OVER: '            DELIMITED BY SIZE
                  SETTLEMENTS-OVER      DELIMITED BY SIZE
                  '  SHORT: '           DELIMITED BY SIZE
                  SETTLEMENTS-SHORT     DELIMITED BY SIZE
                  '  SUPERVISOR SIGN-OFFS: ' DELIMITED BY SIZE
                  SETTLEMENTS-SIGNED-OFF DELIMITED BY SIZE
                  INTO SETL-LINE
           WRITE SETL-LINE
           MOVE TOTAL-OVER TO RL-TOTAL
           MOVE SPACES TO SETL-LINE
           STRING 'TOTAL CASH OVER : ' DELIMITED BY SIZE
                  RL-TOTAL             DELIMITED BY SIZE
                  INTO SETL-LINE
           WRITE SETL-LINE
           MOVE TOTAL-SHORT TO RL-TOTAL
           MOVE SPACES TO SETL-LINE
           STRING 'TOTAL CASH SHORT: ' DELIMITED BY SIZE
                  RL-TOTAL             DELIMITED BY SIZE
                  INTO SETL-LINE
           WRITE SETL-LINE
           CLOSE CASH-SETL
           CLOSE SETL-RPT.
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
