       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0020.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0020 IS THE NIGHTLY DECLINED TRANSACTION ANALYSIS.
      *    IT READS DECL-LOG SEQUENTIALLY, WHICH DELIVERS THE LOG
      *    IN CUSTOMER AND TIMESTAMP ORDER, AND SELECTS THE
      *    DECLINES WRITTEN BY ATM0001 FOR THE BUSINESS DATE HELD
      *    ON SYSCTL. EVERY CUSTOMER TURNED AWAY AT LEAST AS MANY
      *    TIMES AS THE REPEAT LIMIT ON PARM-INP IS LISTED ON
      *    DCL-RPT WITH THE NAME FROM CUST-INP, THE NUMBER AND
      *    VALUE OF THE ATTEMPTS AND THE LAST REASON GIVEN. THE
      *    DAY'S DECLINES ARE THEN SUMMARISED BY REASON CODE AND
      *    BY HOUR OF THE DAY, WITH THE AMOUNT REQUESTED, SO THE
      *    BUSINESS LOST TO A SHORT VAULT OR A LIMIT CAN BE SEEN.
      *    A REASON CODE NOT IN THE TABLE BELOW IS COUNTED UNDER
      *    OTHER. THE REPEAT LIMIT DEFAULTS TO 3 WHEN THE
      *    PARAMETER FILE CANNOT BE READ OR CARRIES ZERO.
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
           SELECT DECL-LOG  ASSIGN TO DECLLOG
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY DECL-KEY
                            STATUS ST-DECL-LOG.
           SELECT CUST-INP  ASSIGN TO CUSTINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CUST-KEY
                            STATUS ST-CUST-INP.
           SELECT PARM-INP  ASSIGN TO PARMINP
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-PARM-INP.
           SELECT DCL-RPT   ASSIGN TO DCLRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-DCL-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  DECL-LOG.
           COPY DECLREC.
       FD  CUST-INP.
           COPY CUSTREC.
       FD  PARM-INP.
           COPY PARMREC.
       FD  DCL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DCL-LINE                    PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0020'.
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
       01  DECLINE-REPEAT-LIMIT         PIC 9(03)     VALUE 3.
      *----
       01  REASON-TABLE-VALUES.
           05 FILLER PIC X(04) VALUE 'INSF'.
           05 FILLER PIC X(26) VALUE 'INSUFFICIENT FUNDS'.
           05 FILLER PIC X(04) VALUE 'WDLM'.
           05 FILLER PIC X(26) VALUE 'DAILY WITHDRAWAL LIMIT'.
           05 FILLER PIC X(04) VALUE 'MAXA'.
           05 FILLER PIC X(26) VALUE 'OVER MAXIMUM AMOUNT'.
           05 FILLER PIC X(04) VALUE 'VLTS'.
           05 FILLER PIC X(26) VALUE 'VAULT SHORT OF NOTES'.
           05 FILLER PIC X(04) VALUE 'DENM'.
           05 FILLER PIC X(26) VALUE 'DENOMINATION MISMATCH'.
           05 FILLER PIC X(04) VALUE 'INVA'.
           05 FILLER PIC X(26) VALUE 'WRONG INVOICE AMOUNT'.
           05 FILLER PIC X(04) VALUE 'DEBT'.
           05 FILLER PIC X(26) VALUE 'OVER CARD DEBT'.
           05 FILLER PIC X(04) VALUE 'IBAN'.
           05 FILLER PIC X(26) VALUE 'IBAN NOT REGISTERED'.
           05 FILLER PIC X(04) VALUE 'BCLS'.
           05 FILLER PIC X(26) VALUE 'BENEFICIARY ACCOUNT CLOSED'.
           05 FILLER PIC X(04) VALUE 'DORM'.
           05 FILLER PIC X(26) VALUE 'DORMANT ACCOUNT'.
           05 FILLER PIC X(04) VALUE 'NACC'.
           05 FILLER PIC X(26) VALUE 'NO ACCOUNT ON CARD'.
           05 FILLER PIC X(04) VALUE 'BPIN'.
           05 FILLER PIC X(26) VALUE 'WRONG PIN'.
           05 FILLER PIC X(04) VALUE 'PINX'.
           05 FILLER PIC X(26) VALUE 'PIN TRIES EXCEEDED'.
           05 FILLER PIC X(04) VALUE 'HOTC'.
           05 FILLER PIC X(26) VALUE 'HOT CARD'.
           05 FILLER PIC X(04) VALUE 'CAPT'.
           05 FILLER PIC X(26) VALUE 'CARD ALREADY CAPTURED'.
           05 FILLER PIC X(04) VALUE 'UNKN'.
           05 FILLER PIC X(26) VALUE 'UNKNOWN CARD'.
           05 FILLER PIC X(04) VALUE 'LBLK'.
           05 FILLER PIC X(26) VALUE 'CARD ON LOCAL BLOCK'.
           05 FILLER PIC X(04) VALUE 'TLIM'.
           05 FILLER PIC X(26) VALUE 'OVER TERMINAL CASH LIMIT'.
           05 FILLER PIC X(04) VALUE 'TDEP'.
           05 FILLER PIC X(26) VALUE 'TIME DEPOSIT ACCOUNT'.
           05 FILLER PIC X(04) VALUE 'OTHR'.
           05 FILLER PIC X(26) VALUE 'OTHER'.
       01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           05 RT-ENTRY OCCURS 20 TIMES.
              10 RT-CODE                PIC X(04).
              10 RT-DESC                PIC X(26).
      *----
       01  REASON-TOTALS.
           05 RT-INDEX                  PIC 9(02).
           05 RT-MATCH                  PIC 9(02).
           05 RT-TOTAL-ENTRY OCCURS 20 TIMES.
              10 RT-COUNT               PIC 9(06).
              10 RT-AMOUNT              PIC 9(10)V99.
      *----
       01  HOUR-TOTALS.
           05 HT-INDEX                  PIC 9(02).
           05 HT-HOUR                   PIC 9(02).
           05 HT-ENTRY OCCURS 24 TIMES.
              10 HT-COUNT               PIC 9(06).
              10 HT-AMOUNT              PIC 9(10)V99.
      *----
       01  CUSTOMER-TOTALS.
           05 CT-CUST-ID                PIC 9(10).
           05 CT-COUNT                  PIC 9(06).
           05 CT-AMOUNT                 PIC 9(10)V99.
           05 CT-LAST-TIME              PIC 9(08).
           05 CT-LAST-REASON            PIC X(04).
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-COUNT                  PIC Z(05)9.
           05 RL-TOTAL                  PIC Z(09)9.99.
           05 RL-HOUR                   PIC 9(02).
      *----
       01  COUNTERS.
           05 RECORDS-READ              PIC 9(08)     VALUE ZERO.
           05 DECLINES-SELECTED         PIC 9(06)     VALUE ZERO.
           05 CUSTOMERS-LISTED          PIC 9(06)     VALUE ZERO.
           05 DECLINED-TOTAL            PIC 9(12)V99  VALUE ZERO.
      *----
       01  EOF-SW                       PIC X(01).
           88 DECL-AT-END               VALUE 'Y'.
       01  FIRST-RECORD-SW              PIC X(01)     VALUE 'Y'.
           88 FIRST-RECORD              VALUE 'Y'.
      *----
       01  ST-DECL-LOG                  PIC 9(02).
       01  ST-CUST-INP                  PIC 9(02).
       01  ST-PARM-INP                  PIC 9(02).
       01  ST-DCL-RPT                   PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-DECL-LOG UNTIL DECL-AT-END
           IF NOT FIRST-RECORD
              PERFORM CHECK-CUSTOMER-REPEATS
           END-IF
           PERFORM PRINT-REASON-SUMMARY
           PERFORM PRINT-HOUR-SUMMARY
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM READ-SYSTEM-PARMS
           OPEN INPUT DECL-LOG
           IF ST-DECL-LOG NOT = 0
              DISPLAY 'Decline log not available. Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  CUST-INP
           OPEN OUTPUT DCL-RPT
           MOVE SPACES TO DCL-LINE
           STRING 'DECLINED TRANSACTION ANALYSIS - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO DCL-LINE
           WRITE DCL-LINE
           MOVE SPACES TO DCL-LINE
           WRITE DCL-LINE
           MOVE SPACES TO DCL-LINE
           STRING 'CUSTOMERS DECLINED ' DELIMITED BY SIZE
                  DECLINE-REPEAT-LIMIT  DELIMITED BY SIZE
                  ' OR MORE TIMES'      DELIMITED BY SIZE
                  INTO DCL-LINE
           WRITE DCL-LINE
           MOVE SPACES TO DCL-LINE
           STRING 'CUSTOMER    NAME                            '
                  ' DECLINES        AMOUNT  LAST AT   REASON'
                  DELIMITED BY SIZE INTO DCL-LINE
           WRITE DCL-LINE
           PERFORM CLEAR-REASON-TOTAL VARYING RT-INDEX
              FROM 1 BY 1 UNTIL RT-INDEX > 20
           PERFORM CLEAR-HOUR-TOTAL VARYING HT-INDEX
              FROM 1 BY 1 UNTIL HT-INDEX > 24
           MOVE 'N' TO EOF-SW
           READ DECL-LOG NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       INITIALIZE-END. EXIT.
      *----
       READ-SYSTEM-PARMS.
           OPEN INPUT PARM-INP.
           IF ST-PARM-INP NOT = 0
              DISPLAY 'Warning: parameter file not available.'
                 ' Default repeat limit in effect.'
           ELSE
              READ PARM-INP
                 AT END
                    DISPLAY 'Warning: parameter file empty.'
                    ' Default repeat limit in effect.'
              END-READ
              IF ST-PARM-INP = 0 AND
                 PARM-DECLINE-REPEAT-LIMIT > ZERO
                 MOVE PARM-DECLINE-REPEAT-LIMIT TO DECLINE-REPEAT-LIMIT
              END-IF
              CLOSE PARM-INP
           END-IF.
       READ-PARMS-END. EXIT.
      *----
       CLEAR-REASON-TOTAL.
           MOVE ZERO TO RT-COUNT(RT-INDEX).
           MOVE ZERO TO RT-AMOUNT(RT-INDEX).
       CLEAR-REASON-END. EXIT.
      *----
       CLEAR-HOUR-TOTAL.
           MOVE ZERO TO HT-COUNT(HT-INDEX).
           MOVE ZERO TO HT-AMOUNT(HT-INDEX).
       CLEAR-HOUR-END. EXIT.
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
       PROCESS-DECL-LOG.
           ADD 1 TO RECORDS-READ
           IF DECL-DATE = RUN-DATE-PARM
              IF FIRST-RECORD
                 MOVE 'N'          TO FIRST-RECORD-SW
                 MOVE DECL-CUST-ID TO CT-CUST-ID
                 MOVE ZERO         TO CT-COUNT
                 MOVE ZERO         TO CT-AMOUNT
              END-IF
              IF DECL-CUST-ID NOT = CT-CUST-ID
                 PERFORM CHECK-CUSTOMER-REPEATS
                 MOVE DECL-CUST-ID TO CT-CUST-ID
                 MOVE ZERO TO CT-COUNT
                 MOVE ZERO TO CT-AMOUNT
              END-IF
              PERFORM ACCUMULATE-DECLINE
           END-IF
           READ DECL-LOG NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       PROCESS-END. EXIT.
      *----
       ACCUMULATE-DECLINE.
           ADD 1 TO DECLINES-SELECTED.
           ADD DECL-AMOUNT TO DECLINED-TOTAL.
           ADD 1 TO CT-COUNT.
           ADD DECL-AMOUNT TO CT-AMOUNT.
           MOVE DECL-TIME        TO CT-LAST-TIME.
           MOVE DECL-REASON-CODE TO CT-LAST-REASON.
           MOVE 20 TO RT-MATCH.
           PERFORM MATCH-REASON-CODE VARYING RT-INDEX
              FROM 1 BY 1 UNTIL RT-INDEX > 19.
           ADD 1 TO RT-COUNT(RT-MATCH).
           ADD DECL-AMOUNT TO RT-AMOUNT(RT-MATCH).
           MOVE DECL-TIME(1:2) TO HT-HOUR.
           IF HT-HOUR > 23
              MOVE 23 TO HT-HOUR
           END-IF.
           COMPUTE HT-INDEX = HT-HOUR + 1.
           ADD 1 TO HT-COUNT(HT-INDEX).
           ADD DECL-AMOUNT TO HT-AMOUNT(HT-INDEX).
       ACCUMULATE-END. EXIT.
      *----
       MATCH-REASON-CODE.
           IF RT-CODE(RT-INDEX) = DECL-REASON-CODE
              MOVE RT-INDEX TO RT-MATCH
           END-IF.
       MATCH-REASON-END. EXIT.
      *----
       CHECK-CUSTOMER-REPEATS.
           IF CT-COUNT NOT < DECLINE-REPEAT-LIMIT
              PERFORM PRINT-REPEAT-CUSTOMER
           END-IF.
       CHECK-REPEATS-END. EXIT.
      *----
       PRINT-REPEAT-CUSTOMER.
           ADD 1 TO CUSTOMERS-LISTED.
           MOVE CT-CUST-ID TO CUST-ID.
           READ CUST-INP KEY IS CUST-KEY
              INVALID KEY
                 MOVE 'UNKNOWN' TO CUST-NAME
                 MOVE SPACES    TO CUST-SURNAME
           END-READ.
           MOVE CT-COUNT  TO RL-COUNT.
           MOVE CT-AMOUNT TO RL-TOTAL.
           MOVE SPACES TO DCL-LINE.
           STRING CT-CUST-ID     DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CUST-NAME      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CUST-SURNAME   DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  RL-COUNT       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RL-TOTAL       DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CT-LAST-TIME   DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CT-LAST-REASON DELIMITED BY SIZE
                  INTO DCL-LINE.
           WRITE DCL-LINE.
       PRINT-REPEAT-END. EXIT.
      *----
       PRINT-REASON-SUMMARY.
           MOVE SPACES TO DCL-LINE.
           WRITE DCL-LINE.
           MOVE SPACES TO DCL-LINE.
           STRING 'DECLINES BY REASON' DELIMITED BY SIZE
                  INTO DCL-LINE.
           WRITE DCL-LINE.
           MOVE SPACES TO DCL-LINE.
           STRING 'CODE  DESCRIPTION                 DECLINES'
                  '        AMOUNT' DELIMITED BY SIZE
                  INTO DCL-LINE.
           WRITE DCL-LINE.
           PERFORM PRINT-REASON-LINE VARYING RT-INDEX
              FROM 1 BY 1 UNTIL RT-INDEX > 20.
       PRINT-REASON-SUMMARY-END. EXIT.
      *----
       PRINT-REASON-LINE.
           IF RT-COUNT(RT-INDEX) > ZERO
              MOVE RT-COUNT(RT-INDEX)  TO RL-COUNT
              MOVE RT-AMOUNT(RT-INDEX) TO RL-TOTAL
              MOVE SPACES TO DCL-LINE
              STRING RT-CODE(RT-INDEX) DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     RT-DESC(RT-INDEX) DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     RL-COUNT          DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     RL-TOTAL          DELIMITED BY SIZE
                     INTO DCL-LINE
              WRITE DCL-LINE
           END-IF.
       PRINT-REASON-LINE-END. EXIT.
      *----
       PRINT-HOUR-SUMMARY.
           MOVE SPACES TO DCL-LINE.
           WRITE DCL-LINE.
           MOVE SPACES TO DCL-LINE.
           STRING 'DECLINES BY HOUR' DELIMITED BY SIZE
                  INTO DCL-LINE.
           WRITE DCL-LINE.
           MOVE SPACES TO DCL-LINE.
           STRING 'HOUR  DECLINES        AMOUNT' DELIMITED BY SIZE
                  INTO DCL-LINE.
           WRITE DCL-LINE.
           PERFORM PRINT-HOUR-LINE VARYING HT-INDEX
              FROM 1 BY 1 UNTIL HT-INDEX > 24.
       PRINT-HOUR-SUMMARY-END. EXIT.
      *----
       PRINT-HOUR-LINE.
           IF HT-COUNT(HT-INDEX) > ZERO
              COMPUTE RL-HOUR = HT-INDEX - 1
              MOVE HT-COUNT(HT-INDEX)  TO RL-COUNT
              MOVE HT-AMOUNT(HT-INDEX) TO RL-TOTAL
              MOVE SPACES TO DCL-LINE
              STRING RL-HOUR    DELIMITED BY SIZE
                     ':00  '    DELIMITED BY SIZE
                     RL-COUNT   DELIMITED BY SIZE
                     ' '        DELIMITED BY SIZE
                     RL-TOTAL   DELIMITED BY SIZE
                     INTO DCL-LINE
              WRITE DCL-LINE
           END-IF.
       PRINT-HOUR-LINE-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO DCL-LINE
           WRITE DCL-LINE
           MOVE DECLINED-TOTAL TO RL-TOTAL
           MOVE SPACES TO DCL-LINE
           STRING 'RECORDS READ: '       DELIMITED BY SIZE
                  RECORDS-READ           DELIMITED BY SIZE
                  '  DECLINES: '         DELIMITED BY SIZE
                  DECLINES-SELECTED      DELIMITED BY SIZE
                  '  CUSTOMERS LISTED: ' DELIMITED BY SIZE
                  CUSTOMERS-LISTED       DELIMITED BY SIZE
                  '  VALUE DECLINED '    DELIMITED BY SIZE
                  RL-TOTAL               DELIMITED BY SIZE
                  INTO DCL-LINE
           WRITE DCL-LINE
           CLOSE DECL-LOG
           CLOSE CUST-INP
           CLOSE DCL-RPT.
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
