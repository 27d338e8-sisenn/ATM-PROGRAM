       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0023.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0023 IS THE NIGHTLY TERMINAL ACTIVITY REPORT. FOR
      *    EVERY TERMINAL ON TERM-INP IT PRINTS ON TACT-RPT THE
      *    POSTINGS MADE AT THE TERMINAL ON TRAN-LOG-INP FOR THE
      *    BUSINESS DATE HELD ON SYSCTL, THE WITHDRAWALS NOT
      *    REVERSED (CASH DISPENSED) AND THE DEPOSITS (CASH
      *    RECEIVED), AND THE MINUTES OF THE DAY THE TERMINAL WAS
      *    IN SERVICE. TELLER AND BATCH POSTINGS CARRY NO TERMINAL
      *    AND ARE NOT COUNTED.
      *
      *    UPTIME IS REBUILT FROM THE STATUS CHANGES LOGGED BY
      *    ATM0002 ON TERM-EVT. THE STATUS AT THE START OF THE DAY
      *    IS THE NEW STATUS OF THE LAST EARLIER EVENT, OR THE OLD
      *    STATUS OF THE FIRST LATER ONE; A TERMINAL WITH NO
      *    EVENTS AT ALL HAS KEPT ITS MASTER STATUS ALL DAY. EACH
      *    CHANGE DURING THE DAY OPENS OR CLOSES AN IN-SERVICE
      *    PERIOD. THE EVENTS CARRY THE MACHINE DATE, SO THE
      *    REPORT MUST RUN BEFORE THE DATE ROLL.
      *
      *    A TOTAL LINE PER BRANCH AND A GRAND TOTAL FOLLOW THE
      *    TERMINAL LINES. THEIR MINUTES AND PERCENTAGE ARE THE
      *    AVERAGE UPTIME PER TERMINAL.
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
           SELECT TERM-INP  ASSIGN TO TERMINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY TERM-KEY
                            STATUS ST-TERM-INP.
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT TERM-EVT  ASSIGN TO TERMEVT
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY TEVT-KEY
                            STATUS ST-TERM-EVT.
           SELECT TACT-RPT  ASSIGN TO TACTRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-TACT-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  TERM-INP.
           COPY TERMREC.
       FD  TRAN-LOG-INP.
           COPY TRANLOG.
       FD  TERM-EVT.
           COPY TEVTREC.
       FD  TACT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  TACT-LINE                   PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0023'.
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
       01  MINUTES-PER-DAY              PIC 9(04)     VALUE 1440.
      *----
       01  TERMINAL-TABLE.
           05 TA-COUNT                  PIC 9(03)     VALUE ZERO.
           05 TA-INDEX                  PIC 9(03).
           05 TA-FOUND-INDEX            PIC 9(03).
           05 TA-ENTRY OCCURS 200 TIMES.
              10 TA-TERM-ID             PIC X(08).
              10 TA-BRANCH              PIC X(10).
              10 TA-LOCATION            PIC X(30).
              10 TA-MASTER-STATUS       PIC X(01).
              10 TA-POSTINGS            PIC 9(06).
              10 TA-WD-COUNT            PIC 9(06).
              10 TA-WD-AMOUNT           PIC 9(10)V99.
              10 TA-DEP-COUNT           PIC 9(06).
              10 TA-DEP-AMOUNT          PIC 9(10)V99.
              10 TA-UP-MINUTES          PIC 9(04).
      *----
       01  BRANCH-TABLE.
           05 BR-COUNT                  PIC 9(03)     VALUE ZERO.
           05 BR-INDEX                  PIC 9(03).
           05 BR-FOUND-INDEX            PIC 9(03).
           05 BR-ENTRY OCCURS 200 TIMES.
              10 BR-BRANCH              PIC X(10).
              10 BR-TERMINALS           PIC 9(03).
              10 BR-POSTINGS            PIC 9(06).
              10 BR-WD-COUNT            PIC 9(06).
              10 BR-WD-AMOUNT           PIC 9(10)V99.
              10 BR-DEP-COUNT           PIC 9(06).
              10 BR-DEP-AMOUNT          PIC 9(10)V99.
              10 BR-UP-MINUTES          PIC 9(08).
      *----
       01  UPTIME-FIELDS.
           05 UT-STATUS                 PIC X(01).
           05 UT-MARK                   PIC 9(04).
           05 UT-EVENT-MINUTE           PIC 9(04).
           05 UT-EVENT-TIME             PIC 9(08).
           05 UT-EVENT-TIME-R REDEFINES UT-EVENT-TIME.
              10 UT-EVENT-HH            PIC 9(02).
              10 UT-EVENT-MM            PIC 9(02).
              10 FILLER                 PIC 9(04).
           05 UT-AVERAGE-MINUTES        PIC 9(04).
           05 UT-PERCENT                PIC 9(03)V9.
      *----
       01  TOTAL-FIELDS.
           05 TOT-TERMINALS             PIC 9(03)     VALUE ZERO.
           05 TOT-POSTINGS              PIC 9(06)     VALUE ZERO.
           05 TOT-WD-COUNT              PIC 9(06)     VALUE ZERO.
           05 TOT-WD-AMOUNT             PIC 9(10)V99  VALUE ZERO.
           05 TOT-DEP-COUNT             PIC 9(06)     VALUE ZERO.
           05 TOT-DEP-AMOUNT            PIC 9(10)V99  VALUE ZERO.
           05 TOT-UP-MINUTES            PIC 9(08)     VALUE ZERO.
           05 UNMATCHED-POSTINGS        PIC 9(06)     VALUE ZERO.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-LABEL                  PIC X(51).
           05 RL-POSTINGS               PIC Z(05)9.
           05 RL-WD-COUNT               PIC Z(05)9.
           05 RL-WD-AMOUNT              PIC Z(10)9.99.
           05 RL-DEP-COUNT              PIC Z(05)9.
           05 RL-DEP-AMOUNT             PIC Z(10)9.99.
           05 RL-MINUTES                PIC Z(03)9.
           05 RL-PERCENT                PIC ZZ9.9.
           05 RL-TERMINALS              PIC ZZ9.
      *----
       01  TERM-EOF-SW                  PIC X(01).
           88 TERM-AT-END               VALUE 'Y'.
       01  TRAN-EOF-SW                  PIC X(01).
           88 TRAN-AT-END               VALUE 'Y'.
       01  TEVT-EOF-SW                  PIC X(01).
           88 TEVT-AT-END               VALUE 'Y'.
       01  TEVT-OPEN-SW                 PIC X(01).
           88 TEVT-FILE-OPEN            VALUE 'Y'.
      *----
       01  ST-TERM-INP                  PIC 9(02).
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-TERM-EVT                  PIC 9(02).
       01  ST-TACT-RPT                  PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-TERMINAL UNTIL TERM-AT-END
           PERFORM SUM-TERMINAL-POSTING UNTIL TRAN-AT-END
           PERFORM COMPUTE-TERMINAL-UPTIME VARYING TA-INDEX
              FROM 1 BY 1 UNTIL TA-INDEX > TA-COUNT
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-TERMINAL-LINE VARYING TA-INDEX
              FROM 1 BY 1 UNTIL TA-INDEX > TA-COUNT
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           OPEN INPUT  TERM-INP
           OPEN INPUT  TRAN-LOG-INP
           OPEN INPUT  TERM-EVT
           OPEN OUTPUT TACT-RPT
           MOVE 'N' TO TERM-EOF-SW
           MOVE 'N' TO TRAN-EOF-SW
           IF ST-TERM-EVT NOT = 0
              DISPLAY 'Warning: terminal event file not available.'
                 ' Master status assumed all day.'
              MOVE 'N' TO TEVT-OPEN-SW
           ELSE
              MOVE 'Y' TO TEVT-OPEN-SW
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
       LOAD-TERMINAL.
           READ TERM-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO TERM-EOF-SW
           END-READ
           IF NOT TERM-AT-END
              IF TA-COUNT < 200
                 ADD 1 TO TA-COUNT
                 MOVE TERM-ID       TO TA-TERM-ID(TA-COUNT)
                 MOVE TERM-BRANCH   TO TA-BRANCH(TA-COUNT)
                 MOVE TERM-LOCATION TO TA-LOCATION(TA-COUNT)
                 MOVE TERM-STATUS   TO TA-MASTER-STATUS(TA-COUNT)
                 MOVE ZERO TO TA-POSTINGS(TA-COUNT)
                 MOVE ZERO TO TA-WD-COUNT(TA-COUNT)
                 MOVE ZERO TO TA-WD-AMOUNT(TA-COUNT)
                 MOVE ZERO TO TA-DEP-COUNT(TA-COUNT)
                 MOVE ZERO TO TA-DEP-AMOUNT(TA-COUNT)
                 MOVE ZERO TO TA-UP-MINUTES(TA-COUNT)
              ELSE
                 DISPLAY 'Warning: more than 200 terminals.'
                    ' Terminal ' TERM-ID ' not reported.'
              END-IF
           END-IF.
       LOAD-TERMINAL-END. EXIT.
      *----
       SUM-TERMINAL-POSTING.
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO TRAN-EOF-SW
           END-READ
           IF NOT TRAN-AT-END
              IF (TRAN-DATE = RUN-DATE-PARM) AND
                 (TRAN-TERM-ID NOT = SPACES)
                 PERFORM FIND-TERMINAL-ENTRY
                 IF TA-FOUND-INDEX = ZERO
                    ADD 1 TO UNMATCHED-POSTINGS
                 ELSE
                    PERFORM ADD-TERMINAL-POSTING
                 END-IF
              END-IF
           END-IF.
       SUM-TERMINAL-POSTING-END. EXIT.
      *----
       FIND-TERMINAL-ENTRY.
           MOVE ZERO TO TA-FOUND-INDEX
           PERFORM MATCH-TERMINAL-ENTRY VARYING TA-INDEX
              FROM 1 BY 1 UNTIL (TA-INDEX > TA-COUNT) OR
                                (TA-FOUND-INDEX NOT = ZERO).
       FIND-TERMINAL-ENTRY-END. EXIT.
      *----
       MATCH-TERMINAL-ENTRY.
           IF TA-TERM-ID(TA-INDEX) = TRAN-TERM-ID
              MOVE TA-INDEX TO TA-FOUND-INDEX
           END-IF.
       MATCH-TERMINAL-ENTRY-END. EXIT.
      *----
       ADD-TERMINAL-POSTING.
           ADD 1 TO TA-POSTINGS(TA-FOUND-INDEX)
           IF (TRAN-TYPE = 'WITHDRAWAL') AND (NOT TRAN-REVERSED)
              ADD 1           TO TA-WD-COUNT(TA-FOUND-INDEX)
              ADD TRAN-AMOUNT TO TA-WD-AMOUNT(TA-FOUND-INDEX)
           END-IF
           IF TRAN-TYPE = 'DEPOSIT'
              ADD 1           TO TA-DEP-COUNT(TA-FOUND-INDEX)
              ADD TRAN-AMOUNT TO TA-DEP-AMOUNT(TA-FOUND-INDEX)
           END-IF.
       ADD-TERMINAL-POSTING-END. EXIT.
      *----
       COMPUTE-TERMINAL-UPTIME.
           MOVE SPACES TO UT-STATUS
           MOVE ZERO   TO UT-MARK
           MOVE 'N'    TO TEVT-EOF-SW
           IF NOT TEVT-FILE-OPEN
              MOVE 'Y' TO TEVT-EOF-SW
           ELSE
              MOVE TA-TERM-ID(TA-INDEX) TO TEVT-TERM-ID
              MOVE ZERO TO TEVT-DATE
              MOVE ZERO TO TEVT-TIME
              START TERM-EVT KEY IS NOT LESS THAN TEVT-KEY
                 INVALID KEY
                    MOVE 'Y' TO TEVT-EOF-SW
              END-START
           END-IF
           PERFORM APPLY-TERMINAL-EVENT UNTIL TEVT-AT-END
           IF UT-STATUS = SPACES
              MOVE TA-MASTER-STATUS(TA-INDEX) TO UT-STATUS
           END-IF
           IF UT-STATUS = 'I'
              COMPUTE TA-UP-MINUTES(TA-INDEX) =
                 TA-UP-MINUTES(TA-INDEX) + MINUTES-PER-DAY - UT-MARK
           END-IF.
       COMPUTE-TERMINAL-UPTIME-END. EXIT.
      *----
       APPLY-TERMINAL-EVENT.
           READ TERM-EVT NEXT RECORD
              AT END
                 MOVE 'Y' TO TEVT-EOF-SW
           END-READ
           IF NOT TEVT-AT-END
              IF TEVT-TERM-ID NOT = TA-TERM-ID(TA-INDEX)
                 MOVE 'Y' TO TEVT-EOF-SW
              ELSE
                 IF UT-STATUS = SPACES
                    MOVE TEVT-OLD-STATUS TO UT-STATUS
                 END-IF
                 IF TEVT-DATE > RUN-DATE-PARM
                    MOVE 'Y' TO TEVT-EOF-SW
                 ELSE IF TEVT-DATE < RUN-DATE-PARM
                    MOVE TEVT-NEW-STATUS TO UT-STATUS
                 ELSE
                    MOVE TEVT-TIME TO UT-EVENT-TIME
                    COMPUTE UT-EVENT-MINUTE =
                       (UT-EVENT-HH * 60) + UT-EVENT-MM
                    IF UT-STATUS = 'I'
                       COMPUTE TA-UP-MINUTES(TA-INDEX) =
                          TA-UP-MINUTES(TA-INDEX) +
                          UT-EVENT-MINUTE - UT-MARK
                    END-IF
                    MOVE UT-EVENT-MINUTE TO UT-MARK
                    MOVE TEVT-NEW-STATUS TO UT-STATUS
                 END-IF
              END-IF
           END-IF.
       APPLY-TERMINAL-EVENT-END. EXIT.
      *----
       PRINT-REPORT-HEADING.
           MOVE SPACES TO TACT-LINE
           STRING 'TERMINAL ACTIVITY REPORT - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO TACT-LINE
           WRITE TACT-LINE
           MOVE SPACES TO TACT-LINE
           WRITE TACT-LINE
           PERFORM PRINT-COLUMN-HEADING.
       PRINT-HEADING-END. EXIT.
      *----
       PRINT-COLUMN-HEADING.
           MOVE SPACES TO TACT-LINE
           STRING 'TERMINAL BRANCH     LOCATION                       '
                  ' POSTS   WDLS      DISPENSED   DEPS       RECEIVED'
                  ' MINS  UP %'
                  DELIMITED BY SIZE INTO TACT-LINE
           WRITE TACT-LINE.
       PRINT-COLUMN-HEADING-END. EXIT.
      *----
       PRINT-TERMINAL-LINE.
           MOVE SPACES TO RL-LABEL
           STRING TA-TERM-ID(TA-INDEX)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  TA-BRANCH(TA-INDEX)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  TA-LOCATION(TA-INDEX) DELIMITED BY SIZE
                  INTO RL-LABEL
           MOVE TA-POSTINGS(TA-INDEX)   TO RL-POSTINGS
           MOVE TA-WD-COUNT(TA-INDEX)   TO RL-WD-COUNT
           MOVE TA-WD-AMOUNT(TA-INDEX)  TO RL-WD-AMOUNT
           MOVE TA-DEP-COUNT(TA-INDEX)  TO RL-DEP-COUNT
           MOVE TA-DEP-AMOUNT(TA-INDEX) TO RL-DEP-AMOUNT
           MOVE TA-UP-MINUTES(TA-INDEX) TO RL-MINUTES
           COMPUTE UT-PERCENT ROUNDED =
              (TA-UP-MINUTES(TA-INDEX) * 100) / MINUTES-PER-DAY
           MOVE UT-PERCENT TO RL-PERCENT
           PERFORM WRITE-ACTIVITY-LINE
           PERFORM ADD-BRANCH-TOTAL
           ADD 1                        TO TOT-TERMINALS
           ADD TA-POSTINGS(TA-INDEX)    TO TOT-POSTINGS
           ADD TA-WD-COUNT(TA-INDEX)    TO TOT-WD-COUNT
           ADD TA-WD-AMOUNT(TA-INDEX)   TO TOT-WD-AMOUNT
           ADD TA-DEP-COUNT(TA-INDEX)   TO TOT-DEP-COUNT
           ADD TA-DEP-AMOUNT(TA-INDEX)  TO TOT-DEP-AMOUNT
           ADD TA-UP-MINUTES(TA-INDEX)  TO TOT-UP-MINUTES.
       PRINT-TERMINAL-LINE-END. EXIT.
      *----
       WRITE-ACTIVITY-LINE.
           MOVE SPACES TO TACT-LINE
           STRING RL-LABEL              DELIMITED BY SIZE
                  RL-POSTINGS           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-WD-COUNT           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-WD-AMOUNT          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-DEP-COUNT          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-DEP-AMOUNT         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-MINUTES            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-PERCENT            DELIMITED BY SIZE
                  INTO TACT-LINE
           WRITE TACT-LINE.
       WRITE-ACTIVITY-LINE-END. EXIT.
      *----
       ADD-BRANCH-TOTAL.
           MOVE ZERO TO BR-FOUND-INDEX
           PERFORM MATCH-BRANCH-ENTRY VARYING BR-INDEX
              FROM 1 BY 1 UNTIL (BR-INDEX > BR-COUNT) OR
                                (BR-FOUND-INDEX NOT = ZERO)
           IF BR-FOUND-INDEX = ZERO
              ADD 1 TO BR-COUNT
              MOVE BR-COUNT            TO BR-FOUND-INDEX
              MOVE TA-BRANCH(TA-INDEX) TO BR-BRANCH(BR-COUNT)
              MOVE ZERO TO BR-TERMINALS(BR-COUNT)
              MOVE ZERO TO BR-POSTINGS(BR-COUNT)
              MOVE ZERO TO BR-WD-COUNT(BR-COUNT)
              MOVE ZERO TO BR-WD-AMOUNT(BR-COUNT)
              MOVE ZERO TO BR-DEP-COUNT(BR-COUNT)
              MOVE ZERO TO BR-DEP-AMOUNT(BR-COUNT)
              MOVE ZERO TO BR-UP-MINUTES(BR-COUNT)
           END-IF
           ADD 1 TO BR-TERMINALS(BR-FOUND-INDEX)
           ADD TA-POSTINGS(TA-INDEX)   TO BR-POSTINGS(BR-FOUND-INDEX)
           ADD TA-WD-COUNT(TA-INDEX)   TO BR-WD-COUNT(BR-FOUND-INDEX)
           ADD TA-WD-AMOUNT(TA-INDEX)  TO BR-WD-AMOUNT(BR-FOUND-INDEX)
           ADD TA-DEP-COUNT(TA-INDEX)  TO BR-DEP-COUNT(BR-FOUND-INDEX)
           ADD TA-DEP-AMOUNT(TA-INDEX)
              TO BR-DEP-AMOUNT(BR-FOUND-INDEX)
           ADD TA-UP-MINUTES(TA-INDEX)
              TO BR-UP-MINUTES(BR-FOUND-INDEX).
       ADD-BRANCH-TOTAL-END. EXIT.
      *----
       MATCH-BRANCH-ENTRY.
           IF BR-BRANCH(BR-INDEX) = TA-BRANCH(TA-INDEX)
              MOVE BR-INDEX TO BR-FOUND-INDEX
           END-IF.
       MATCH-BRANCH-ENTRY-END. EXIT.
      *----
       PRINT-BRANCH-LINE.
           MOVE BR-TERMINALS(BR-INDEX) TO RL-TERMINALS
           MOVE SPACES TO RL-LABEL
           STRING 'BRANCH '            DELIMITED BY SIZE
                  BR-BRANCH(BR-INDEX)  DELIMITED BY SIZE
                  '  TERMINALS '       DELIMITED BY SIZE
                  RL-TERMINALS         DELIMITED BY SIZE
                  INTO RL-LABEL
           MOVE BR-POSTINGS(BR-INDEX)   TO RL-POSTINGS
           MOVE BR-WD-COUNT(BR-INDEX)   TO RL-WD-COUNT
           MOVE BR-WD-AMOUNT(BR-INDEX)  TO RL-WD-AMOUNT
           MOVE BR-DEP-COUNT(BR-INDEX)  TO RL-DEP-COUNT
           MOVE BR-DEP-AMOUNT(BR-INDEX) TO RL-DEP-AMOUNT
           COMPUTE UT-AVERAGE-MINUTES =
              BR-UP-MINUTES(BR-INDEX) / BR-TERMINALS(BR-INDEX)
           MOVE UT-AVERAGE-MINUTES TO RL-MINUTES
           COMPUTE UT-PERCENT ROUNDED =
              (BR-UP-MINUTES(BR-INDEX) * 100) /
              (BR-TERMINALS(BR-INDEX) * MINUTES-PER-DAY)
           MOVE UT-PERCENT TO RL-PERCENT
           PERFORM WRITE-ACTIVITY-LINE.
       PRINT-BRANCH-LINE-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO TACT-LINE
           WRITE TACT-LINE
           MOVE SPACES TO TACT-LINE
           STRING 'BRANCH TOTALS' DELIMITED BY SIZE INTO TACT-LINE
           WRITE TACT-LINE
           PERFORM PRINT-COLUMN-HEADING
           PERFORM PRINT-BRANCH-LINE VARYING BR-INDEX
              FROM 1 BY 1 UNTIL BR-INDEX > BR-COUNT
           MOVE SPACES TO TACT-LINE
           WRITE TACT-LINE
           MOVE TOT-TERMINALS TO RL-TERMINALS
           MOVE SPACES TO RL-LABEL
           STRING 'ALL BRANCHES       TERMINALS ' DELIMITED BY SIZE
                  RL-TERMINALS                    DELIMITED BY SIZE
                  INTO RL-LABEL
           MOVE TOT-POSTINGS   TO RL-POSTINGS
           MOVE TOT-WD-COUNT   TO RL-WD-COUNT
           MOVE TOT-WD-AMOUNT  TO RL-WD-AMOUNT
           MOVE TOT-DEP-COUNT  TO RL-DEP-COUNT
           MOVE TOT-DEP-AMOUNT TO RL-DEP-AMOUNT
           IF TOT-TERMINALS = ZERO
              MOVE ZERO TO UT-AVERAGE-MINUTES
              MOVE ZERO TO UT-PERCENT
           ELSE
              COMPUTE UT-AVERAGE-MINUTES =
                 TOT-UP-MINUTES / TOT-TERMINALS
              COMPUTE UT-PERCENT ROUNDED =
                 (TOT-UP-MINUTES * 100) /
                 (TOT-TERMINALS * MINUTES-PER-DAY)
           END-IF
           MOVE UT-AVERAGE-MINUTES TO RL-MINUTES
           MOVE UT-PERCENT TO RL-PERCENT
           PERFORM WRITE-ACTIVITY-LINE
           IF UNMATCHED-POSTINGS > ZERO
              MOVE UNMATCHED-POSTINGS TO RL-POSTINGS
              MOVE SPACES TO TACT-LINE
              STRING 'POSTINGS FROM TERMINALS NOT ON TERM-INP: '
                     DELIMITED BY SIZE
                     RL-POSTINGS DELIMITED BY SIZE
                     INTO TACT-LINE
              WRITE TACT-LINE
           END-IF
           CLOSE TERM-INP
           CLOSE TRAN-LOG-INP
           IF TEVT-FILE-OPEN
              CLOSE TERM-EVT
           END-IF
           CLOSE TACT-RPT.
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
