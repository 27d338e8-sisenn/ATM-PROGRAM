       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0019.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0019 IS THE BUSINESS DATE ROLL, THE LAST STEP OF THE
      *    OVERNIGHT SUITE. IT READS EVERY JOB RECORD ON THE
      *    SYSCTL CONTROL FILE AND LISTS THE MANDATORY END-OF-DAY
      *    JOBS ON ROLL-RPT WITH THE LAST DATE EACH COMPLETED. A
      *    MONTHLY MANDATORY JOB IS ONLY REQUIRED WHEN THE ROLL
      *    CROSSES MONTH END. ONLY WHEN EVERY REQUIRED JOB HAS
      *    COMPLETED FOR THE CURRENT BUSINESS DATE IS THE BUSDATE
      *    RECORD ADVANCED TO THE NEXT DAY (THE OLD DATE IS KEPT
      *    AS THE PREVIOUS BUSINESS DATE) AND THE ROLL RECORDED AS
      *    COMPLETE ON ITS OWN JOB RECORD. OTHERWISE THE JOBS
      *    STILL OUTSTANDING ARE LISTED, THE DATE IS LEFT AS IT
      *    STANDS AND THE RUN ENDS WITH RETURN CODE 8.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
           SELECT ROLL-RPT  ASSIGN TO ROLLRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-ROLL-RPT.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  CTRL-INP.
           COPY CTRLREC.
       FD  ROLL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLL-LINE                   PIC X(132).
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  ROLL-FIELDS.
           05 ROLL-JOB-NAME             PIC X(08)     VALUE 'ATM0019'.
           05 ROLL-DAY-NUMBER           PIC 9(08).
           05 ROLL-NEXT-DATE            PIC 9(08).
           05 ROLL-MONTH-END-SW         PIC X(01).
              88 ROLL-MONTH-END         VALUE 'Y'.
           05 ROLL-JOB-STATUS           PIC X(12).
      *----
       01  CONTROL-TOTALS.
           05 JOBS-READ                 PIC 9(06)     VALUE ZERO.
           05 JOBS-REQUIRED             PIC 9(06)     VALUE ZERO.
           05 JOBS-OUTSTANDING          PIC 9(06)     VALUE ZERO.
      *----
       01  CTRL-EOF-SW                  PIC X(01).
           88 CTRL-AT-END               VALUE 'Y'.
      *----
       01  ST-CTRL-INP                  PIC 9(02).
       01  ST-ROLL-RPT                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-JOB-RECORD UNTIL CTRL-AT-END
           IF JOBS-OUTSTANDING = ZERO
              PERFORM ADVANCE-BUSINESS-DATE
           ELSE
              MOVE SPACES TO ROLL-LINE
              WRITE ROLL-LINE
              MOVE SPACES TO ROLL-LINE
              STRING '*** MANDATORY JOBS OUTSTANDING - BUSINESS'
                     ' DATE NOT ADVANCED ***'
                     DELIMITED BY SIZE INTO ROLL-LINE
              WRITE ROLL-LINE
              DISPLAY 'Mandatory jobs outstanding. Date not advanced.'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM FINALIZE-RUN
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           OPEN I-O CTRL-INP
           IF ST-CTRL-INP NOT = 0
              DISPLAY 'System control file not available.'
                 ' Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'BUSDATE' TO CTRL-JOB-NAME
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Business date record missing.'
                    ' Run abandoned.'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTRL-BUSINESS-DATE TO RUN-DATE-PARM
           COMPUTE ROLL-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(RUN-DATE-PARM) + 1
           COMPUTE ROLL-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(ROLL-DAY-NUMBER)
           IF ROLL-NEXT-DATE(5:2) = RUN-DATE-PARM(5:2)
              MOVE 'N' TO ROLL-MONTH-END-SW
           ELSE
              MOVE 'Y' TO ROLL-MONTH-END-SW
           END-IF
           OPEN OUTPUT ROLL-RPT
           MOVE SPACES TO ROLL-LINE
           STRING 'BUSINESS DATE ROLL - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO ROLL-LINE
           WRITE ROLL-LINE
           MOVE SPACES TO ROLL-LINE
           STRING 'JOB       LAST DONE  STATUS' DELIMITED BY SIZE
                  INTO ROLL-LINE
           WRITE ROLL-LINE
           MOVE 'N' TO CTRL-EOF-SW
           MOVE LOW-VALUES TO CTRL-KEY
           START CTRL-INP KEY IS NOT LESS THAN CTRL-KEY
              INVALID KEY
                 MOVE 'Y' TO CTRL-EOF-SW
           END-START
           IF NOT CTRL-AT-END
              READ CTRL-INP NEXT RECORD
                 AT END
                    MOVE 'Y' TO CTRL-EOF-SW
              END-READ
           END-IF.
       INITIALIZE-END. EXIT.
      *----
       CHECK-JOB-RECORD.
           IF (CTRL-JOB-NAME NOT = 'BUSDATE') AND
              (CTRL-JOB-NAME NOT = ROLL-JOB-NAME)
              ADD 1 TO JOBS-READ
              IF CTRL-MANDATORY-EOD AND
                 (ROLL-MONTH-END OR NOT CTRL-MONTHLY)
                 ADD 1 TO JOBS-REQUIRED
                 PERFORM PRINT-REQUIRED-JOB
              END-IF
           END-IF.
           READ CTRL-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO CTRL-EOF-SW
           END-READ.
       CHECK-JOB-RECORD-END. EXIT.
      *----
       PRINT-REQUIRED-JOB.
           IF CTRL-LAST-DONE-DATE = RUN-DATE-PARM
              MOVE 'COMPLETE'     TO ROLL-JOB-STATUS
           ELSE
              MOVE 'OUTSTANDING'  TO ROLL-JOB-STATUS
              ADD 1 TO JOBS-OUTSTANDING
           END-IF.
           MOVE SPACES TO ROLL-LINE.
           STRING CTRL-JOB-NAME        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  CTRL-LAST-DONE-DATE  DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  ROLL-JOB-STATUS      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  CTRL-DESCRIPTION     DELIMITED BY SIZE
                  INTO ROLL-LINE.
           WRITE ROLL-LINE.
       PRINT-REQUIRED-END. EXIT.
      *----
       ADVANCE-BUSINESS-DATE.
           MOVE 'BUSDATE' TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Business date record missing.'
                    ' Date not advanced.'
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE RUN-DATE-PARM  TO CTRL-PREV-BUSINESS-DATE
                 MOVE ROLL-NEXT-DATE TO CTRL-BUSINESS-DATE
                 REWRITE CTRL-REC
           END-READ.
           IF RETURN-CODE = ZERO
              PERFORM RECORD-ROLL-COMPLETE
              MOVE SPACES TO ROLL-LINE
              WRITE ROLL-LINE
              MOVE SPACES TO ROLL-LINE
              STRING 'BUSINESS DATE ADVANCED FROM ' DELIMITED BY SIZE
                     RUN-DATE-PARM  DELIMITED BY SIZE
                     ' TO '         DELIMITED BY SIZE
                     ROLL-NEXT-DATE DELIMITED BY SIZE
                     INTO ROLL-LINE
              WRITE ROLL-LINE
           END-IF.
       ADVANCE-DATE-END. EXIT.
      *----
       RECORD-ROLL-COMPLETE.
           MOVE ROLL-JOB-NAME TO CTRL-JOB-NAME.
           READ CTRL-INP KEY IS CTRL-KEY
              INVALID KEY
                 DISPLAY 'Warning: completion not recorded for '
                    ROLL-JOB-NAME
              NOT INVALID KEY
                 MOVE RUN-DATE-PARM TO CTRL-LAST-DONE-DATE
                 ACCEPT CTRL-LAST-DONE-TIME FROM TIME
                 REWRITE CTRL-REC
           END-READ.
       RECORD-ROLL-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE
           MOVE SPACES TO ROLL-LINE
           STRING 'JOBS ON FILE: '    DELIMITED BY SIZE
                  JOBS-READ           DELIMITED BY SIZE
                  '  REQUIRED: '      DELIMITED BY SIZE
                  JOBS-REQUIRED       DELIMITED BY SIZE
                  '  OUTSTANDING: '   DELIMITED BY SIZE
                  JOBS-OUTSTANDING    DELIMITED BY SIZE
                  INTO ROLL-LINE
           WRITE ROLL-LINE
           CLOSE CTRL-INP
           CLOSE ROLL-RPT.
       FINALIZE-END. EXIT.
