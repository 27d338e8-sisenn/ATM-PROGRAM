       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0018.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0018 IS THE NIGHTLY GENERAL LEDGER JOURNAL FEED. IT
      *    READS TRAN-LOG-INP SEQUENTIALLY FOR THE BUSINESS DATE
      *    HELD ON SYSCTL AND BOOKS EVERY POSTING TO THE GL
      *    DEBIT AND CREDIT ACCOUNT PAIR THAT GLMAP-INP HOLDS FOR
      *    ITS TRAN-TYPE. THE LEDGER ACCOUNTS ARE MAINTAINED BY
      *    FINANCE ON THE MAPPING FILE, NEVER CODED HERE. MEMO
      *    TYPES MAPPED WITH NO ACCOUNTS (HOLDRELEASE) MOVE NO
      *    MONEY AND ARE COUNTED BUT NOT BOOKED. REVERSED
      *    POSTINGS ARE BOOKED AS THEY STAND, SINCE THE
      *    REVERSAL-DR / REVERSAL-CR ENTRY THAT OFFSETS THEM IS
      *    BOOKED AS WELL.
      *
      *    THE VAULT COUNT DIFFERENCES SETTLED IN ATM0002 ON THE
      *    BUSINESS DATE ARE READ FROM CASH-SETL AND BOOKED TO THE
      *    CASH OVER/SHORT SUSPENSE UNDER THE MAPPING TYPES
      *    CASHOVER (COUNT ABOVE EXPECTED) AND CASHSHORT (COUNT
      *    BELOW EXPECTED), IN THE SAME WAY AS A POSTING.
      *
      *    THE DAY'S BOOKINGS ARE TOTALLED PER TRAN-TYPE AND PER
      *    GL ACCOUNT. THE PROOF ON GL-RPT LISTS THE DEBITS AND
      *    CREDITS AGAINST EACH GL ACCOUNT AND THE GRAND TOTALS.
      *    ONLY WHEN TOTAL DEBITS EQUAL TOTAL CREDITS AND EVERY
      *    POSTING FOUND A MAPPING IS THE JOURNAL WRITTEN TO
      *    GLJ-OUT FOR THE GL SYSTEM; OTHERWISE THE FEED IS
      *    ABANDONED WITH RETURN CODE 8, THE JOURNAL IS LEFT
      *    EMPTY AND THE UNMAPPED POSTINGS ARE LISTED ON THE
      *    PROOF FOR FINANCE TO CORRECT THE MAPPING.
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
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT CASH-SETL ASSIGN TO CASHSETL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SETL-KEY
                            STATUS ST-CASH-SETL.
           SELECT GLMAP-INP ASSIGN TO GLMAPINP
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-GLMAP-INP.
           SELECT GLJ-OUT   ASSIGN TO GLJRNL
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-GLJ-OUT.
           SELECT GL-RPT    ASSIGN TO GLRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-GL-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  TRAN-LOG-INP.
           COPY TRANLOG.
       FD  CASH-SETL.
           COPY CSETLREC.
       FD  GLMAP-INP.
           COPY GLMAPREC.
       FD  GLJ-OUT.
           COPY GLJREC.
       FD  GL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  GL-LINE                     PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0018'.
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
       01  MAPPING-TABLE-PROCESS.
           05 MT-INDEX                  PIC 9(02).
           05 MT-FOUND-INDEX            PIC 9(02).
           05 MT-COUNT                  PIC 9(02)     VALUE ZERO.
           05 MT-SEARCH-TYPE            PIC X(11).
           05 MAPPING-FOUND-SW          PIC X(01).
              88 MAPPING-FOUND          VALUE 'Y'.
           05 MT-TABLE.
              10 MT-ENTRY OCCURS 40 TIMES.
                 15 MT-TRAN-TYPE        PIC X(11).
                 15 MT-DEBIT-GL         PIC X(10).
                 15 MT-CREDIT-GL        PIC X(10).
                 15 MT-DESCRIPTION      PIC X(30).
                 15 MT-POST-COUNT       PIC 9(08).
                 15 MT-POST-AMOUNT      PIC 9(12)V99.
      *----
       01  GL-ACCOUNT-TABLE-PROCESS.
           05 GA-INDEX                  PIC 9(02).
           05 GA-FOUND-INDEX            PIC 9(02).
           05 GA-COUNT                  PIC 9(02)     VALUE ZERO.
           05 GA-SEARCH-ACCT            PIC X(10).
           05 GA-FOUND-SW               PIC X(01).
              88 GA-FOUND               VALUE 'Y'.
           05 GA-OVERFLOW-SW            PIC X(01)     VALUE 'N'.
              88 GA-OVERFLOWED          VALUE 'Y'.
           05 GA-TABLE.
              10 GA-ENTRY OCCURS 60 TIMES.
                 15 GA-GL-ACCT          PIC X(10).
                 15 GA-DEBIT-TOTAL      PIC 9(12)V99.
                 15 GA-CREDIT-TOTAL     PIC 9(12)V99.
      *----
       01  WORK-TOTALS.
           05 WORK-TOTAL-DEBITS         PIC 9(12)V99  VALUE ZERO.
           05 WORK-TOTAL-CREDITS        PIC 9(12)V99  VALUE ZERO.
           05 WORK-UNMAPPED-TOTAL       PIC 9(12)V99  VALUE ZERO.
      *----
       01  JOURNAL-BALANCED-SW          PIC X(01).
           88 JOURNAL-BALANCED          VALUE 'Y'.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-AMOUNT                 PIC Z(07)9.99.
           05 RL-TOTAL                  PIC Z(11)9.99.
           05 RL-DEBIT                  PIC Z(11)9.99.
           05 RL-CREDIT                 PIC Z(11)9.99.
      *----
       01  COUNTERS.
           05 RECORDS-READ              PIC 9(08)     VALUE ZERO.
           05 POSTINGS-BOOKED           PIC 9(08)     VALUE ZERO.
           05 MEMO-POSTINGS             PIC 9(08)     VALUE ZERO.
           05 UNMAPPED-POSTINGS         PIC 9(08)     VALUE ZERO.
           05 JOURNAL-LINES             PIC 9(06)     VALUE ZERO.
      *----
       01  EOF-SW                       PIC X(01).
           88 TRAN-AT-END               VALUE 'Y'.
       01  GLMAP-EOF-SW                 PIC X(01).
           88 GLMAP-AT-END              VALUE 'Y'.
       01  SETL-EOF-SW                  PIC X(01).
           88 SETL-AT-END               VALUE 'Y'.
      *----
       01  SETTLEMENT-WORK.
           05 SW-AMOUNT                 PIC 9(10)V99.
      *----
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-GLMAP-INP                 PIC 9(02).
       01  ST-CASH-SETL                 PIC 9(02).
       01  ST-GLJ-OUT                   PIC 9(02).
       01  ST-GL-RPT                    PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-TRAN-LOG UNTIL TRAN-AT-END
           PERFORM BOOK-CASH-SETTLEMENTS
           PERFORM PROVE-JOURNAL
           IF JOURNAL-BALANCED
              PERFORM WRITE-GL-JOURNAL
           ELSE
              MOVE SPACES TO GL-LINE
              STRING '*** JOURNAL DOES NOT BALANCE - FEED'
                     ' ABANDONED, NOTHING SENT TO THE LEDGER ***'
                     DELIMITED BY SIZE INTO GL-LINE
              WRITE GL-LINE
              DISPLAY 'GL journal does not balance. Feed abandoned.'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM FINALIZE-RUN
           IF RETURN-CODE = ZERO
              PERFORM RECORD-RUN-COMPLETE
           END-IF
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-GL-MAPPING
           OPEN INPUT  TRAN-LOG-INP
           OPEN OUTPUT GLJ-OUT
           OPEN OUTPUT GL-RPT
           MOVE SPACES TO GL-LINE
           STRING 'GENERAL LEDGER JOURNAL FEED - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO GL-LINE
           WRITE GL-LINE
           MOVE 'N' TO EOF-SW
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
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
       LOAD-GL-MAPPING.
           OPEN INPUT GLMAP-INP
           IF ST-GLMAP-INP NOT = 0
              DISPLAY 'GL mapping file not available.'
                 ' Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO GLMAP-EOF-SW
           READ GLMAP-INP
              AT END
                 MOVE 'Y' TO GLMAP-EOF-SW
           END-READ
           PERFORM STORE-GL-MAPPING UNTIL GLMAP-AT-END
           CLOSE GLMAP-INP
           IF MT-COUNT = ZERO
              DISPLAY 'GL mapping file empty. Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       LOAD-MAPPING-END. EXIT.
      *----
       STORE-GL-MAPPING.
           IF MT-COUNT = 40
              DISPLAY 'GL mapping table full. Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO MT-COUNT
           MOVE GLMAP-TRAN-TYPE   TO MT-TRAN-TYPE(MT-COUNT)
           MOVE GLMAP-DEBIT-GL    TO MT-DEBIT-GL(MT-COUNT)
           MOVE GLMAP-CREDIT-GL   TO MT-CREDIT-GL(MT-COUNT)
           MOVE GLMAP-DESCRIPTION TO MT-DESCRIPTION(MT-COUNT)
           MOVE ZERO              TO MT-POST-COUNT(MT-COUNT)
           MOVE ZERO              TO MT-POST-AMOUNT(MT-COUNT)
           READ GLMAP-INP
              AT END
                 MOVE 'Y' TO GLMAP-EOF-SW
           END-READ.
       STORE-MAPPING-END. EXIT.
      *----
       PROCESS-TRAN-LOG.
           ADD 1 TO RECORDS-READ
           IF TRAN-DATE = RUN-DATE-PARM
              MOVE TRAN-TYPE TO MT-SEARCH-TYPE
              PERFORM FIND-GL-MAPPING
              IF MAPPING-FOUND
                 IF (MT-DEBIT-GL(MT-FOUND-INDEX) = SPACES) AND
                    (MT-CREDIT-GL(MT-FOUND-INDEX) = SPACES)
                    ADD 1 TO MEMO-POSTINGS
                 ELSE
                    ADD 1 TO POSTINGS-BOOKED
                    ADD 1 TO MT-POST-COUNT(MT-FOUND-INDEX)
                    ADD TRAN-AMOUNT TO MT-POST-AMOUNT(MT-FOUND-INDEX)
                 END-IF
              ELSE
                 PERFORM REPORT-UNMAPPED-POSTING
              END-IF
           END-IF
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       PROCESS-END. EXIT.
      *----
       FIND-GL-MAPPING.
           MOVE 'N' TO MAPPING-FOUND-SW.
           MOVE ZERO TO MT-FOUND-INDEX.
           PERFORM CHECK-MAPPING-ENTRY VARYING MT-INDEX
              FROM 1 BY 1 UNTIL MT-INDEX > MT-COUNT OR MAPPING-FOUND.
       FIND-MAPPING-END. EXIT.
      *----
       CHECK-MAPPING-ENTRY.
           IF MT-TRAN-TYPE(MT-INDEX) = MT-SEARCH-TYPE
              MOVE 'Y'      TO MAPPING-FOUND-SW
              MOVE MT-INDEX TO MT-FOUND-INDEX
           END-IF.
       CHECK-MAPPING-END. EXIT.
      *----
       REPORT-UNMAPPED-POSTING.
           ADD 1 TO UNMAPPED-POSTINGS.
           ADD TRAN-AMOUNT TO WORK-UNMAPPED-TOTAL.
           MOVE TRAN-AMOUNT TO RL-AMOUNT.
           MOVE SPACES TO GL-LINE.
           STRING 'NO GL MAPPING FOR ' DELIMITED BY SIZE
                  TRAN-TYPE    DELIMITED BY SIZE
                  '  ACCOUNT ' DELIMITED BY SIZE
                  TRAN-ACCT-ID DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  TRAN-TIME    DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  RL-AMOUNT    DELIMITED BY SIZE
                  INTO GL-LINE.
           WRITE GL-LINE.
       REPORT-UNMAPPED-END. EXIT.
      *----
       BOOK-CASH-SETTLEMENTS.
           OPEN INPUT CASH-SETL.
           MOVE 'N' TO SETL-EOF-SW.
           IF ST-CASH-SETL NOT = 0
              DISPLAY 'Warning: cash settlement file not available.'
                 ' No vault differences booked.'
              MOVE 'Y' TO SETL-EOF-SW
           ELSE
              MOVE RUN-DATE-PARM TO SETL-DATE
              MOVE ZERO          TO SETL-TIME
              START CASH-SETL KEY IS NOT LESS THAN SETL-KEY
                 INVALID KEY
                    MOVE 'Y' TO SETL-EOF-SW
              END-START
           END-IF.
           PERFORM BOOK-SETTLEMENT-ENTRY UNTIL SETL-AT-END.
           CLOSE CASH-SETL.
       BOOK-CASH-SETTLEMENTS-END. EXIT.
      *----
       BOOK-SETTLEMENT-ENTRY.
           READ CASH-SETL NEXT RECORD
              AT END
                 MOVE 'Y' TO SETL-EOF-SW
           END-READ.
           IF NOT SETL-AT-END
              IF SETL-DATE NOT = RUN-DATE-PARM
                 MOVE 'Y' TO SETL-EOF-SW
              ELSE
                 ADD 1 TO RECORDS-READ
                 IF SETL-DIFFERENCE NOT = ZERO
                    PERFORM BOOK-SETTLEMENT-DIFFERENCE
                 END-IF
              END-IF
           END-IF.
       BOOK-SETTLEMENT-ENTRY-END. EXIT.
      *----
       BOOK-SETTLEMENT-DIFFERENCE.
           IF SETL-DIFFERENCE > ZERO
              MOVE 'CASHOVER'  TO MT-SEARCH-TYPE
              MOVE SETL-DIFFERENCE TO SW-AMOUNT
           ELSE
              MOVE 'CASHSHORT' TO MT-SEARCH-TYPE
              COMPUTE SW-AMOUNT = ZERO - SETL-DIFFERENCE
           END-IF.
           PERFORM FIND-GL-MAPPING.
           IF MAPPING-FOUND
              ADD 1 TO POSTINGS-BOOKED
              ADD 1 TO MT-POST-COUNT(MT-FOUND-INDEX)
              ADD SW-AMOUNT TO MT-POST-AMOUNT(MT-FOUND-INDEX)
           ELSE
              ADD 1 TO UNMAPPED-POSTINGS
              ADD SW-AMOUNT TO WORK-UNMAPPED-TOTAL
              MOVE SW-AMOUNT TO RL-AMOUNT
              MOVE SPACES TO GL-LINE
              STRING 'NO GL MAPPING FOR ' DELIMITED BY SIZE
                     MT-SEARCH-TYPE DELIMITED BY SIZE
                     '  VAULT COUNT ' DELIMITED BY SIZE
                     SETL-TIME      DELIMITED BY SIZE
                     '  '           DELIMITED BY SIZE
                     RL-AMOUNT      DELIMITED BY SIZE
                     INTO GL-LINE
              WRITE GL-LINE
           END-IF.
       BOOK-SETTLEMENT-DIFF-END. EXIT.
      *----
       PROVE-JOURNAL.
           MOVE SPACES TO GL-LINE.
           WRITE GL-LINE.
           MOVE SPACES TO GL-LINE.
           STRING 'BOOKINGS BY POSTING TYPE' DELIMITED BY SIZE
                  INTO GL-LINE.
           WRITE GL-LINE.
           PERFORM PROVE-MAPPING-ENTRY VARYING MT-INDEX
              FROM 1 BY 1 UNTIL MT-INDEX > MT-COUNT.
           MOVE SPACES TO GL-LINE.
           WRITE GL-LINE.
           MOVE SPACES TO GL-LINE.
           STRING 'GL ACCOUNT PROOF           DEBITS'
                  '           CREDITS' DELIMITED BY SIZE
                  INTO GL-LINE.
           WRITE GL-LINE.
           PERFORM PRINT-GL-ACCOUNT VARYING GA-INDEX
              FROM 1 BY 1 UNTIL GA-INDEX > GA-COUNT.
           MOVE WORK-TOTAL-DEBITS  TO RL-DEBIT.
           MOVE WORK-TOTAL-CREDITS TO RL-CREDIT.
           MOVE SPACES TO GL-LINE.
           STRING 'TOTALS     ' DELIMITED BY SIZE
                  RL-DEBIT      DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  RL-CREDIT     DELIMITED BY SIZE
                  INTO GL-LINE.
           WRITE GL-LINE.
           IF GA-OVERFLOWED
              MOVE SPACES TO GL-LINE
              STRING '*** GL ACCOUNT TABLE FULL - PROOF INCOMPLETE ***'
                     DELIMITED BY SIZE INTO GL-LINE
              WRITE GL-LINE
           END-IF.
           IF (WORK-TOTAL-DEBITS = WORK-TOTAL-CREDITS) AND
              (UNMAPPED-POSTINGS = ZERO) AND
              (NOT GA-OVERFLOWED)
              MOVE 'Y' TO JOURNAL-BALANCED-SW
           ELSE
              MOVE 'N' TO JOURNAL-BALANCED-SW
           END-IF.
       PROVE-JOURNAL-END. EXIT.
      *----
       PROVE-MAPPING-ENTRY.
           IF MT-POST-COUNT(MT-INDEX) > ZERO
              MOVE MT-POST-AMOUNT(MT-INDEX) TO RL-TOTAL
              MOVE SPACES TO GL-LINE
              STRING '  '                     DELIMITED BY SIZE
                     MT-TRAN-TYPE(MT-INDEX)   DELIMITED BY SIZE
                     '  POSTINGS '            DELIMITED BY SIZE
                     MT-POST-COUNT(MT-INDEX)  DELIMITED BY SIZE
                     '  '                     DELIMITED BY SIZE
                     RL-TOTAL                 DELIMITED BY SIZE
                     '  DR '                  DELIMITED BY SIZE
                     MT-DEBIT-GL(MT-INDEX)    DELIMITED BY SIZE
                     '  CR '                  DELIMITED BY SIZE
                     MT-CREDIT-GL(MT-INDEX)   DELIMITED BY SIZE
                     INTO GL-LINE
              WRITE GL-LINE
              IF MT-DEBIT-GL(MT-INDEX) NOT = SPACES
                 MOVE MT-DEBIT-GL(MT-INDEX) TO GA-SEARCH-ACCT
                 PERFORM FIND-GL-ACCOUNT
                 IF GA-FOUND
                    ADD MT-POST-AMOUNT(MT-INDEX)
                       TO GA-DEBIT-TOTAL(GA-FOUND-INDEX)
                 END-IF
                 ADD MT-POST-AMOUNT(MT-INDEX) TO WORK-TOTAL-DEBITS
              END-IF
              IF MT-CREDIT-GL(MT-INDEX) NOT = SPACES
                 MOVE MT-CREDIT-GL(MT-INDEX) TO GA-SEARCH-ACCT
                 PERFORM FIND-GL-ACCOUNT
                 IF GA-FOUND
                    ADD MT-POST-AMOUNT(MT-INDEX)
                       TO GA-CREDIT-TOTAL(GA-FOUND-INDEX)
                 END-IF
                 ADD MT-POST-AMOUNT(MT-INDEX) TO WORK-TOTAL-CREDITS
              END-IF
           END-IF.
       PROVE-MAPPING-END. EXIT.
      *----
       FIND-GL-ACCOUNT.
           MOVE 'N' TO GA-FOUND-SW.
           MOVE ZERO TO GA-FOUND-INDEX.
           PERFORM CHECK-GL-ACCOUNT VARYING GA-INDEX
              FROM 1 BY 1 UNTIL GA-INDEX > GA-COUNT OR GA-FOUND.
           IF NOT GA-FOUND
              IF GA-COUNT < 60
                 ADD 1 TO GA-COUNT
                 MOVE GA-SEARCH-ACCT TO GA-GL-ACCT(GA-COUNT)
                 MOVE ZERO           TO GA-DEBIT-TOTAL(GA-COUNT)
                 MOVE ZERO           TO GA-CREDIT-TOTAL(GA-COUNT)
                 MOVE GA-COUNT       TO GA-FOUND-INDEX
                 MOVE 'Y'            TO GA-FOUND-SW
              ELSE
                 SET GA-OVERFLOWED TO TRUE
              END-IF
           END-IF.
       FIND-GL-ACCOUNT-END. EXIT.
      *----
       CHECK-GL-ACCOUNT.
           IF GA-GL-ACCT(GA-INDEX) = GA-SEARCH-ACCT
              MOVE 'Y'      TO GA-FOUND-SW
              MOVE GA-INDEX TO GA-FOUND-INDEX
           END-IF.
       CHECK-GL-ACCOUNT-END. EXIT.
      *----
       PRINT-GL-ACCOUNT.
           MOVE GA-DEBIT-TOTAL(GA-INDEX)  TO RL-DEBIT.
           MOVE GA-CREDIT-TOTAL(GA-INDEX) TO RL-CREDIT.
           MOVE SPACES TO GL-LINE.
           STRING GA-GL-ACCT(GA-INDEX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RL-DEBIT             DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  RL-CREDIT            DELIMITED BY SIZE
                  INTO GL-LINE.
           WRITE GL-LINE.
       PRINT-GL-ACCOUNT-END. EXIT.
      *----
       WRITE-GL-JOURNAL.
           PERFORM WRITE-JOURNAL-PAIR VARYING MT-INDEX
              FROM 1 BY 1 UNTIL MT-INDEX > MT-COUNT.
           MOVE SPACES            TO GLJ-REC.
           SET GLJ-TRAILER        TO TRUE.
           MOVE 'ATM'             TO GLJ-SOURCE.
           MOVE RUN-DATE-PARM     TO GLJ-BUSINESS-DATE.
           MOVE JOURNAL-LINES     TO GLJ-LINE-NO.
           MOVE WORK-TOTAL-DEBITS TO GLJ-AMOUNT.
           MOVE POSTINGS-BOOKED   TO GLJ-POSTING-COUNT.
           MOVE 'CONTROL TOTAL'   TO GLJ-DESCRIPTION.
           WRITE GLJ-REC.
           MOVE SPACES TO GL-LINE.
           STRING '*** JOURNAL BALANCED - ' DELIMITED BY SIZE
                  JOURNAL-LINES             DELIMITED BY SIZE
                  ' LINES WRITTEN TO GLJRNL ***' DELIMITED BY SIZE
                  INTO GL-LINE.
           WRITE GL-LINE.
       WRITE-JOURNAL-END. EXIT.
      *----
       WRITE-JOURNAL-PAIR.
           IF MT-POST-COUNT(MT-INDEX) > ZERO
              MOVE MT-DEBIT-GL(MT-INDEX) TO GLJ-GL-ACCT
              SET GLJ-DEBIT TO TRUE
              PERFORM WRITE-JOURNAL-LINE
              MOVE MT-CREDIT-GL(MT-INDEX) TO GLJ-GL-ACCT
              SET GLJ-CREDIT TO TRUE
              PERFORM WRITE-JOURNAL-LINE
           END-IF.
       WRITE-PAIR-END. EXIT.
      *----
       WRITE-JOURNAL-LINE.
           ADD 1 TO JOURNAL-LINES.
           SET GLJ-DETAIL                 TO TRUE.
           MOVE 'ATM'                     TO GLJ-SOURCE.
           MOVE RUN-DATE-PARM             TO GLJ-BUSINESS-DATE.
           MOVE JOURNAL-LINES             TO GLJ-LINE-NO.
           MOVE MT-POST-AMOUNT(MT-INDEX)  TO GLJ-AMOUNT.
           MOVE MT-TRAN-TYPE(MT-INDEX)    TO GLJ-TRAN-TYPE.
           MOVE MT-POST-COUNT(MT-INDEX)   TO GLJ-POSTING-COUNT.
           MOVE MT-DESCRIPTION(MT-INDEX)  TO GLJ-DESCRIPTION.
           WRITE GLJ-REC.
       WRITE-LINE-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO GL-LINE
           WRITE GL-LINE
           MOVE SPACES TO GL-LINE
           STRING 'RECORDS READ: '      DELIMITED BY SIZE
                  RECORDS-READ          DELIMITED BY SIZE
                  '  BOOKED: '          DELIMITED BY SIZE
                  POSTINGS-BOOKED       DELIMITED BY SIZE
                  '  MEMO NOT BOOKED: ' DELIMITED BY SIZE
                  MEMO-POSTINGS         DELIMITED BY SIZE
                  '  UNMAPPED: '        DELIMITED BY SIZE
                  UNMAPPED-POSTINGS     DELIMITED BY SIZE
                  INTO GL-LINE
           WRITE GL-LINE
           IF UNMAPPED-POSTINGS > ZERO
              MOVE WORK-UNMAPPED-TOTAL TO RL-TOTAL
              MOVE SPACES TO GL-LINE
              STRING 'UNMAPPED VALUE ' DELIMITED BY SIZE
                     RL-TOTAL DELIMITED BY SIZE
                     '  - ADD THE POSTING TYPES TO GLMAPINP AND RERUN'
                     DELIMITED BY SIZE
                     INTO GL-LINE
              WRITE GL-LINE
           END-IF
           CLOSE TRAN-LOG-INP
           CLOSE GLJ-OUT
           CLOSE GL-RPT.
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
