       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0021.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0021 IS THE NIGHTLY FRAUD PATTERN MONITOR. IT LOADS
      *    THE RULE TABLE MAINTAINED BY THE FRAUD TEAM ON
      *    FRULE-INP (SEE FRULEREC FOR THE RULES AND THEIR
      *    PARAMETERS) AND CHECKS THE BUSINESS DATE'S ACTIVITY
      *    AGAINST EVERY ACTIVE RULE:
      *
      *    MAINT-JRN IS READ FOR DORMANT ACCOUNT REACTIVATIONS
      *    (ACCTREACT) AND FOR RELEASED MAX PIN ATT CAPTURES
      *    (LOCKPURGE), BENEF-INP FOR BENEFICIARIES REGISTERED IN
      *    THE LOOK-BACK DAY, AND LOCKOUT-INP FOR HOT-LISTED CARDS
      *    CAPTURED ON THE DATE. TRAN-LOG-INP IS THEN READ IN
      *    ACCOUNT AND TIME ORDER AND EACH POSTING FOR THE DATE
      *    THAT WAS NOT REVERSED IS CHECKED AGAINST THOSE EVENTS,
      *    THE CUSTOMER'S LAST PIN CHANGE ON CUST-INP AND THE
      *    ACCOUNT'S EARLIER WITHDRAWALS THAT DAY. A RULE RAISES
      *    AT MOST ONE ALERT PER ACCOUNT PER DAY.
      *
      *    EVERY HIT IS WRITTEN AS AN OPEN ALERT ON ALERT-OUT,
      *    CARRYING THE RULE'S SCORE, FOR A TELLER TO WORK IN THE
      *    ATM0002 ALERT REVIEW, AND IS LISTED ON FRD-RPT WITH A
      *    COUNT OF ALERTS PER RULE.
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
           SELECT FRULE-INP ASSIGN TO FRULEINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY FRULE-KEY
                            STATUS ST-FRULE-INP.
           SELECT MAINT-JRN ASSIGN TO MAINTJRN
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY MJRN-KEY
                            STATUS ST-MAINT-JRN.
           SELECT BENEF-INP ASSIGN TO BENFINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY BENEF-KEY
                            STATUS ST-BENEF-INP.
           SELECT LOCKOUT-INP ASSIGN TO LOCKINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY LOCK-KEY
                            STATUS ST-LOCK-INP.
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT ACCT-INP  ASSIGN TO ACCTINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY ACCT-KEY
                            STATUS ST-ACCT-INP.
           SELECT CUST-INP  ASSIGN TO CUSTINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CUST-KEY
                            STATUS ST-CUST-INP.
           SELECT ALERT-OUT ASSIGN TO ALERTINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY FALT-KEY
                            STATUS ST-ALERT-OUT.
           SELECT FRD-RPT   ASSIGN TO FRDRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-FRD-RPT.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  FRULE-INP.
           COPY FRULEREC.
       FD  MAINT-JRN.
           COPY MJRNREC.
       FD  BENEF-INP.
           COPY BENEFREC.
       FD  LOCKOUT-INP.
           COPY LOCKREC.
       FD  TRAN-LOG-INP.
           COPY TRANLOG.
       FD  ACCT-INP.
           COPY ACCTREC.
       FD  CUST-INP.
           COPY CUSTREC.
       FD  ALERT-OUT.
           COPY FALTREC.
       FD  FRD-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FRD-LINE                    PIC X(132).
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0021'.
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
       01  LOOK-BACK-DATE               PIC 9(08).
      *----
      *    RULE TABLE. THE CODES ARE FIXED; THE PARAMETERS AND
      *    THE ACTIVE SWITCH COME FROM FRULE-INP.
      *----
       01  RULE-CODE-VALUES.
           05 FILLER PIC X(06) VALUE 'NEWBEN'.
           05 FILLER PIC X(06) VALUE 'RAPIDW'.
           05 FILLER PIC X(06) VALUE 'REACTW'.
           05 FILLER PIC X(06) VALUE 'PINCHW'.
           05 FILLER PIC X(06) VALUE 'CAPREL'.
           05 FILLER PIC X(06) VALUE 'HOTCRD'.
       01  RULE-CODE-TABLE REDEFINES RULE-CODE-VALUES.
           05 FR-CODE                   PIC X(06) OCCURS 6 TIMES.
      *----
       01  RULE-TABLE.
           05 FR-INDEX                  PIC 9(02).
           05 FR-HIT                    PIC 9(02).
           05 FR-ENTRY OCCURS 6 TIMES.
              10 FR-ACTIVE-SW           PIC X(01).
                 88 FR-ACTIVE           VALUE 'Y'.
              10 FR-MIN-AMOUNT          PIC 9(08)V99.
              10 FR-WINDOW              PIC 9(04).
              10 FR-MIN-COUNT           PIC 9(02).
              10 FR-SCORE               PIC 9(03).
              10 FR-DESCRIPTION         PIC X(30).
              10 FR-ALERTS              PIC 9(06).
      *----
      *    EVENTS COLLECTED FROM MAINT-JRN AND BENEF-INP, EACH
      *    WITH ITS TIME AS A MINUTE STAMP.
      *----
       01  REACTIVATION-TABLE.
           05 RE-INDEX                  PIC 9(03).
           05 RE-COUNT                  PIC 9(03).
           05 RE-ENTRY OCCURS 100 TIMES.
              10 RE-ACCT-ID             PIC 9(10).
              10 RE-STAMP               PIC 9(10).
              10 RE-DATE                PIC 9(08).
              10 RE-TIME                PIC 9(08).
      *----
       01  RELEASE-TABLE.
           05 CR-INDEX                  PIC 9(03).
           05 CR-COUNT                  PIC 9(03).
           05 CR-ENTRY OCCURS 100 TIMES.
              10 CR-CUST-ID             PIC 9(10).
              10 CR-STAMP               PIC 9(10).
              10 CR-DATE                PIC 9(08).
              10 CR-TIME                PIC 9(08).
      *----
       01  NEW-BENEF-TABLE.
           05 NB-INDEX                  PIC 9(03).
           05 NB-COUNT                  PIC 9(03).
           05 NB-ENTRY OCCURS 200 TIMES.
              10 NB-OWNER-ACCT-ID       PIC 9(10).
              10 NB-STAMP               PIC 9(10).
              10 NB-NAME                PIC X(15).
      *----
       01  TABLE-OVERFLOW-SW            PIC X(01)     VALUE 'N'.
           88 TABLE-OVERFLOWED          VALUE 'Y'.
      *----
      *    THE CURRENT ACCOUNT ON TRAN-LOG-INP: ITS CUSTOMER, THE
      *    CUSTOMER'S LAST PIN CHANGE, THE DAY'S WITHDRAWALS SO
      *    FAR AND THE RULES ALREADY HIT.
      *----
       01  ACCOUNT-WORK.
           05 WORK-ACCT-ID              PIC 9(10).
           05 WORK-CUST-ID              PIC 9(10).
           05 WORK-PIN-STAMP            PIC 9(10).
           05 WORK-TRAN-STAMP           PIC 9(10).
           05 AW-INDEX                  PIC 9(02).
           05 AW-COUNT                  PIC 9(02).
           05 AW-IN-WINDOW              PIC 9(02).
           05 AW-WINDOW-TOTAL           PIC 9(10)V99.
           05 AW-ENTRY OCCURS 20 TIMES.
              10 AW-STAMP               PIC 9(10).
              10 AW-AMOUNT              PIC 9(08)V99.
           05 AH-RULE-HIT-SW            PIC X(01) OCCURS 6 TIMES.
      *----
       01  EVENT-MATCH.
           05 EM-FOUND-SW               PIC X(01).
              88 EM-FOUND               VALUE 'Y'.
           05 EM-DIFF                   PIC S9(10).
      *----
       01  MINUTE-STAMP-WORK.
           05 TS-DATE                   PIC 9(08).
           05 TS-TIME                   PIC 9(08).
           05 TS-TIME-PARTS REDEFINES TS-TIME.
              10 TS-HOURS               PIC 9(02).
              10 TS-MINUTES             PIC 9(02).
              10 FILLER                 PIC 9(04).
           05 TS-STAMP                  PIC 9(10).
      *----
       01  ALERT-WORK.
           05 AL-RULE-INDEX             PIC 9(02).
           05 AL-CUST-ID                PIC 9(10).
           05 AL-ACCT-ID                PIC 9(10).
           05 AL-EVENT-DATE             PIC 9(08).
           05 AL-EVENT-TIME             PIC 9(08).
           05 AL-AMOUNT                 PIC 9(08)V99.
           05 AL-DETAIL                 PIC X(30).
           05 AL-NEXT-SEQ-NO            PIC 9(06).
           05 AL-RETRY-COUNT            PIC 9(02).
           05 AL-WRITTEN-SW             PIC X(01).
              88 AL-WRITTEN             VALUE 'Y'.
           05 AL-SEQ-EOF-SW             PIC X(01).
              88 AL-SEQ-AT-END          VALUE 'Y'.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-AMOUNT                 PIC Z(07)9.99.
           05 RL-COUNT                  PIC Z(05)9.
           05 RL-WINDOW                 PIC Z(03)9.
      *----
       01  COUNTERS.
           05 RECORDS-READ              PIC 9(08)     VALUE ZERO.
           05 POSTINGS-CHECKED          PIC 9(08)     VALUE ZERO.
           05 ALERTS-WRITTEN            PIC 9(06)     VALUE ZERO.
      *----
       01  EOF-SW                       PIC X(01).
           88 FILE-AT-END               VALUE 'Y'.
       01  FIRST-RECORD-SW              PIC X(01)     VALUE 'Y'.
           88 FIRST-RECORD              VALUE 'Y'.
      *----
       01  ST-FRULE-INP                 PIC 9(02).
       01  ST-MAINT-JRN                 PIC 9(02).
       01  ST-BENEF-INP                 PIC 9(02).
       01  ST-LOCK-INP                  PIC 9(02).
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-ACCT-INP                  PIC 9(02).
           88 ACCT-INP-SUCC             VALUE 00 97.
       01  ST-CUST-INP                  PIC 9(02).
       01  ST-ALERT-OUT                 PIC 9(02).
       01  ST-FRD-RPT                   PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM COLLECT-JOURNAL-EVENTS
           PERFORM COLLECT-NEW-BENEFICIARIES
           PERFORM CHECK-HOT-CARD-CAPTURES
           PERFORM CHECK-TRAN-LOG
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           COMPUTE RC-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(RUN-DATE-PARM) - 1
           COMPUTE LOOK-BACK-DATE =
              FUNCTION DATE-OF-INTEGER(RC-DAY-NUMBER)
           PERFORM LOAD-RULE-TABLE
           OPEN I-O ALERT-OUT
           IF ST-ALERT-OUT NOT = 0
              DISPLAY 'Fraud alert file not available.'
                 ' Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM FIND-NEXT-ALERT-SEQ
           OPEN INPUT  ACCT-INP
           OPEN INPUT  CUST-INP
           OPEN OUTPUT FRD-RPT
           MOVE SPACES TO FRD-LINE
           STRING 'FRAUD PATTERN MONITOR - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  INTO FRD-LINE
           WRITE FRD-LINE
           MOVE SPACES TO FRD-LINE
           WRITE FRD-LINE
           MOVE SPACES TO FRD-LINE
           STRING 'ALERT           RULE   SCORE CUSTOMER   ACCOUNT   '
                  ' EVENT AT              AMOUNT  DETAIL'
                  DELIMITED BY SIZE INTO FRD-LINE
           WRITE FRD-LINE.
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
       LOAD-RULE-TABLE.
           PERFORM CLEAR-RULE-ENTRY VARYING FR-INDEX
              FROM 1 BY 1 UNTIL FR-INDEX > 6.
           OPEN INPUT FRULE-INP.
           IF ST-FRULE-INP NOT = 0
              DISPLAY 'Fraud rule table not available.'
                 ' Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO EOF-SW.
           READ FRULE-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
           PERFORM LOAD-RULE-ENTRY UNTIL FILE-AT-END.
           CLOSE FRULE-INP.
       LOAD-RULE-TABLE-END. EXIT.
      *----
       CLEAR-RULE-ENTRY.
           MOVE 'N'    TO FR-ACTIVE-SW(FR-INDEX).
           MOVE ZERO   TO FR-MIN-AMOUNT(FR-INDEX).
           MOVE ZERO   TO FR-WINDOW(FR-INDEX).
           MOVE ZERO   TO FR-MIN-COUNT(FR-INDEX).
           MOVE ZERO   TO FR-SCORE(FR-INDEX).
           MOVE 'NOT ON RULE TABLE' TO FR-DESCRIPTION(FR-INDEX).
           MOVE ZERO   TO FR-ALERTS(FR-INDEX).
       CLEAR-RULE-END. EXIT.
      *----
       LOAD-RULE-ENTRY.
           MOVE ZERO TO FR-HIT.
           PERFORM MATCH-RULE-CODE VARYING FR-INDEX
              FROM 1 BY 1 UNTIL FR-INDEX > 6.
           IF FR-HIT = ZERO
              DISPLAY 'Warning: unknown fraud rule ' FRULE-CODE
                 ' ignored.'
           ELSE
              MOVE FRULE-ACTIVE-SW   TO FR-ACTIVE-SW(FR-HIT)
              MOVE FRULE-MIN-AMOUNT  TO FR-MIN-AMOUNT(FR-HIT)
              MOVE FRULE-WINDOW-MINUTES TO FR-WINDOW(FR-HIT)
              MOVE FRULE-MIN-COUNT   TO FR-MIN-COUNT(FR-HIT)
              MOVE FRULE-SCORE       TO FR-SCORE(FR-HIT)
              MOVE FRULE-DESCRIPTION TO FR-DESCRIPTION(FR-HIT)
              IF (FR-WINDOW(FR-HIT) = ZERO) OR
                 (FR-WINDOW(FR-HIT) > 1440)
                 MOVE 1440 TO FR-WINDOW(FR-HIT)
              END-IF
              IF FR-MIN-COUNT(FR-HIT) < 2
                 MOVE 2 TO FR-MIN-COUNT(FR-HIT)
              END-IF
           END-IF.
           READ FRULE-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       LOAD-RULE-ENTRY-END. EXIT.
      *----
       MATCH-RULE-CODE.
           IF FR-CODE(FR-INDEX) = FRULE-CODE
              MOVE FR-INDEX TO FR-HIT
           END-IF.
       MATCH-RULE-CODE-END. EXIT.
      *----
       FIND-NEXT-ALERT-SEQ.
           MOVE 1   TO AL-NEXT-SEQ-NO.
           MOVE 'N' TO AL-SEQ-EOF-SW.
           MOVE RUN-DATE-PARM TO FALT-ALERT-DATE.
           MOVE ZERO          TO FALT-SEQ-NO.
           START ALERT-OUT KEY IS NOT LESS THAN FALT-KEY
              INVALID KEY
                 SET AL-SEQ-AT-END TO TRUE
           END-START.
           PERFORM SCAN-ALERT-SEQ UNTIL AL-SEQ-AT-END.
       FIND-NEXT-ALERT-END. EXIT.
      *----
       SCAN-ALERT-SEQ.
           READ ALERT-OUT NEXT RECORD
              AT END
                 SET AL-SEQ-AT-END TO TRUE
           END-READ.
           IF NOT AL-SEQ-AT-END
              IF FALT-ALERT-DATE NOT = RUN-DATE-PARM
                 SET AL-SEQ-AT-END TO TRUE
              ELSE
                 COMPUTE AL-NEXT-SEQ-NO = FALT-SEQ-NO + 1
              END-IF
           END-IF.
       SCAN-ALERT-SEQ-END. EXIT.
      *----
       COMPUTE-MINUTE-STAMP.
           IF TS-DATE = ZERO
              MOVE ZERO TO TS-STAMP
           ELSE
              COMPUTE TS-STAMP =
                 FUNCTION INTEGER-OF-DATE(TS-DATE) * 1440
                 + (TS-HOURS * 60) + TS-MINUTES
           END-IF.
       COMPUTE-MINUTE-STAMP-END. EXIT.
      *----
       COLLECT-JOURNAL-EVENTS.
           MOVE ZERO TO RE-COUNT.
           MOVE ZERO TO CR-COUNT.
           OPEN INPUT MAINT-JRN.
           MOVE 'N' TO EOF-SW.
           IF ST-MAINT-JRN NOT = 0
              DISPLAY 'Warning: maintenance journal not available.'
                 ' Reactivation and release rules not checked.'
              MOVE 'Y' TO EOF-SW
           ELSE
              READ MAINT-JRN NEXT RECORD
                 AT END
                    MOVE 'Y' TO EOF-SW
              END-READ
           END-IF.
           PERFORM COLLECT-JOURNAL-ENTRY UNTIL FILE-AT-END.
           CLOSE MAINT-JRN.
       COLLECT-JOURNAL-END. EXIT.
      *----
       COLLECT-JOURNAL-ENTRY.
           ADD 1 TO RECORDS-READ.
           IF (MJRN-DATE NOT < LOOK-BACK-DATE) AND
              (MJRN-DATE NOT > RC-NEXT-DATE)
              MOVE MJRN-DATE TO TS-DATE
              MOVE MJRN-TIME TO TS-TIME
              IF MJRN-ACTION-CODE = 'ACCTREACT'
                 PERFORM ADD-REACTIVATION-EVENT
              END-IF
              IF (MJRN-ACTION-CODE = 'LOCKPURGE') AND
                 (MJRN-BEFORE-VALUE(1:11) = 'MAX PIN ATT')
                 PERFORM ADD-RELEASE-EVENT
              END-IF
           END-IF.
           READ MAINT-JRN NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       COLLECT-JOURNAL-ENTRY-END. EXIT.
      *----
       ADD-REACTIVATION-EVENT.
           IF RE-COUNT < 100
              PERFORM COMPUTE-MINUTE-STAMP
              ADD 1 TO RE-COUNT
              MOVE MJRN-ACCT-ID TO RE-ACCT-ID(RE-COUNT)
              MOVE TS-STAMP     TO RE-STAMP(RE-COUNT)
              MOVE MJRN-DATE    TO RE-DATE(RE-COUNT)
              MOVE MJRN-TIME    TO RE-TIME(RE-COUNT)
           ELSE
              SET TABLE-OVERFLOWED TO TRUE
           END-IF.
       ADD-REACTIVATION-END. EXIT.
      *----
       ADD-RELEASE-EVENT.
           IF CR-COUNT < 100
              PERFORM COMPUTE-MINUTE-STAMP
              ADD 1 TO CR-COUNT
              MOVE MJRN-ACCT-ID TO CR-CUST-ID(CR-COUNT)
              MOVE TS-STAMP     TO CR-STAMP(CR-COUNT)
              MOVE MJRN-DATE    TO CR-DATE(CR-COUNT)
              MOVE MJRN-TIME    TO CR-TIME(CR-COUNT)
           ELSE
              SET TABLE-OVERFLOWED TO TRUE
           END-IF.
       ADD-RELEASE-END. EXIT.
      *----
       COLLECT-NEW-BENEFICIARIES.
           MOVE ZERO TO NB-COUNT.
           OPEN INPUT BENEF-INP.
           MOVE 'N' TO EOF-SW.
           IF ST-BENEF-INP NOT = 0
              DISPLAY 'Warning: beneficiary file not available.'
                 ' New beneficiary rule not checked.'
              MOVE 'Y' TO EOF-SW
           ELSE
              READ BENEF-INP NEXT RECORD
                 AT END
                    MOVE 'Y' TO EOF-SW
              END-READ
           END-IF.
           PERFORM COLLECT-BENEF-ENTRY UNTIL FILE-AT-END.
           CLOSE BENEF-INP.
       COLLECT-NEW-BENEF-END. EXIT.
      *----
       COLLECT-BENEF-ENTRY.
           ADD 1 TO RECORDS-READ.
           IF (BENEF-ADDED-DATE NOT < LOOK-BACK-DATE) AND
              (BENEF-ADDED-DATE NOT > RUN-DATE-PARM)
              IF NB-COUNT < 200
                 MOVE BENEF-ADDED-DATE TO TS-DATE
                 MOVE BENEF-ADDED-TIME TO TS-TIME
                 PERFORM COMPUTE-MINUTE-STAMP
                 ADD 1 TO NB-COUNT
                 MOVE BENEF-OWNER-ACCT-ID TO NB-OWNER-ACCT-ID(NB-COUNT)
                 MOVE TS-STAMP            TO NB-STAMP(NB-COUNT)
                 MOVE BENEF-NAME          TO NB-NAME(NB-COUNT)
              ELSE
                 SET TABLE-OVERFLOWED TO TRUE
              END-IF
           END-IF.
           READ BENEF-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       COLLECT-BENEF-ENTRY-END. EXIT.
      *----
       CHECK-HOT-CARD-CAPTURES.
           OPEN INPUT LOCKOUT-INP.
           MOVE 'N' TO EOF-SW.
           IF (ST-LOCK-INP NOT = 0) OR (NOT FR-ACTIVE(6))
              MOVE 'Y' TO EOF-SW
           ELSE
              READ LOCKOUT-INP NEXT RECORD
                 AT END
                    MOVE 'Y' TO EOF-SW
              END-READ
           END-IF.
           PERFORM CHECK-LOCKOUT-ENTRY UNTIL FILE-AT-END.
           CLOSE LOCKOUT-INP.
       CHECK-HOT-CARD-END. EXIT.
      *----
       CHECK-LOCKOUT-ENTRY.
           ADD 1 TO RECORDS-READ.
           IF (LOCK-DATE = RUN-DATE-PARM) AND
              (LOCK-REASON(1:7) = 'HOTCARD')
              MOVE 6              TO AL-RULE-INDEX
              MOVE LOCK-ACCT-ID   TO AL-CUST-ID
              MOVE ZERO           TO AL-ACCT-ID
              MOVE LOCK-DATE      TO AL-EVENT-DATE
              MOVE LOCK-TIME      TO AL-EVENT-TIME
              MOVE ZERO           TO AL-AMOUNT
              MOVE LOCK-REASON    TO AL-DETAIL
              PERFORM WRITE-FRAUD-ALERT
           END-IF.
           READ LOCKOUT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       CHECK-LOCKOUT-ENTRY-END. EXIT.
      *----
       CHECK-TRAN-LOG.
           OPEN INPUT TRAN-LOG-INP.
           MOVE 'N' TO EOF-SW.
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
           PERFORM PROCESS-TRAN-LOG UNTIL FILE-AT-END.
           CLOSE TRAN-LOG-INP.
       CHECK-TRAN-LOG-END. EXIT.
      *----
       PROCESS-TRAN-LOG.
           ADD 1 TO RECORDS-READ
           IF (TRAN-DATE = RUN-DATE-PARM) AND (NOT TRAN-REVERSED)
              IF FIRST-RECORD OR (TRAN-ACCT-ID NOT = WORK-ACCT-ID)
                 MOVE 'N' TO FIRST-RECORD-SW
                 PERFORM START-ACCOUNT-WORK
              END-IF
              PERFORM CHECK-POSTING
           END-IF
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
           END-READ.
       PROCESS-END. EXIT.
      *----
       START-ACCOUNT-WORK.
           MOVE TRAN-ACCT-ID TO WORK-ACCT-ID.
           MOVE ZERO TO WORK-CUST-ID.
           MOVE ZERO TO WORK-PIN-STAMP.
           MOVE ZERO TO AW-COUNT.
           PERFORM CLEAR-RULE-HIT VARYING FR-INDEX
              FROM 1 BY 1 UNTIL FR-INDEX > 6.
           MOVE WORK-ACCT-ID TO ACCT-ID.
           READ ACCT-INP KEY IS ACCT-KEY
              NOT INVALID KEY
                 MOVE ACCT-CUST-ID TO WORK-CUST-ID
           END-READ.
           IF WORK-CUST-ID NOT = ZERO
              MOVE WORK-CUST-ID TO CUST-ID
              READ CUST-INP KEY IS CUST-KEY
                 NOT INVALID KEY
                    MOVE CUST-PIN-CHANGE-DATE TO TS-DATE
                    MOVE CUST-PIN-CHANGE-TIME TO TS-TIME
                    PERFORM COMPUTE-MINUTE-STAMP
                    MOVE TS-STAMP TO WORK-PIN-STAMP
              END-READ
           END-IF.
       START-ACCOUNT-END. EXIT.
      *----
       CLEAR-RULE-HIT.
           MOVE 'N' TO AH-RULE-HIT-SW(FR-INDEX).
       CLEAR-RULE-HIT-END. EXIT.
      *----
       CHECK-POSTING.
           ADD 1 TO POSTINGS-CHECKED.
           MOVE TRAN-DATE TO TS-DATE.
           MOVE TRAN-TIME TO TS-TIME.
           PERFORM COMPUTE-MINUTE-STAMP.
           MOVE TS-STAMP TO WORK-TRAN-STAMP.
           IF TRAN-TYPE = 'TRANSFEROUT'
              PERFORM CHECK-NEW-BENEF-TRANSFER
           END-IF.
           IF TRAN-TYPE = 'WITHDRAWAL'
              PERFORM CHECK-RAPID-WITHDRAWALS
              PERFORM CHECK-REACTIVATED-WITHDRAWAL
              PERFORM CHECK-PIN-CHANGE-WITHDRAWAL
           END-IF.
           IF TRAN-TYPE = 'WITHDRAWAL'  OR TRAN-TYPE = 'DEPOSIT'   OR
              TRAN-TYPE = 'TRANSFEROUT' OR TRAN-TYPE = 'BILLPAY'   OR
              TRAN-TYPE = 'CREDITPMT'
              PERFORM CHECK-RELEASED-CARD-ACTIVITY
           END-IF.
       CHECK-POSTING-END. EXIT.
      *----
       CHECK-NEW-BENEF-TRANSFER.
           IF FR-ACTIVE(1) AND (AH-RULE-HIT-SW(1) = 'N') AND
              (TRAN-AMOUNT NOT < FR-MIN-AMOUNT(1))
              MOVE 'N' TO EM-FOUND-SW
              PERFORM MATCH-NEW-BENEF VARYING NB-INDEX
                 FROM 1 BY 1 UNTIL NB-INDEX > NB-COUNT OR EM-FOUND
              IF EM-FOUND
                 MOVE 1 TO AL-RULE-INDEX
                 MOVE SPACES TO AL-DETAIL
                 STRING 'NEW BENEF ' DELIMITED BY SIZE
                        NB-NAME(NB-INDEX - 1) DELIMITED BY SIZE
                        INTO AL-DETAIL
                 PERFORM RAISE-POSTING-ALERT
              END-IF
           END-IF.
       CHECK-NEW-BENEF-END. EXIT.
      *----
       MATCH-NEW-BENEF.
           IF NB-OWNER-ACCT-ID(NB-INDEX) = WORK-ACCT-ID
              COMPUTE EM-DIFF = WORK-TRAN-STAMP - NB-STAMP(NB-INDEX)
              IF (EM-DIFF NOT < ZERO) AND
                 (EM-DIFF NOT > FR-WINDOW(1))
                 SET EM-FOUND TO TRUE
              END-IF
           END-IF.
       MATCH-NEW-BENEF-END. EXIT.
      *----
       CHECK-RAPID-WITHDRAWALS.
           IF FR-ACTIVE(2) AND
              (TRAN-AMOUNT NOT < FR-MIN-AMOUNT(2))
              IF AW-COUNT < 20
                 ADD 1 TO AW-COUNT
                 MOVE WORK-TRAN-STAMP TO AW-STAMP(AW-COUNT)
                 MOVE TRAN-AMOUNT     TO AW-AMOUNT(AW-COUNT)
              END-IF
              MOVE ZERO TO AW-IN-WINDOW
              MOVE ZERO TO AW-WINDOW-TOTAL
              PERFORM COUNT-WINDOW-WITHDRAWAL VARYING AW-INDEX
                 FROM 1 BY 1 UNTIL AW-INDEX > AW-COUNT
              IF (AW-IN-WINDOW NOT < FR-MIN-COUNT(2)) AND
                 (AH-RULE-HIT-SW(2) = 'N')
                 MOVE 2 TO AL-RULE-INDEX
                 MOVE AW-IN-WINDOW TO RL-COUNT
                 MOVE FR-WINDOW(2) TO RL-WINDOW
                 MOVE SPACES TO AL-DETAIL
                 STRING RL-COUNT  DELIMITED BY SIZE
                        ' WITHDRAWALS IN ' DELIMITED BY SIZE
                        RL-WINDOW DELIMITED BY SIZE
                        ' MIN'    DELIMITED BY SIZE
                        INTO AL-DETAIL
                 PERFORM RAISE-POSTING-ALERT
              END-IF
           END-IF.
       CHECK-RAPID-END. EXIT.
      *----
       COUNT-WINDOW-WITHDRAWAL.
           COMPUTE EM-DIFF = WORK-TRAN-STAMP - AW-STAMP(AW-INDEX).
           IF (EM-DIFF NOT < ZERO) AND (EM-DIFF NOT > FR-WINDOW(2))
              ADD 1 TO AW-IN-WINDOW
              ADD AW-AMOUNT(AW-INDEX) TO AW-WINDOW-TOTAL
           END-IF.
       COUNT-WINDOW-END. EXIT.
      *----
       CHECK-REACTIVATED-WITHDRAWAL.
           IF FR-ACTIVE(3) AND (AH-RULE-HIT-SW(3) = 'N') AND
              (TRAN-AMOUNT NOT < FR-MIN-AMOUNT(3))
              MOVE 'N' TO EM-FOUND-SW
              PERFORM MATCH-REACTIVATION VARYING RE-INDEX
                 FROM 1 BY 1 UNTIL RE-INDEX > RE-COUNT OR EM-FOUND
              IF EM-FOUND
                 MOVE 3 TO AL-RULE-INDEX
                 MOVE SPACES TO AL-DETAIL
                 STRING 'REACTIVATED ' DELIMITED BY SIZE
                        RE-DATE(RE-INDEX - 1) DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        RE-TIME(RE-INDEX - 1)(1:4) DELIMITED BY SIZE
                        INTO AL-DETAIL
                 PERFORM RAISE-POSTING-ALERT
              END-IF
           END-IF.
       CHECK-REACTIVATED-END. EXIT.
      *----
       MATCH-REACTIVATION.
           IF RE-ACCT-ID(RE-INDEX) = WORK-ACCT-ID
              COMPUTE EM-DIFF = WORK-TRAN-STAMP - RE-STAMP(RE-INDEX)
              IF (EM-DIFF NOT < ZERO) AND
                 (EM-DIFF NOT > FR-WINDOW(3))
                 SET EM-FOUND TO TRUE
              END-IF
           END-IF.
       MATCH-REACTIVATION-END. EXIT.
      *----
       CHECK-PIN-CHANGE-WITHDRAWAL.
           IF FR-ACTIVE(4) AND (AH-RULE-HIT-SW(4) = 'N') AND
              (TRAN-AMOUNT NOT < FR-MIN-AMOUNT(4)) AND
              (WORK-PIN-STAMP NOT = ZERO)
              COMPUTE EM-DIFF = WORK-TRAN-STAMP - WORK-PIN-STAMP
              IF (EM-DIFF NOT < ZERO) AND
                 (EM-DIFF NOT > FR-WINDOW(4))
                 MOVE 4 TO AL-RULE-INDEX
                 MOVE SPACES TO AL-DETAIL
                 STRING 'PIN CHANGED ' DELIMITED BY SIZE
                        CUST-PIN-CHANGE-DATE DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        CUST-PIN-CHANGE-TIME(1:4) DELIMITED BY SIZE
                        INTO AL-DETAIL
                 PERFORM RAISE-POSTING-ALERT
              END-IF
           END-IF.
       CHECK-PIN-CHANGE-END. EXIT.
      *----
       CHECK-RELEASED-CARD-ACTIVITY.
           IF FR-ACTIVE(5) AND (AH-RULE-HIT-SW(5) = 'N') AND
              (TRAN-AMOUNT NOT < FR-MIN-AMOUNT(5)) AND
              (WORK-CUST-ID NOT = ZERO)
              MOVE 'N' TO EM-FOUND-SW
              PERFORM MATCH-CARD-RELEASE VARYING CR-INDEX
                 FROM 1 BY 1 UNTIL CR-INDEX > CR-COUNT OR EM-FOUND
              IF EM-FOUND
                 MOVE 5 TO AL-RULE-INDEX
                 MOVE SPACES TO AL-DETAIL
                 STRING 'CARD RELEASED ' DELIMITED BY SIZE
                        CR-DATE(CR-INDEX - 1) DELIMITED BY SIZE
                        ' '              DELIMITED BY SIZE
                        CR-TIME(CR-INDEX - 1)(1:4) DELIMITED BY SIZE
                        INTO AL-DETAIL
                 PERFORM RAISE-POSTING-ALERT
              END-IF
           END-IF.
       CHECK-RELEASED-END. EXIT.
      *----
       MATCH-CARD-RELEASE.
           IF CR-CUST-ID(CR-INDEX) = WORK-CUST-ID
              COMPUTE EM-DIFF = WORK-TRAN-STAMP - CR-STAMP(CR-INDEX)
              IF (EM-DIFF NOT < ZERO) AND
                 (EM-DIFF NOT > FR-WINDOW(5))
                 SET EM-FOUND TO TRUE
              END-IF
           END-IF.
       MATCH-CARD-RELEASE-END. EXIT.
      *----
       RAISE-POSTING-ALERT.
           MOVE 'Y'          TO AH-RULE-HIT-SW(AL-RULE-INDEX).
           MOVE WORK-CUST-ID TO AL-CUST-ID.
           MOVE WORK-ACCT-ID TO AL-ACCT-ID.
           MOVE TRAN-DATE    TO AL-EVENT-DATE.
           MOVE TRAN-TIME    TO AL-EVENT-TIME.
           MOVE TRAN-AMOUNT  TO AL-AMOUNT.
           IF AL-RULE-INDEX = 2
              MOVE AW-WINDOW-TOTAL TO AL-AMOUNT
           END-IF.
           PERFORM WRITE-FRAUD-ALERT.
       RAISE-POSTING-END. EXIT.
      *----
       WRITE-FRAUD-ALERT.
           MOVE RUN-DATE-PARM                TO FALT-ALERT-DATE.
           MOVE AL-NEXT-SEQ-NO               TO FALT-SEQ-NO.
           MOVE FR-CODE(AL-RULE-INDEX)       TO FALT-RULE-CODE.
           MOVE FR-SCORE(AL-RULE-INDEX)      TO FALT-SCORE.
           MOVE AL-CUST-ID                   TO FALT-CUST-ID.
           MOVE AL-ACCT-ID                   TO FALT-ACCT-ID.
           MOVE AL-EVENT-DATE                TO FALT-EVENT-DATE.
           MOVE AL-EVENT-TIME                TO FALT-EVENT-TIME.
           MOVE AL-AMOUNT                    TO FALT-AMOUNT.
           MOVE AL-DETAIL                    TO FALT-DETAIL.
           SET  FALT-OPEN                    TO TRUE.
           MOVE ZERO                         TO FALT-REVIEW-OPER-ID.
           MOVE ZERO                         TO FALT-REVIEW-DATE.
           MOVE ZERO                         TO FALT-REVIEW-TIME.
           MOVE SPACES                       TO FALT-COMMENT.
           MOVE 'N'  TO AL-WRITTEN-SW.
           MOVE ZERO TO AL-RETRY-COUNT.
           PERFORM WRITE-FRAUD-ALERT-REC
              UNTIL AL-WRITTEN OR (AL-RETRY-COUNT = 99).
           IF AL-WRITTEN
              COMPUTE AL-NEXT-SEQ-NO = FALT-SEQ-NO + 1
              ADD 1 TO ALERTS-WRITTEN
              ADD 1 TO FR-ALERTS(AL-RULE-INDEX)
              PERFORM PRINT-ALERT-LINE
           ELSE
              DISPLAY 'Warning: fraud alert not recorded for '
                 FALT-RULE-CODE ' customer ' AL-CUST-ID
           END-IF.
       WRITE-FRAUD-ALERT-END. EXIT.
      *----
       WRITE-FRAUD-ALERT-REC.
           WRITE FALT-REC
              INVALID KEY
                 ADD 1 TO FALT-SEQ-NO
                 ADD 1 TO AL-RETRY-COUNT
              NOT INVALID KEY
                 SET AL-WRITTEN TO TRUE
           END-WRITE.
       WRITE-FRAUD-ALERT-REC-END. EXIT.
      *----
       PRINT-ALERT-LINE.
           MOVE FALT-AMOUNT TO RL-AMOUNT.
           MOVE SPACES TO FRD-LINE.
           STRING FALT-ALERT-DATE  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  FALT-SEQ-NO      DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  FALT-RULE-CODE   DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  FALT-SCORE       DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  FALT-CUST-ID     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FALT-ACCT-ID     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FALT-EVENT-DATE  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FALT-EVENT-TIME  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  RL-AMOUNT        DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  FALT-DETAIL      DELIMITED BY SIZE
                  INTO FRD-LINE.
           WRITE FRD-LINE.
       PRINT-ALERT-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO FRD-LINE
           WRITE FRD-LINE
           MOVE SPACES TO FRD-LINE
           STRING 'RULE    ACTIVE SCORE  WINDOW  DESCRIPTION         '
                  '            ALERTS' DELIMITED BY SIZE
                  INTO FRD-LINE
           WRITE FRD-LINE
           PERFORM PRINT-RULE-LINE VARYING FR-INDEX
              FROM 1 BY 1 UNTIL FR-INDEX > 6
           IF TABLE-OVERFLOWED
              MOVE SPACES TO FRD-LINE
              WRITE FRD-LINE
              MOVE SPACES TO FRD-LINE
              STRING '*** EVENT TABLE FULL - SOME EVENTS NOT CHECKED'
                     ' ***' DELIMITED BY SIZE INTO FRD-LINE
              WRITE FRD-LINE
           END-IF
           MOVE SPACES TO FRD-LINE
           WRITE FRD-LINE
           MOVE SPACES TO FRD-LINE
           STRING 'RECORDS READ: '        DELIMITED BY SIZE
                  RECORDS-READ            DELIMITED BY SIZE
                  '  POSTINGS CHECKED: '  DELIMITED BY SIZE
                  POSTINGS-CHECKED        DELIMITED BY SIZE
                  '  ALERTS WRITTEN: '    DELIMITED BY SIZE
                  ALERTS-WRITTEN          DELIMITED BY SIZE
                  INTO FRD-LINE
           WRITE FRD-LINE
           CLOSE ACCT-INP
           CLOSE CUST-INP
           CLOSE ALERT-OUT
           CLOSE FRD-RPT.
       FINALIZE-END. EXIT.
      *----
       PRINT-RULE-LINE.
           MOVE FR-WINDOW(FR-INDEX) TO RL-WINDOW.
           MOVE FR-ALERTS(FR-INDEX) TO RL-COUNT.
           MOVE SPACES TO FRD-LINE.
           STRING FR-CODE(FR-INDEX)        DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  FR-ACTIVE-SW(FR-INDEX)   DELIMITED BY SIZE
                  '      '                 DELIMITED BY SIZE
                  FR-SCORE(FR-INDEX)       DELIMITED BY SIZE
                  '    '                   DELIMITED BY SIZE
                  RL-WINDOW                DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  FR-DESCRIPTION(FR-INDEX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RL-COUNT                 DELIMITED BY SIZE
                  INTO FRD-LINE.
           WRITE FRD-LINE.
       PRINT-RULE-LINE-END. EXIT.
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
