       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.   ATM0024.
       AUTHOR.       SINEM SEN.
      *----
      *    ATM0024 IS THE NIGHTLY CUSTOMER NOTIFICATION EXTRACT. IT
      *    GATHERS THE EVENTS A CUSTOMER SHOULD HEAR ABOUT FROM THE
      *    EXISTING FILES AND WRITES ONE RECORD PER CUSTOMER AND
      *    EVENT TYPE TO NOTIF-OUT FOR THE BANK'S MESSAGING
      *    GATEWAY:
      *
      *      - CARDCAPT / HOTCAPT: EVERY CAPTURE STILL ON
      *        LOCKOUT-INP, SPLIT BY LOCK-REASON INTO PIN-RETRY
      *        AND HOT-CARD CAPTURES;
      *      - DORMANT: EVERY ACCOUNT ATM0015 HAS FLAGGED DORMANT;
      *      - DEPHOLD: THE BUSINESS DATE'S DEPOSITS ON
      *        TRAN-LOG-INP ABOVE THE HOLD FLOOR ON PARM-INP, WHICH
      *        ATM0001 HELD UNTIL THE NEXT BUSINESS DAY;
      *      - CARDDUE: CARDS WHOSE DUE DATE FALLS WITHIN THE
      *        REMINDER LEAD DAYS ON PARM-INP AND WHOSE CREDITPMT
      *        PAYMENTS SINCE CARD-LAST-STMT-DATE HAVE NOT YET MET
      *        CARD-MIN-DUE. CARD-INP CARRIES NO OWNER, SO THE CARD
      *        BELONGS TO THE ACCOUNT THAT LAST PAID IT; A CARD
      *        NEVER PAID FROM AN ACCOUNT IS COUNTED AS NO OWNER;
      *      - SOEXPIRE: STANDING ORDERS ATM0010 HAS EXPIRED;
      *      - BILLDUE: OUTSTANDING INVOICES DUE WITHIN THE LEAD
      *        DAYS, FOR SUBSCRIBERS WHO HAVE PAID AN EARLIER
      *        INVOICE FROM AN ACCOUNT (BILL-PAYER-ACCT-ID).
      *
      *    EACH OCCURRENCE CARRIES A REFERENCE. ONE ALREADY ON THE
      *    SENT HISTORY NOTIF-SENT IS DROPPED AS A DUPLICATE, THE
      *    REST ARE RELEASED TO A SORT ON CUSTOMER, EVENT TYPE AND
      *    REFERENCE. THE SORTED EVENTS ARE GROUPED BY CUSTOMER AND
      *    EVENT TYPE. THE CUSTOMER'S OPT-INS AND CONTACTS ON
      *    CUST-INP DECIDE THE CHANNEL (SMS, E-MAIL OR BOTH). A
      *    GROUP FOR A CUSTOMER WITH NO USABLE CHANNEL IS COUNTED
      *    AS NO CONSENT AND NOT RECORDED, SO IT IS SENT IF THE
      *    CUSTOMER OPTS IN WHILE THE EVENT IS STILL ON FILE.
      *    OTHERWISE ONE NOTIFICATION IS WRITTEN AND EVERY
      *    OCCURRENCE BEHIND IT IS ADDED TO NOTIF-SENT.
      *
      *    NTF-RPT COUNTS EACH EVENT TYPE: OCCURRENCES FOUND,
      *    ALREADY SENT, WITH NO OWNING CUSTOMER, HELD BACK FOR
      *    WANT OF CONSENT, AND SENT, WITH THE NOTIFICATIONS
      *    WRITTEN.
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
           SELECT LOCKOUT-INP ASSIGN TO LOCKINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY LOCK-KEY
                            STATUS ST-LOCK-INP.
           SELECT ACCT-INP  ASSIGN TO ACCTINP
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY ACCT-KEY
                            STATUS ST-ACCT-INP.
           SELECT CARD-INP  ASSIGN TO CARDINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY CARD-KEY
                            STATUS ST-CARD-INP.
           SELECT TRAN-LOG-INP ASSIGN TO TRANLOG
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY TRAN-LOG-KEY
                            STATUS ST-TRAN-LOG.
           SELECT SORD-INP  ASSIGN TO SORDINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY SORD-KEY
                            STATUS ST-SORD-INP.
           SELECT BILLERS-INP ASSIGN TO BILLINP
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY BILL-KEY
                            STATUS ST-BILL-INP.
           SELECT CUST-INP  ASSIGN TO CUSTINP
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CUST-KEY
                            STATUS ST-CUST-INP.
           SELECT NOTIF-SENT ASSIGN TO NOTIFSNT
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY NSNT-KEY
                            STATUS ST-NOTIF-SENT.
           SELECT NOTIF-OUT ASSIGN TO NOTIFOUT
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-NOTIF-OUT.
           SELECT PARM-INP  ASSIGN TO PARMINP
                            ORGANIZATION SEQUENTIAL
                            STATUS ST-PARM-INP.
           SELECT NTF-RPT   ASSIGN TO NTFRPT
                            ORGANIZATION LINE SEQUENTIAL
                            STATUS ST-NTF-RPT.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT CTRL-INP  ASSIGN TO SYSCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CTRL-KEY
                            STATUS ST-CTRL-INP.
       DATA DIVISION.
      *----
       FILE SECTION.
       FD  LOCKOUT-INP.
           COPY LOCKREC.
       FD  ACCT-INP.
           COPY ACCTREC.
       FD  CARD-INP.
           COPY CARDREC.
       FD  TRAN-LOG-INP.
           COPY TRANLOG.
       FD  SORD-INP.
           COPY SORDREC.
       FD  BILLERS-INP.
           COPY BILLREC.
       FD  CUST-INP.
           COPY CUSTREC.
       FD  NOTIF-SENT.
           COPY NSENTREC.
       FD  NOTIF-OUT.
           COPY NOTIFREC.
       FD  PARM-INP.
           COPY PARMREC.
       FD  NTF-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  NTF-LINE                    PIC X(132).
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-CUST-ID             PIC 9(10).
           05 SORT-EVENT-TYPE          PIC X(08).
           05 SORT-EVENT-REF           PIC X(30).
           05 SORT-EVENT-INDEX         PIC 9(02).
           05 SORT-EVENT-DATE          PIC 9(08).
           05 SORT-AMOUNT              PIC 9(10)V99.
       FD  CTRL-INP.
           COPY CTRLREC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  RUN-DATE-PARM                PIC 9(08).
      *----
       01  RUN-CONTROL-FIELDS.
           05 RC-JOB-NAME               PIC X(08)     VALUE 'ATM0024'.
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
       01  NOTIFY-LEAD-DAYS             PIC 9(03)     VALUE 3.
       01  DEPOSIT-HOLD-FLOOR           PIC 9(08)V99  VALUE 99999999.
      *----
       01  DUE-WINDOW-FIELDS.
           05 WINDOW-DAY-NUMBER         PIC 9(08).
           05 WINDOW-END-DATE           PIC 9(08).
      *----
       01  EVENT-TABLE-VALUES.
           05 FILLER PIC X(08) VALUE 'CARDCAPT'.
           05 FILLER PIC X(26) VALUE 'CARD CAPTURED (PIN)'.
           05 FILLER PIC X(08) VALUE 'HOTCAPT'.
           05 FILLER PIC X(26) VALUE 'CARD CAPTURED (HOT CARD)'.
           05 FILLER PIC X(08) VALUE 'SOEXPIRE'.
           05 FILLER PIC X(26) VALUE 'STANDING ORDER EXPIRED'.
           05 FILLER PIC X(08) VALUE 'DEPHOLD'.
           05 FILLER PIC X(26) VALUE 'DEPOSIT HELD'.
           05 FILLER PIC X(08) VALUE 'CARDDUE'.
           05 FILLER PIC X(26) VALUE 'CARD PAYMENT DUE'.
           05 FILLER PIC X(08) VALUE 'DORMANT'.
           05 FILLER PIC X(26) VALUE 'ACCOUNT DORMANT'.
           05 FILLER PIC X(08) VALUE 'BILLDUE'.
           05 FILLER PIC X(26) VALUE 'INVOICE DUE'.
       01  EVENT-TABLE REDEFINES EVENT-TABLE-VALUES.
           05 ET-ENTRY OCCURS 7 TIMES.
              10 ET-CODE                PIC X(08).
              10 ET-DESC                PIC X(26).
      *----
       01  EVENT-TOTALS.
           05 ET-INDEX                  PIC 9(02).
           05 ET-TOTAL-ENTRY OCCURS 7 TIMES.
              10 ET-FOUND               PIC 9(06).
              10 ET-PREV-SENT           PIC 9(06).
              10 ET-NO-OWNER            PIC 9(06).
              10 ET-NO-CONSENT          PIC 9(06).
              10 ET-ITEMS-SENT          PIC 9(06).
              10 ET-NOTICES             PIC 9(06).
      *----
       01  CANDIDATE-EVENT.
           05 CAND-CUST-ID              PIC 9(10).
           05 CAND-EVENT-INDEX          PIC 9(02).
           05 CAND-EVENT-REF            PIC X(30).
           05 CAND-EVENT-DATE           PIC 9(08).
           05 CAND-AMOUNT               PIC 9(10)V99.
           05 CAND-OWNER-ACCT-ID        PIC 9(10).
      *----
       01  CARD-DUE-TABLE.
           05 CD-COUNT                  PIC 9(03)     VALUE ZERO.
           05 CD-INDEX                  PIC 9(03).
           05 CD-FOUND-INDEX            PIC 9(03).
           05 CD-ENTRY OCCURS 500 TIMES.
              10 CD-CARD-NO             PIC 9(16).
              10 CD-DUE-DATE            PIC 9(08).
              10 CD-MIN-DUE             PIC 9(06)V99.
              10 CD-LAST-STMT-DATE      PIC 9(08).
              10 CD-PAID                PIC 9(08)V99.
              10 CD-OWNER-ACCT-ID       PIC 9(10).
              10 CD-OWNER-STAMP         PIC X(16).
      *----
       01  BILL-PAYER-FIELDS.
           05 BP-INSTITUTION            PIC X(10).
           05 BP-SUBSCRIBER-NO          PIC 9(10).
           05 BP-PAYER-ACCT-ID          PIC 9(10).
      *----
       01  EVENT-GROUP.
           05 GRP-CUST-ID               PIC 9(10).
           05 GRP-EVENT-TYPE            PIC X(08).
           05 GRP-EVENT-INDEX           PIC 9(02).
           05 GRP-EVENT-REF             PIC X(30).
           05 GRP-EVENT-DATE            PIC 9(08).
           05 GRP-ITEM-COUNT            PIC 9(04).
           05 GRP-AMOUNT                PIC 9(10)V99.
           05 GRP-CHANNEL               PIC X(01).
              88 GRP-NO-CHANNEL         VALUE SPACE.
      *----
       01  REPORT-LINE-FIELDS.
           05 RL-FOUND                  PIC Z(05)9.
           05 RL-PREV-SENT              PIC Z(05)9.
           05 RL-NO-OWNER               PIC Z(05)9.
           05 RL-NO-CONSENT             PIC Z(05)9.
           05 RL-ITEMS-SENT             PIC Z(05)9.
           05 RL-NOTICES                PIC Z(05)9.
      *----
       01  COUNTERS.
           05 TOTAL-FOUND               PIC 9(06)     VALUE ZERO.
           05 TOTAL-PREV-SENT           PIC 9(06)     VALUE ZERO.
           05 TOTAL-NO-OWNER            PIC 9(06)     VALUE ZERO.
           05 TOTAL-NO-CONSENT          PIC 9(06)     VALUE ZERO.
           05 TOTAL-ITEMS-SENT          PIC 9(06)     VALUE ZERO.
           05 TOTAL-NOTICES             PIC 9(06)     VALUE ZERO.
           05 CARDS-NOT-CHECKED         PIC 9(06)     VALUE ZERO.
      *----
       01  LOCK-EOF-SW                  PIC X(01).
           88 LOCK-AT-END               VALUE 'Y'.
       01  ACCT-EOF-SW                  PIC X(01).
           88 ACCT-AT-END               VALUE 'Y'.
       01  CARD-EOF-SW                  PIC X(01).
           88 CARD-AT-END               VALUE 'Y'.
       01  TRAN-EOF-SW                  PIC X(01).
           88 TRAN-AT-END               VALUE 'Y'.
       01  SORD-EOF-SW                  PIC X(01).
           88 SORD-AT-END               VALUE 'Y'.
       01  BILL-EOF-SW                  PIC X(01).
           88 BILL-AT-END               VALUE 'Y'.
       01  SORT-EOF-SW                  PIC X(01).
           88 SORT-AT-END               VALUE 'Y'.
      *----
       01  ACCT-FOUND-SW                PIC X(01).
           88 ACCT-WAS-FOUND            VALUE 'Y'.
           88 ACCT-NOT-FOUND            VALUE 'N'.
      *----
       01  ST-LOCK-INP                  PIC 9(02).
       01  ST-ACCT-INP                  PIC 9(02).
       01  ST-CARD-INP                  PIC 9(02).
       01  ST-TRAN-LOG                  PIC 9(02).
       01  ST-SORD-INP                  PIC 9(02).
       01  ST-BILL-INP                  PIC 9(02).
       01  ST-CUST-INP                  PIC 9(02).
       01  ST-NOTIF-SENT                PIC 9(02).
       01  ST-NOTIF-OUT                 PIC 9(02).
       01  ST-PARM-INP                  PIC 9(02).
       01  ST-NTF-RPT                   PIC 9(02).
       01  ST-CTRL-INP                  PIC 9(02).
      *----
       PROCEDURE DIVISION.
      *----
       MAIN-RTN SECTION.
      *----
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           SORT SORT-WORK
              ON ASCENDING KEY SORT-CUST-ID SORT-EVENT-TYPE
                               SORT-EVENT-REF
              INPUT PROCEDURE IS GATHER-EVENTS
              OUTPUT PROCEDURE IS WRITE-NOTIFICATIONS
           PERFORM FINALIZE-RUN
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.
       MAIN-END. EXIT.
      *----
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM READ-SYSTEM-PARMS
           COMPUTE WINDOW-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(RUN-DATE-PARM)
              + NOTIFY-LEAD-DAYS
           COMPUTE WINDOW-END-DATE =
              FUNCTION DATE-OF-INTEGER(WINDOW-DAY-NUMBER)
           PERFORM CLEAR-EVENT-TOTALS VARYING ET-INDEX
              FROM 1 BY 1 UNTIL ET-INDEX > 7
           OPEN I-O NOTIF-SENT
           IF ST-NOTIF-SENT NOT = 0
              DISPLAY 'Notification history not available.'
                 ' Run abandoned.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  ACCT-INP
           OPEN INPUT  CUST-INP
           OPEN OUTPUT NOTIF-OUT
           OPEN OUTPUT NTF-RPT
           MOVE SPACES TO NTF-LINE
           STRING 'CUSTOMER NOTIFICATION EXTRACT - BUSINESS DATE '
                  RUN-DATE-PARM DELIMITED BY SIZE
                  '  DUE REMINDERS TO ' DELIMITED BY SIZE
                  WINDOW-END-DATE DELIMITED BY SIZE
                  INTO NTF-LINE
           WRITE NTF-LINE.
       INITIALIZE-END. EXIT.
      *----
       CLEAR-EVENT-TOTALS.
           MOVE ZERO TO ET-FOUND(ET-INDEX).
           MOVE ZERO TO ET-PREV-SENT(ET-INDEX).
           MOVE ZERO TO ET-NO-OWNER(ET-INDEX).
           MOVE ZERO TO ET-NO-CONSENT(ET-INDEX).
           MOVE ZERO TO ET-ITEMS-SENT(ET-INDEX).
           MOVE ZERO TO ET-NOTICES(ET-INDEX).
       CLEAR-EVENT-TOTALS-END. EXIT.
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
       READ-SYSTEM-PARMS.
           OPEN INPUT PARM-INP.
           IF ST-PARM-INP NOT = 0
              DISPLAY 'Warning: parameter file not available.'
                 ' Default lead days in effect, no deposit held.'
           ELSE
              READ PARM-INP
                 AT END
                    DISPLAY 'Warning: parameter file empty.'
                    ' Default lead days in effect, no deposit held.'
              END-READ
              IF ST-PARM-INP = 0
                 MOVE PARM-DEPOSIT-HOLD-FLOOR TO DEPOSIT-HOLD-FLOOR
              END-IF
              IF ST-PARM-INP = 0 AND
                 PARM-NOTIFY-LEAD-DAYS > ZERO
                 MOVE PARM-NOTIFY-LEAD-DAYS TO NOTIFY-LEAD-DAYS
              END-IF
              CLOSE PARM-INP
           END-IF.
       READ-PARMS-END. EXIT.
      *----
       FINALIZE-RUN.
           MOVE SPACES TO NTF-LINE
           WRITE NTF-LINE
           MOVE SPACES TO NTF-LINE
           STRING 'EVENT     DESCRIPTION                 '
                  DELIMITED BY SIZE
                  ' FOUND   PREV NO OWN NO CNS   SENT NOTICES'
                  DELIMITED BY SIZE
                  INTO NTF-LINE
           WRITE NTF-LINE
           PERFORM PRINT-EVENT-LINE VARYING ET-INDEX
              FROM 1 BY 1 UNTIL ET-INDEX > 7
           MOVE TOTAL-FOUND      TO RL-FOUND
           MOVE TOTAL-PREV-SENT  TO RL-PREV-SENT
           MOVE TOTAL-NO-OWNER   TO RL-NO-OWNER
           MOVE TOTAL-NO-CONSENT TO RL-NO-CONSENT
           MOVE TOTAL-ITEMS-SENT TO RL-ITEMS-SENT
           MOVE TOTAL-NOTICES    TO RL-NOTICES
           MOVE SPACES TO NTF-LINE
           STRING 'TOTAL                                 '
                  DELIMITED BY SIZE
                  RL-FOUND ' ' RL-PREV-SENT DELIMITED BY SIZE
                  ' ' RL-NO-OWNER ' ' RL-NO-CONSENT DELIMITED BY SIZE
                  ' ' RL-ITEMS-SENT '  ' RL-NOTICES DELIMITED BY SIZE
                  INTO NTF-LINE
           WRITE NTF-LINE
           IF CARDS-NOT-CHECKED > ZERO
              MOVE CARDS-NOT-CHECKED TO RL-FOUND
              MOVE SPACES TO NTF-LINE
              STRING 'WARNING: CARDS DUE NOT CHECKED, TABLE FULL: '
                     DELIMITED BY SIZE
                     RL-FOUND DELIMITED BY SIZE
                     INTO NTF-LINE
              WRITE NTF-LINE
           END-IF
           CLOSE NOTIF-SENT
           CLOSE ACCT-INP
           CLOSE CUST-INP
           CLOSE NOTIF-OUT
           CLOSE NTF-RPT.
       FINALIZE-END. EXIT.
      *----
       PRINT-EVENT-LINE.
           ADD ET-FOUND(ET-INDEX)      TO TOTAL-FOUND.
           ADD ET-PREV-SENT(ET-INDEX)  TO TOTAL-PREV-SENT.
           ADD ET-NO-OWNER(ET-INDEX)   TO TOTAL-NO-OWNER.
           ADD ET-NO-CONSENT(ET-INDEX) TO TOTAL-NO-CONSENT.
           ADD ET-ITEMS-SENT(ET-INDEX) TO TOTAL-ITEMS-SENT.
           ADD ET-NOTICES(ET-INDEX)    TO TOTAL-NOTICES.
           MOVE ET-FOUND(ET-INDEX)      TO RL-FOUND.
           MOVE ET-PREV-SENT(ET-INDEX)  TO RL-PREV-SENT.
           MOVE ET-NO-OWNER(ET-INDEX)   TO RL-NO-OWNER.
           MOVE ET-NO-CONSENT(ET-INDEX) TO RL-NO-CONSENT.
           MOVE ET-ITEMS-SENT(ET-INDEX) TO RL-ITEMS-SENT.
           MOVE ET-NOTICES(ET-INDEX)    TO RL-NOTICES.
           MOVE SPACES TO NTF-LINE.
           STRING ET-CODE(ET-INDEX) '  ' ET-DESC(ET-INDEX)
                  DELIMITED BY SIZE
                  '  ' RL-FOUND ' ' RL-PREV-SENT DELIMITED BY SIZE
                  ' ' RL-NO-OWNER ' ' RL-NO-CONSENT DELIMITED BY SIZE
                  ' ' RL-ITEMS-SENT '  ' RL-NOTICES DELIMITED BY SIZE
                  INTO NTF-LINE.
           WRITE NTF-LINE.
       PRINT-EVENT-LINE-END. EXIT.
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
      *----
       GATHER-EVENTS SECTION.
      *----
       GATHER-START.
           PERFORM GATHER-CARD-CAPTURES.
           PERFORM GATHER-DORMANT-ACCOUNTS.
           PERFORM LOAD-CARDS-DUE.
           PERFORM SCAN-TRAN-LOG.
           PERFORM OFFER-CARD-DUE VARYING CD-INDEX
              FROM 1 BY 1 UNTIL CD-INDEX > CD-COUNT.
           PERFORM GATHER-EXPIRED-ORDERS.
           PERFORM GATHER-BILLS-DUE.
           GO TO GATHER-EVENTS-END.
      *----
       GATHER-CARD-CAPTURES.
           OPEN INPUT LOCKOUT-INP.
           MOVE 'N' TO LOCK-EOF-SW.
           READ LOCKOUT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO LOCK-EOF-SW
           END-READ.
           PERFORM OFFER-CARD-CAPTURE UNTIL LOCK-AT-END.
           CLOSE LOCKOUT-INP.
       GATHER-CAPTURES-END. EXIT.
      *----
       OFFER-CARD-CAPTURE.
           IF LOCK-REASON(1:7) = 'HOTCARD'
              MOVE 2 TO CAND-EVENT-INDEX
           ELSE
              MOVE 1 TO CAND-EVENT-INDEX
           END-IF.
           MOVE LOCK-ACCT-ID   TO CAND-CUST-ID.
           MOVE LOCK-TIMESTAMP TO CAND-EVENT-REF.
           MOVE LOCK-DATE      TO CAND-EVENT-DATE.
           MOVE ZERO           TO CAND-AMOUNT.
           PERFORM OFFER-EVENT.
           READ LOCKOUT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO LOCK-EOF-SW
           END-READ.
       OFFER-CARD-CAPTURE-END. EXIT.
      *----
       GATHER-DORMANT-ACCOUNTS.
           MOVE 'N' TO ACCT-EOF-SW.
           READ ACCT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
           END-READ.
           PERFORM OFFER-DORMANT-ACCOUNT UNTIL ACCT-AT-END.
       GATHER-DORMANT-END. EXIT.
      *----
       OFFER-DORMANT-ACCOUNT.
           IF ACCT-DORMANT
              MOVE 6 TO CAND-EVENT-INDEX
              MOVE ACCT-CUST-ID TO CAND-CUST-ID
              MOVE SPACES TO CAND-EVENT-REF
              STRING ACCT-ID                 DELIMITED BY SIZE
                     ACCT-LAST-ACTIVITY-DATE DELIMITED BY SIZE
                     INTO CAND-EVENT-REF
              MOVE ACCT-LAST-ACTIVITY-DATE TO CAND-EVENT-DATE
              MOVE ZERO TO CAND-AMOUNT
              PERFORM OFFER-EVENT
           END-IF.
           READ ACCT-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
           END-READ.
       OFFER-DORMANT-END. EXIT.
      *----
       LOAD-CARDS-DUE.
           OPEN INPUT CARD-INP.
           MOVE 'N' TO CARD-EOF-SW.
           READ CARD-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO CARD-EOF-SW
           END-READ.
           PERFORM LOAD-CARD-DUE-ENTRY UNTIL CARD-AT-END.
           CLOSE CARD-INP.
       LOAD-CARDS-DUE-END. EXIT.
      *----
       LOAD-CARD-DUE-ENTRY.
           IF (CARD-MIN-DUE > ZERO) AND
              (CARD-DUE-DATE NOT < RUN-DATE-PARM) AND
              (CARD-DUE-DATE NOT > WINDOW-END-DATE)
              IF CD-COUNT < 500
                 ADD 1 TO CD-COUNT
                 MOVE CARD-NO             TO CD-CARD-NO(CD-COUNT)
                 MOVE CARD-DUE-DATE       TO CD-DUE-DATE(CD-COUNT)
                 MOVE CARD-MIN-DUE        TO CD-MIN-DUE(CD-COUNT)
                 MOVE CARD-LAST-STMT-DATE
                                       TO CD-LAST-STMT-DATE(CD-COUNT)
                 MOVE ZERO                TO CD-PAID(CD-COUNT)
                 MOVE ZERO                TO CD-OWNER-ACCT-ID(CD-COUNT)
                 MOVE LOW-VALUES          TO CD-OWNER-STAMP(CD-COUNT)
              ELSE
                 ADD 1 TO CARDS-NOT-CHECKED
              END-IF
           END-IF.
           READ CARD-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO CARD-EOF-SW
           END-READ.
       LOAD-CARD-DUE-ENTRY-END. EXIT.
      *----
       SCAN-TRAN-LOG.
           OPEN INPUT TRAN-LOG-INP.
           MOVE 'N' TO TRAN-EOF-SW.
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO TRAN-EOF-SW
           END-READ.
           PERFORM SCAN-TRAN-ENTRY UNTIL TRAN-AT-END.
           CLOSE TRAN-LOG-INP.
       SCAN-TRAN-LOG-END. EXIT.
      *----
       SCAN-TRAN-ENTRY.
           IF (TRAN-TYPE = 'DEPOSIT') AND
              (TRAN-DATE = RUN-DATE-PARM) AND
              (TRAN-AMOUNT > DEPOSIT-HOLD-FLOOR) AND
              (NOT TRAN-REVERSED)
              MOVE 4 TO CAND-EVENT-INDEX
              MOVE TRAN-ACCT-ID TO CAND-OWNER-ACCT-ID
              MOVE SPACES TO CAND-EVENT-REF
              STRING TRAN-ACCT-ID   DELIMITED BY SIZE
                     TRAN-TIMESTAMP DELIMITED BY SIZE
                     INTO CAND-EVENT-REF
              MOVE TRAN-DATE   TO CAND-EVENT-DATE
              MOVE TRAN-AMOUNT TO CAND-AMOUNT
              PERFORM OFFER-OWNED-EVENT
           ELSE IF (TRAN-TYPE = 'CREDITPMT') AND
                   (TRAN-REF-NO NOT = ZERO) AND
                   (TRAN-DATE NOT > RUN-DATE-PARM) AND
                   (NOT TRAN-REVERSED) AND
                   (CD-COUNT > ZERO)
              PERFORM MATCH-CARD-PAYMENT
           END-IF.
           READ TRAN-LOG-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO TRAN-EOF-SW
           END-READ.
       SCAN-TRAN-ENTRY-END. EXIT.
      *----
       MATCH-CARD-PAYMENT.
           MOVE ZERO TO CD-FOUND-INDEX.
           PERFORM MATCH-CARD-ENTRY VARYING CD-INDEX
              FROM 1 BY 1 UNTIL (CD-INDEX > CD-COUNT) OR
                                (CD-FOUND-INDEX NOT = ZERO).
           IF CD-FOUND-INDEX NOT = ZERO
              IF TRAN-DATE > CD-LAST-STMT-DATE(CD-FOUND-INDEX)
                 ADD TRAN-AMOUNT TO CD-PAID(CD-FOUND-INDEX)
              END-IF
              IF TRAN-TIMESTAMP > CD-OWNER-STAMP(CD-FOUND-INDEX)
                 MOVE TRAN-ACCT-ID
                                  TO CD-OWNER-ACCT-ID(CD-FOUND-INDEX)
                 MOVE TRAN-TIMESTAMP
                                  TO CD-OWNER-STAMP(CD-FOUND-INDEX)
              END-IF
           END-IF.
       MATCH-CARD-PAYMENT-END. EXIT.
      *----
       MATCH-CARD-ENTRY.
           IF CD-CARD-NO(CD-INDEX) = TRAN-REF-NO
              MOVE CD-INDEX TO CD-FOUND-INDEX
           END-IF.
       MATCH-CARD-ENTRY-END. EXIT.
      *----
       OFFER-CARD-DUE.
           IF CD-PAID(CD-INDEX) < CD-MIN-DUE(CD-INDEX)
              MOVE 5 TO CAND-EVENT-INDEX
              MOVE CD-OWNER-ACCT-ID(CD-INDEX) TO CAND-OWNER-ACCT-ID
              MOVE SPACES TO CAND-EVENT-REF
              STRING CD-CARD-NO(CD-INDEX)  DELIMITED BY SIZE
                     CD-DUE-DATE(CD-INDEX) DELIMITED BY SIZE
                     INTO CAND-EVENT-REF
              MOVE CD-DUE-DATE(CD-INDEX) TO CAND-EVENT-DATE
              COMPUTE CAND-AMOUNT =
                 CD-MIN-DUE(CD-INDEX) - CD-PAID(CD-INDEX)
              PERFORM OFFER-OWNED-EVENT
           END-IF.
       OFFER-CARD-DUE-END. EXIT.
      *----
       GATHER-EXPIRED-ORDERS.
           OPEN INPUT SORD-INP.
           MOVE 'N' TO SORD-EOF-SW.
           READ SORD-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO SORD-EOF-SW
           END-READ.
           PERFORM OFFER-EXPIRED-ORDER UNTIL SORD-AT-END.
           CLOSE SORD-INP.
       GATHER-ORDERS-END. EXIT.
      *----
       OFFER-EXPIRED-ORDER.
           IF SORD-EXPIRED
              MOVE 3 TO CAND-EVENT-INDEX
              MOVE SORD-ACCT-ID TO CAND-OWNER-ACCT-ID
              MOVE SPACES TO CAND-EVENT-REF
              STRING SORD-ACCT-ID DELIMITED BY SIZE
                     SORD-SEQ-NO  DELIMITED BY SIZE
                     INTO CAND-EVENT-REF
              MOVE SORD-NEXT-RUN-DATE TO CAND-EVENT-DATE
              MOVE SORD-AMOUNT        TO CAND-AMOUNT
              PERFORM OFFER-OWNED-EVENT
           END-IF.
           READ SORD-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO SORD-EOF-SW
           END-READ.
       OFFER-EXPIRED-END. EXIT.
      *----
       GATHER-BILLS-DUE.
           OPEN INPUT BILLERS-INP.
           MOVE SPACES TO BP-INSTITUTION.
           MOVE ZERO   TO BP-SUBSCRIBER-NO.
           MOVE ZERO   TO BP-PAYER-ACCT-ID.
           MOVE 'N' TO BILL-EOF-SW.
           READ BILLERS-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO BILL-EOF-SW
           END-READ.
           PERFORM OFFER-BILL-DUE UNTIL BILL-AT-END.
           CLOSE BILLERS-INP.
       GATHER-BILLS-END. EXIT.
      *----
       OFFER-BILL-DUE.
           IF (BILL-INSTITUTION-NAME NOT = BP-INSTITUTION) OR
              (BILL-SUBSCRIBER-NO NOT = BP-SUBSCRIBER-NO)
              MOVE BILL-INSTITUTION-NAME TO BP-INSTITUTION
              MOVE BILL-SUBSCRIBER-NO    TO BP-SUBSCRIBER-NO
              MOVE ZERO                  TO BP-PAYER-ACCT-ID
           END-IF.
           IF BILL-PAID AND (BILL-PAYER-ACCT-ID NOT = ZERO)
              MOVE BILL-PAYER-ACCT-ID TO BP-PAYER-ACCT-ID
           ELSE IF BILL-OUTSTANDING AND
                   (BILL-DUE-DATE NOT < RUN-DATE-PARM) AND
                   (BILL-DUE-DATE NOT > WINDOW-END-DATE)
              MOVE 7 TO CAND-EVENT-INDEX
              MOVE BP-PAYER-ACCT-ID TO CAND-OWNER-ACCT-ID
              MOVE SPACES TO CAND-EVENT-REF
              STRING BILL-KEY DELIMITED BY SIZE
                     INTO CAND-EVENT-REF
              MOVE BILL-DUE-DATE   TO CAND-EVENT-DATE
              MOVE BILL-AMOUNT-DUE TO CAND-AMOUNT
              PERFORM OFFER-OWNED-EVENT
           END-IF.
           READ BILLERS-INP NEXT RECORD
              AT END
                 MOVE 'Y' TO BILL-EOF-SW
           END-READ.
       OFFER-BILL-DUE-END. EXIT.
      *----
       OFFER-OWNED-EVENT.
           MOVE CAND-OWNER-ACCT-ID TO ACCT-ID.
           SET ACCT-WAS-FOUND TO TRUE.
           IF CAND-OWNER-ACCT-ID = ZERO
              SET ACCT-NOT-FOUND TO TRUE
           ELSE
              READ ACCT-INP KEY IS ACCT-KEY
                 INVALID KEY
                    SET ACCT-NOT-FOUND TO TRUE
              END-READ
           END-IF.
           IF ACCT-WAS-FOUND
              MOVE ACCT-CUST-ID TO CAND-CUST-ID
              PERFORM OFFER-EVENT
           ELSE
              ADD 1 TO ET-FOUND(CAND-EVENT-INDEX)
              ADD 1 TO ET-NO-OWNER(CAND-EVENT-INDEX)
           END-IF.
       OFFER-OWNED-EVENT-END. EXIT.
      *----
       OFFER-EVENT.
           ADD 1 TO ET-FOUND(CAND-EVENT-INDEX).
           MOVE CAND-CUST-ID              TO NSNT-CUST-ID.
           MOVE ET-CODE(CAND-EVENT-INDEX) TO NSNT-EVENT-TYPE.
           MOVE CAND-EVENT-REF            TO NSNT-EVENT-REF.
           READ NOTIF-SENT KEY IS NSNT-KEY
              INVALID KEY
                 MOVE CAND-CUST-ID              TO SORT-CUST-ID
                 MOVE ET-CODE(CAND-EVENT-INDEX) TO SORT-EVENT-TYPE
                 MOVE CAND-EVENT-REF            TO SORT-EVENT-REF
                 MOVE CAND-EVENT-INDEX          TO SORT-EVENT-INDEX
                 MOVE CAND-EVENT-DATE           TO SORT-EVENT-DATE
                 MOVE CAND-AMOUNT               TO SORT-AMOUNT
                 RELEASE SORT-REC
              NOT INVALID KEY
                 ADD 1 TO ET-PREV-SENT(CAND-EVENT-INDEX)
           END-READ.
       OFFER-EVENT-END. EXIT.
      *----
       GATHER-EVENTS-END. EXIT.
      *----
       WRITE-NOTIFICATIONS SECTION.
      *----
       WRITE-START.
           MOVE 'N' TO SORT-EOF-SW.
           PERFORM FETCH-SORTED-EVENT.
           PERFORM PROCESS-EVENT-GROUP UNTIL SORT-AT-END.
           GO TO WRITE-NOTIFICATIONS-END.
      *----
       FETCH-SORTED-EVENT.
           RETURN SORT-WORK
              AT END
                 SET SORT-AT-END TO TRUE
           END-RETURN.
       FETCH-SORTED-END. EXIT.
      *----
       PROCESS-EVENT-GROUP.
           MOVE SORT-CUST-ID     TO GRP-CUST-ID.
           MOVE SORT-EVENT-TYPE  TO GRP-EVENT-TYPE.
           MOVE SORT-EVENT-INDEX TO GRP-EVENT-INDEX.
           MOVE SORT-EVENT-REF   TO GRP-EVENT-REF.
           MOVE SORT-EVENT-DATE  TO GRP-EVENT-DATE.
           MOVE ZERO TO GRP-ITEM-COUNT.
           MOVE ZERO TO GRP-AMOUNT.
           PERFORM SELECT-CUSTOMER-CHANNEL.
           PERFORM TAKE-GROUP-EVENT
              UNTIL SORT-AT-END OR
                    (SORT-CUST-ID NOT = GRP-CUST-ID) OR
                    (SORT-EVENT-TYPE NOT = GRP-EVENT-TYPE).
           IF NOT GRP-NO-CHANNEL
              PERFORM WRITE-NOTIFY-REC
           END-IF.
       PROCESS-EVENT-GROUP-END. EXIT.
      *----
       SELECT-CUSTOMER-CHANNEL.
           MOVE SPACE TO GRP-CHANNEL.
           MOVE GRP-CUST-ID TO CUST-ID.
           READ CUST-INP KEY IS CUST-KEY
              INVALID KEY
                 MOVE SPACE TO GRP-CHANNEL
              NOT INVALID KEY
                 IF CUST-SMS-OPTED-IN AND
                    (CUST-MOBILE-NO NOT = SPACES)
                    MOVE 'S' TO GRP-CHANNEL
                 END-IF
                 IF CUST-EMAIL-OPTED-IN AND
                    (CUST-EMAIL-ADDR NOT = SPACES)
                    IF GRP-CHANNEL = 'S'
                       MOVE 'B' TO GRP-CHANNEL
                    ELSE
                       MOVE 'E' TO GRP-CHANNEL
                    END-IF
                 END-IF
           END-READ.
       SELECT-CHANNEL-END. EXIT.
      *----
       TAKE-GROUP-EVENT.
           IF GRP-NO-CHANNEL
              ADD 1 TO ET-NO-CONSENT(GRP-EVENT-INDEX)
           ELSE
              ADD 1 TO GRP-ITEM-COUNT
              ADD SORT-AMOUNT TO GRP-AMOUNT
              IF SORT-EVENT-DATE < GRP-EVENT-DATE
                 MOVE SORT-EVENT-DATE TO GRP-EVENT-DATE
                 MOVE SORT-EVENT-REF  TO GRP-EVENT-REF
              END-IF
              PERFORM RECORD-SENT-EVENT
              ADD 1 TO ET-ITEMS-SENT(GRP-EVENT-INDEX)
           END-IF.
           PERFORM FETCH-SORTED-EVENT.
       TAKE-GROUP-EVENT-END. EXIT.
      *----
       RECORD-SENT-EVENT.
           MOVE SORT-CUST-ID    TO NSNT-CUST-ID.
           MOVE SORT-EVENT-TYPE TO NSNT-EVENT-TYPE.
           MOVE SORT-EVENT-REF  TO NSNT-EVENT-REF.
           MOVE RUN-DATE-PARM   TO NSNT-SENT-DATE.
           MOVE GRP-CHANNEL     TO NSNT-CHANNEL.
           WRITE NSNT-REC
              INVALID KEY
                 DISPLAY 'Warning: notification history not recorded'
                    ' for ' SORT-CUST-ID ' ' SORT-EVENT-TYPE
           END-WRITE.
       RECORD-SENT-END. EXIT.
      *----
       WRITE-NOTIFY-REC.
           MOVE GRP-CUST-ID     TO NTF-CUST-ID.
           MOVE GRP-EVENT-TYPE  TO NTF-EVENT-TYPE.
           MOVE RUN-DATE-PARM   TO NTF-BUSINESS-DATE.
           MOVE GRP-CHANNEL     TO NTF-CHANNEL.
           MOVE SPACES          TO NTF-MOBILE-NO.
           MOVE SPACES          TO NTF-EMAIL-ADDR.
           IF NTF-BY-SMS OR NTF-BY-BOTH
              MOVE CUST-MOBILE-NO TO NTF-MOBILE-NO
           END-IF.
           IF NTF-BY-EMAIL OR NTF-BY-BOTH
              MOVE CUST-EMAIL-ADDR TO NTF-EMAIL-ADDR
           END-IF.
           MOVE CUST-NAME       TO NTF-CUST-NAME.
           MOVE CUST-SURNAME    TO NTF-CUST-SURNAME.
           MOVE GRP-ITEM-COUNT  TO NTF-ITEM-COUNT.
           MOVE GRP-AMOUNT      TO NTF-AMOUNT.
           MOVE GRP-EVENT-DATE  TO NTF-EVENT-DATE.
           MOVE GRP-EVENT-REF   TO NTF-EVENT-REF.
           WRITE NTF-REC.
           IF ST-NOTIF-OUT = 0
              ADD 1 TO ET-NOTICES(GRP-EVENT-INDEX)
           ELSE
              DISPLAY 'Warning: notification not written for '
                 GRP-CUST-ID ' ' GRP-EVENT-TYPE
           END-IF.
       WRITE-NOTIFY-END. EXIT.
      *----
       WRITE-NOTIFICATIONS-END. EXIT.
