           MOVE ZERO                 TO ACCT-OD-DAYS.
           MOVE CONVERT-DATE         TO ACCT-LAST-ACTIVITY-DATE.
           SET  ACCT-ACTIVE          TO TRUE.
           MOVE ZERO                 TO ACCT-TD-PRINCIPAL.
           MOVE ZERO                 TO ACCT-TD-TERM-DAYS.
           MOVE ZERO                 TO ACCT-TD-RATE-BP.
           MOVE ZERO                 TO ACCT-TD-START-DATE.
           MOVE ZERO                 TO ACCT-TD-MATURITY-DATE.
           MOVE SPACE                TO ACCT-TD-INSTRUCTION.
           MOVE ZERO                 TO ACCT-TD-LINKED-ACCT-ID.
           WRITE ACCT-REC
              INVALID KEY
                 DISPLAY 'Account record not converted: ' OACCT-ID
           MOVE OACCT-SURNAME     TO CUST-SURNAME.
           MOVE OACCT-PIC         TO CUST-PIN.
           MOVE OACCT-LOCK-STATUS TO CUST-LOCK-STATUS.
           MOVE ZERO              TO CUST-PIN-CHANGE-DATE.
           MOVE ZERO              TO CUST-PIN-CHANGE-TIME.
           SET  CUST-NOT-LOCAL-BLOCKED TO TRUE.
           MOVE SPACES            TO CUST-MOBILE-NO.
           MOVE SPACES            TO CUST-EMAIL-ADDR.
           SET  CUST-SMS-OPTED-OUT   TO TRUE.
           SET  CUST-EMAIL-OPTED-OUT TO TRUE.
           WRITE CUST-REC
              INVALID KEY
                 DISPLAY 'Customer record not built: ' OACCT-ID
           MOVE OTRAN-RESULT-BALANCE TO TRAN-RESULT-BALANCE.
           MOVE OTRAN-REVERSAL-FLAG  TO TRAN-REVERSAL-FLAG.
           MOVE ZERO                 TO TRAN-REF-NO.
           MOVE SPACES               TO TRAN-TERM-ID.
           WRITE TRAN-LOG-REC
              INVALID KEY
                 DISPLAY 'Log record not converted: ' OTRAN-LOG-KEY
           MOVE ZERO TO PARM-CASH-REPORT-LIMIT.
           MOVE ZERO TO PARM-DORMANT-MONTHS.
           MOVE ZERO TO PARM-RETENTION-MONTHS.
           MOVE ZERO TO PARM-DECLINE-REPEAT-LIMIT.
           MOVE ZERO TO PARM-CASH-OVSH-TOLERANCE.
           MOVE ZERO TO PARM-NOTIFY-LEAD-DAYS.
           MOVE ZERO TO PARM-TD-BREAK-RATE-BP.
           WRITE PARM-REC.
           IF ST-PARM-NEW = 0
              ADD 1 TO RECORDS-OUT
