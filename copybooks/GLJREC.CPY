      *----
      *    GLJREC - GENERAL LEDGER JOURNAL RECORD, WRITTEN BY
      *    ATM0018 TO GLJRNL FOR THE BANK'S GENERAL LEDGER. ONE
      *    DEBIT LINE AND ONE CREDIT LINE PER TRAN-TYPE BOOKED ON
      *    THE BUSINESS DATE, CARRYING THE DAY'S TOTAL AND THE
      *    NUMBER OF POSTINGS BEHIND IT, FOLLOWED BY ONE TRAILER
      *    RECORD CARRYING THE LINE COUNT AND THE TOTAL DEBITS
      *    (EQUAL TO THE TOTAL CREDITS) AS THE CONTROL TOTAL. THE
      *    FILE IS ONLY WRITTEN WHEN THE JOURNAL BALANCES.
      *----
       01  GLJ-REC.
           05 GLJ-REC-TYPE               PIC X(01).
              88 GLJ-DETAIL              VALUE 'D'.
              88 GLJ-TRAILER             VALUE 'T'.
           05 GLJ-SOURCE                 PIC X(08).
           05 GLJ-BUSINESS-DATE          PIC 9(08).
           05 GLJ-LINE-NO                PIC 9(06).
           05 GLJ-GL-ACCT                PIC X(10).
           05 GLJ-DR-CR                  PIC X(01).
              88 GLJ-DEBIT               VALUE 'D'.
              88 GLJ-CREDIT              VALUE 'C'.
           05 GLJ-AMOUNT                 PIC 9(12)V99.
           05 GLJ-TRAN-TYPE              PIC X(11).
           05 GLJ-POSTING-COUNT          PIC 9(08).
           05 GLJ-DESCRIPTION            PIC X(30).
