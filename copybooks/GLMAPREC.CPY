      *----
      *    GLMAPREC - GENERAL LEDGER MAPPING RECORD, MAINTAINED BY
      *    FINANCE ON GLMAPINP SO THE LEDGER ACCOUNTS ARE NOT
      *    HARDCODED IN THE PROGRAMS. ONE RECORD PER TRAN-TYPE
      *    NAMES THE GL ACCOUNT DEBITED AND THE GL ACCOUNT
      *    CREDITED WHEN THE NIGHTLY ATM0018 JOURNAL FEED BOOKS A
      *    POSTING OF THAT TYPE (FOR EXAMPLE WITHDRAWAL DEBITS
      *    CUSTOMER DEPOSITS AND CREDITS VAULT CASH). A RECORD
      *    WITH BOTH ACCOUNTS BLANK MARKS A BALANCE-NEUTRAL MEMO
      *    TYPE SUCH AS HOLDRELEASE, WHICH IS NOT BOOKED. A NEW
      *    POSTING TYPE MUST BE ADDED HERE BEFORE IT FIRST
      *    REACHES THE LOG, OR THE FEED IS ABANDONED. THE VAULT
      *    COUNT DIFFERENCES ON CASHSETL ARE BOOKED UNDER THE TYPES
      *    CASHOVER AND CASHSHORT, WHICH PAIR VAULT CASH WITH THE
      *    CASH OVER/SHORT SUSPENSE. TIME DEPOSITS POST TDFUNDING
      *    AND TDOPEN WHEN ONE IS OPENED FROM CHECKING, TDINTEREST
      *    WHEN INTEREST IS PAID, AND TDPAYOUT AND TDPROCEEDS WHEN
      *    ONE IS PAID BACK TO CHECKING AT MATURITY OR BREAKAGE.
      *----
       01  GLMAP-REC.
           05 GLMAP-TRAN-TYPE            PIC X(11).
           05 GLMAP-DEBIT-GL             PIC X(10).
           05 GLMAP-CREDIT-GL            PIC X(10).
           05 GLMAP-DESCRIPTION          PIC X(30).
