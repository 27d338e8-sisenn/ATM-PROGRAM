      *----
      *    VLTJREC - VAULT LOAD JOURNAL RECORD, WRITTEN BY THE
      *    SUPERVISED VAULT CASH LOAD IN ATM0002. ONE RECORD PER
      *    PHYSICAL LOAD, KEYED BY TERMINAL, DENOMINATION AND
      *    TIMESTAMP, SO EVERY CHANGE TO VAULT-NOTE-COUNT IS
      *    AUDITABLE INSTEAD OF BEING EDITED STRAIGHT INTO
      *    VAULT-INP. EVERY LOAD STARTS WITH A PHYSICAL COUNT OF
      *    ALL THE TERMINAL'S DENOMINATIONS, SO ONE LOAD WRITES A
      *    RECORD FOR EACH DENOMINATION WITH THE SAME TIMESTAMP:
      *    VJRN-BOOK-COUNT IS VAULT-NOTE-COUNT BEFORE THE COUNT,
      *    VJRN-COUNT-BEFORE THE NOTES COUNTED AND
      *    VJRN-COUNT-AFTER THE NOTES LEFT AFTER THE LOAD.
      *----
       01  VJRN-REC.
           05 VJRN-KEY.
              10 VJRN-TERM-ID            PIC X(08).
              10 VJRN-DENOM              PIC 9(04).
              10 VJRN-TIMESTAMP.
                 15 VJRN-DATE            PIC 9(08).
           05 VJRN-NOTES-LOADED          PIC 9(06).
           05 VJRN-COUNT-BEFORE          PIC 9(06).
           05 VJRN-COUNT-AFTER           PIC 9(06).
           05 VJRN-BOOK-COUNT            PIC 9(06).
