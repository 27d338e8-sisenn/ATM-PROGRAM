      *----
      *    TEVTREC - TERMINAL STATUS EVENT RECORD, WRITTEN BY
      *    ATM0002 ON TERMEVT EVERY TIME A TELLER CHANGES A
      *    TERMINAL'S STATUS. KEYED BY TERMINAL AND MACHINE
      *    TIMESTAMP, SO THE ATM0023 ACTIVITY REPORT CAN REBUILD
      *    HOW LONG EACH TERMINAL WAS IN SERVICE DURING THE DAY.
      *----
       01  TEVT-REC.
           05 TEVT-KEY.
              10 TEVT-TERM-ID            PIC X(08).
              10 TEVT-TIMESTAMP.
                 15 TEVT-DATE            PIC 9(08).
                 15 TEVT-TIME            PIC 9(08).
           05 TEVT-OLD-STATUS            PIC X(01).
           05 TEVT-NEW-STATUS            PIC X(01).
           05 TEVT-OPER-ID               PIC 9(06).
           05 TEVT-REASON                PIC X(30).
