      ******************************************************************
      * COPYBOOK:  GLJRNL
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL FILE
      *            CONVERT-GL WRITES FROM THE NIGHT'S DELTA FILE. THE
      *            FILE OPENS WITH A HEADER CARRYING THE BUSINESS
      *            DATE, HOLDS ONE DEBIT ENTRY AND ONE CREDIT ENTRY
      *            FOR EACH PAIR OF GL ACCOUNTS THE NIGHT MOVED MONEY
      *            BETWEEN, AND CLOSES WITH A TRAILER CARRYING THE
      *            ENTRY COUNT AND THE TOTAL DEBITS AND CREDITS, WHICH
      *            MUST BE EQUAL. ENTRY AMOUNTS ARE BASE CURRENCY AND
      *            ALWAYS POSITIVE; THE SIDE SAYS WHICH WAY THEY POST.
      ******************************************************************
           05  GLJRNL-RECORD-TYPE            PIC X(01).
               88  GLJRNL-HEADER              VALUE "H".
               88  GLJRNL-ENTRY               VALUE "E".
               88  GLJRNL-TRAILER             VALUE "T".
           05  GLJRNL-ENTRY-DATA.
               10  GLJRNL-BUSINESS-DATE       PIC 9(08).
               10  GLJRNL-PAIR-NUMBER         PIC 9(06).
               10  GLJRNL-GL-ACCOUNT          PIC X(10).
               10  GLJRNL-SIDE                PIC X(01).
                   88  GLJRNL-DEBIT            VALUE "D".
                   88  GLJRNL-CREDIT           VALUE "C".
               10  GLJRNL-AMOUNT              PIC 9(11)V99.
               10  GLJRNL-DESCRIPTION         PIC X(30).
               10  FILLER                     PIC X(11).
           05  GLJRNL-HEADER-DATA REDEFINES GLJRNL-ENTRY-DATA.
               10  GLJRNL-HEADER-BUSINESS-DATE
                                              PIC 9(08).
               10  GLJRNL-HEADER-SOURCE       PIC X(08).
               10  FILLER                     PIC X(63).
           05  GLJRNL-TRAILER-DATA REDEFINES GLJRNL-ENTRY-DATA.
               10  GLJRNL-TRAILER-ENTRY-COUNT PIC 9(09).
               10  GLJRNL-TRAILER-DEBIT-TOTAL PIC 9(13)V99.
               10  GLJRNL-TRAILER-CREDIT-TOTAL
                                              PIC 9(13)V99.
               10  FILLER                     PIC X(40).
