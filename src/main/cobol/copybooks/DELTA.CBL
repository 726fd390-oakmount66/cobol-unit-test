      ******************************************************************
      * COPYBOOK:  DELTA
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE DELTA FILE CONVERT-DELTA
      *            WRITES: ONE RECORD PER ACCOUNT THAT MOVED BETWEEN
      *            TWO GENERATIONS OF THE CONVERTED FILE, CARRYING THE
      *            OLD AND NEW VALUES OF THE FIELDS DOWNSTREAM CARES
      *            ABOUT, CLOSED BY A TRAILER VIEW WITH THE COUNT PER
      *            CHANGE TYPE. FOR AN ADDED ACCOUNT THE OLD VALUES
      *            ARE SPACES; FOR A DELETED ACCOUNT THE NEW VALUES
      *            ARE SPACES. CARRIED IN A COPYBOOK SO CONVERT-MOVE
      *            AND EVERY OTHER CONSUMER READS THE FILE WITH THE
      *            SAME LAYOUT CONVERT-DELTA WRITES IT WITH.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  LAYOUT MOVED HERE FROM CONVERT-DELTA AND
      *                CONVERT-MOVE. ADDED CHANGE TYPE R (RENUMBERED):
      *                DELTA-ACCOUNT-KEY IS THE NEW KEY AND
      *                DELTA-RENUMBERED-FROM-KEY THE OLD ONE, WITH
      *                BOTH OLD AND NEW VALUES FILLED. THE TRAILER
      *                GAINED THE RENUMBER COUNT, CARVED FROM ITS
      *                FILLER.
      *   15 OCT 2026  ADDED THE OLD AND NEW CURRENCY CODES FROM
      *                OUT-CURRENCY-CODE, SO THE GL JOURNAL CAN MAP A
      *                MOVEMENT BY STATUS AND CURRENCY, AND THE
      *                CURRENT FILE'S BUSINESS DATE ON THE TRAILER.
      *                RECORD LENGTHENED FROM 123 TO 129 BYTES.
      *   15 OCT 2026  THE TRAILER NOW CARRIES THE COUNT OF ACCOUNTS
      *                PRESENT IN BOTH GENERATIONS AND NOT CHANGED,
      *                CARVED FROM ITS FILLER, SO THE NIGHT'S CONTROL
      *                SHEET CAN TIE THE DELTA BACK TO THE CONVERTED
      *                FILE'S DETAIL COUNT.
      ******************************************************************
           05  DELTA-CHANGE-TYPE             PIC X(01).
               88  DELTA-ACCOUNT-ADDED        VALUE "A".
               88  DELTA-ACCOUNT-DELETED      VALUE "D".
               88  DELTA-ACCOUNT-CHANGED      VALUE "C".
               88  DELTA-ACCOUNT-RENUMBERED   VALUE "R".
               88  DELTA-TRAILER              VALUE "T".
           05  DELTA-DETAIL-DATA.
               10  DELTA-ACCOUNT-KEY          PIC X(10).
               10  DELTA-OLD-VALUES.
                   15  DELTA-OLD-CUSTOMER-NAME    PIC X(30).
                   15  DELTA-OLD-STATUS-CODE      PIC X(02).
                   15  DELTA-OLD-AMOUNT           PIC S9(09)V99.
                   15  DELTA-OLD-EFFECTIVE-DATE   PIC 9(08).
               10  DELTA-NEW-VALUES.
                   15  DELTA-NEW-CUSTOMER-NAME    PIC X(30).
                   15  DELTA-NEW-STATUS-CODE      PIC X(02).
                   15  DELTA-NEW-AMOUNT           PIC S9(09)V99.
                   15  DELTA-NEW-EFFECTIVE-DATE   PIC 9(08).
               10  DELTA-RENUMBERED-FROM-KEY  PIC X(10).
               10  DELTA-OLD-CURRENCY-CODE    PIC X(03).
               10  DELTA-NEW-CURRENCY-CODE    PIC X(03).
           05  DELTA-TRAILER-DATA REDEFINES DELTA-DETAIL-DATA.
               10  DELTA-TRAILER-ADD-COUNT    PIC 9(09).
               10  DELTA-TRAILER-DELETE-COUNT PIC 9(09).
               10  DELTA-TRAILER-CHANGE-COUNT PIC 9(09).
               10  DELTA-TRAILER-RECORD-COUNT PIC 9(09).
               10  DELTA-TRAILER-RENUMBER-COUNT
                                              PIC 9(09).
               10  DELTA-TRAILER-BUSINESS-DATE
                                              PIC 9(08).
               10  DELTA-TRAILER-UNCHANGED-COUNT
                                              PIC 9(09).
               10  FILLER                     PIC X(66).
