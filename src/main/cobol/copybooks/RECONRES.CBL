      ******************************************************************
      * COPYBOOK:  RECONRES
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE ONE-RECORD RESULT FILE
      *            CONVERT-RECON WRITES WHEN ASKED: WHETHER THE RAW
      *            EXTRACT AND THE CONVERTED FILE RECONCILED, BOTH
      *            BUSINESS DATES, THE MATCH COUNTS, AND THE MATCHED
      *            TOTAL SET AGAINST THE OUTPUT TRAILER -- THE SAME
      *            FIGURES ITS REPORT DISPLAYS -- SO THE NIGHT'S
      *            CONTROL SHEET CAN READ THEM INSTEAD OF THE JOB LOG.
      ******************************************************************
           05  RECONRES-RESULT               PIC X(01).
               88  RECONRES-RECONCILED        VALUE "Y".
               88  RECONRES-NOT-RECONCILED    VALUE "N".
           05  RECONRES-SEQUENCE-ERROR-SW    PIC X(01).
               88  RECONRES-SEQUENCE-ERROR    VALUE "Y".
           05  RECONRES-HEADER-BUSINESS-DATE PIC 9(08).
           05  RECONRES-TRAILER-BUSINESS-DATE
                                             PIC 9(08).
           05  RECONRES-INPUT-COUNT          PIC 9(09).
           05  RECONRES-MATCHED-COUNT        PIC 9(09).
           05  RECONRES-UNMATCHED-INPUT-COUNT
                                             PIC 9(09).
           05  RECONRES-UNMATCHED-OUTPUT-COUNT
                                             PIC 9(09).
           05  RECONRES-MATCHED-TOTAL        PIC S9(11)V99.
           05  RECONRES-TRAILER-COUNT        PIC 9(09).
           05  RECONRES-TRAILER-TOTAL        PIC S9(11)V99.
