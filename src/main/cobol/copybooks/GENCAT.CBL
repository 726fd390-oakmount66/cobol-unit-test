      ******************************************************************
      * COPYBOOK:  GENCAT
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE GENERATION CATALOG KEPT BY
      *            CONVERT-GEN. ONE RECORD PER CATALOGUED GENERATION
      *            OF A NIGHTLY FILE: THE FILE TYPE (CONVERTED, DELTA
      *            OR REJECTS), THE GENERATION NUMBER WITHIN THAT
      *            TYPE, THE BUSINESS DATE AND CONTROL FIGURES FROM
      *            THE FILE'S TRAILER AS PROVED WHEN IT WAS
      *            REGISTERED, AND THE NAME OF THE COPY THE CATALOG
      *            KEEPS (THE REGISTERED FILE'S NAME WITH .GNNNNV00
      *            ADDED, AS A GENERATION DATA GROUP NAMES ITS
      *            GENERATIONS). A DELTA TRAILER CARRIES NO AMOUNT, SO
      *            A DELTA GENERATION'S CONTROL TOTAL IS ZERO; A
      *            REJECTS FILE HAS NO TRAILER, SO ITS BUSINESS DATE
      *            IS THE ONE IT WAS REGISTERED FOR.
      ******************************************************************
           05  GENCAT-FILE-TYPE              PIC X(10).
               88  GENCAT-CONVERTED-FILE      VALUE "CONVERTED".
               88  GENCAT-DELTA-FILE          VALUE "DELTA".
               88  GENCAT-REJECTS-FILE        VALUE "REJECTS".
           05  GENCAT-GENERATION             PIC 9(04).
           05  GENCAT-BUSINESS-DATE          PIC 9(08).
           05  GENCAT-RECORD-COUNT           PIC 9(09).
           05  GENCAT-CONTROL-TOTAL          PIC S9(11)V99.
           05  GENCAT-DATASET-NAME           PIC X(120).
