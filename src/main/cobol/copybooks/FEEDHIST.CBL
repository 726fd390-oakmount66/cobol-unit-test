      ******************************************************************
      * COPYBOOK:  FEEDHIST
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE PERMANENT PER-FEED DATA-
      *            QUALITY HISTORY FILE. CONVERT-SCORE APPENDS ONE
      *            RECORD PER REGIONAL FEED PER BUSINESS DATE: THE
      *            RECORDS THE FEED SENT (CONVERT-CONS FEED COUNT),
      *            ITS REJECTS BY REASON CODE R001-R005 (CONVERT
      *            REJECTS FILE), ITS CROSS-FEED DUPLICATE-KEY
      *            INCIDENTS (CONVERT-CONS), AND ITS RECORDS RECYCLED
      *            AND ESCALATED (CONVERT-RECYC). THE FEED ID IS THE
      *            ONE ITS EXTRACT HEADER CARRIES (INHDR COPYBOOK).
      *            THE REASON COUNTS ARE ALSO VIEWED AS A TABLE IN
      *            REASON-CODE ORDER.
      ******************************************************************
           05  FEEDHIST-BUSINESS-DATE        PIC 9(08).
           05  FEEDHIST-FEED-ID              PIC X(08).
           05  FEEDHIST-SENT-COUNT           PIC 9(09).
           05  FEEDHIST-REASON-COUNTS.
               10  FEEDHIST-R001-COUNT       PIC 9(09).
               10  FEEDHIST-R002-COUNT       PIC 9(09).
               10  FEEDHIST-R003-COUNT       PIC 9(09).
               10  FEEDHIST-R004-COUNT       PIC 9(09).
               10  FEEDHIST-R005-COUNT       PIC 9(09).
           05  FEEDHIST-REASON-TABLE REDEFINES FEEDHIST-REASON-COUNTS.
               10  FEEDHIST-REASON-COUNT     PIC 9(09) OCCURS 5 TIMES.
           05  FEEDHIST-DUPLICATE-COUNT      PIC 9(09).
           05  FEEDHIST-RECYCLED-COUNT       PIC 9(09).
           05  FEEDHIST-ESCALATED-COUNT      PIC 9(09).
