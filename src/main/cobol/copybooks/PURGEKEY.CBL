      ******************************************************************
      * COPYBOOK:  PURGEKEY
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE INDEXED PURGED-KEY REGISTER,
      *            KEYED ON THE ACCOUNT KEY. CONVERT-PURGE WRITES ONE
      *            ENTRY FOR EVERY ACCOUNT IT REMOVES FROM THE MASTER
      *            (AND REWRITES IT IF THE SAME KEY IS PURGED AGAIN
      *            AFTER BEING REACTIVATED): THE PURGE DATE, THE
      *            ACCOUNT'S LAST-POSTED AND CREATED DATES AND FINAL
      *            AMOUNT AS THEY STOOD WHEN IT WAS PURGED, AND THE
      *            PURGE ARCHIVE FILE THE RECORD WAS WRITTEN TO. THE
      *            ENTRY IS NEVER REMOVED, SO THE REGISTER ANSWERS
      *            "WAS THIS KEY EVER PURGED" LONG AFTER THE AUDIT
      *            RECORDS HAVE BEEN CUT TO AN ARCHIVE. READ BY
      *            CONVERT-APPLY TO RECOGNISE A PURGED ACCOUNT THAT
      *            REAPPEARS ON THE FEED.
      ******************************************************************
           05  PURGED-ACCOUNT-KEY            PIC X(10).
           05  PURGED-PURGE-DATE             PIC 9(08).
           05  PURGED-LAST-POSTED-DATE       PIC 9(08).
           05  PURGED-CREATED-DATE           PIC 9(08).
           05  PURGED-FINAL-AMOUNT           PIC S9(9)V99.
           05  PURGED-ARCHIVE-NAME           PIC X(120).
