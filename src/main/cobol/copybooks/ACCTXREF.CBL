      ******************************************************************
      * COPYBOOK:  ACCTXREF
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE MAINTAINED ACCOUNT RENUMBERING
      *            CROSS-REFERENCE FILE: ONE RECORD PER ACCOUNT THE
      *            UPSTREAM SYSTEM MOVED TO A NEW KEY (BRANCH MOVE,
      *            PORTFOLIO MERGER), WITH THE OLD KEY, THE NEW KEY,
      *            AND THE BUSINESS DATE FROM WHICH THE FEED SENDS THE
      *            ACCOUNT UNDER ITS NEW KEY. READ BY CONVERT-APPLY TO
      *            MOVE THE MASTER RECORD TO THE NEW KEY INSTEAD OF
      *            FLAGGING THE OLD ONE AND ADDING A STRANGER, AND BY
      *            CONVERT-DELTA TO REPORT THE MOVE AS ONE RENUMBER
      *            INSTEAD OF A DELETE AND AN ADD.
      ******************************************************************
           05  XREF-OLD-ACCOUNT-KEY          PIC X(10).
           05  XREF-NEW-ACCOUNT-KEY          PIC X(10).
           05  XREF-EFFECTIVE-DATE           PIC 9(08).
