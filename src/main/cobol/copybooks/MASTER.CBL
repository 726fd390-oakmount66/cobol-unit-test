      *            COPYBOOK), SO A PROGRAM READING THE AUDIT TRAIL
      *            CAN DECODE AN IMAGE WITH THE SAME FIELD NAMES THE
      *            POSTING PROGRAM WROTE IT WITH.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  ADDED THE ADJUSTED FLAG, TAKEN FROM THE FILLER.
      *                CONVERT-ADJ SETS IT WHEN IT APPLIES A MANUAL
      *                ADJUSTMENT (S=STATUS, A=AMOUNT, B=BOTH) AND
      *                CONVERT-APPLY CLEARS IT ON THE NEXT FEED
      *                POSTING, REPORTING ANY ADJUSTED FIELD THE FEED
      *                OVERWRITES. SPACES ON EVERY EXISTING RECORD.
      ******************************************************************
           05  MASTER-ACCOUNT-KEY            PIC X(10).
           05  MASTER-CUSTOMER-NAME          PIC X(30).
               88  MASTER-ACCOUNT-INACTIVE    VALUE "I".
           05  MASTER-LAST-POSTED-DATE       PIC 9(08).
           05  MASTER-CREATED-DATE           PIC 9(08).
           05  MASTER-ADJUSTED-FLAG          PIC X(01).
               88  MASTER-MANUALLY-ADJUSTED   VALUE "S" "A" "B".
               88  MASTER-STATUS-ADJUSTED     VALUE "S" "B".
               88  MASTER-AMOUNT-ADJUSTED     VALUE "A" "B".
           05  FILLER                        PIC X(01).
