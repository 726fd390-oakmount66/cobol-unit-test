      *                BEFORE-IMAGE SAYS IN WORDS WHAT WAS ARCHIVED
      *                AND WHERE. READERS MUST NOT TREAT IT AS A
      *                POSTING.
      *   15 OCT 2026  ADDED THE BACKED-OUT ACTION CODE (R).
      *                CONVERT-BACK WRITES ONE PER MASTER RECORD IT
      *                RESTORES WHEN A NIGHT'S POSTING IS REVERSED:
      *                THE RUN DATE IS THE DATE BACKED OUT, THE
      *                BEFORE-IMAGE IS THE RECORD AS THE BAD POSTING
      *                LEFT IT, AND THE AFTER-IMAGE IS THE RECORD AS
      *                RESTORED (SPACES WHEN AN ADDED ACCOUNT WAS
      *                REMOVED).
      *   15 OCT 2026  ADDED THE RENUMBERED ACTION CODE (N).
      *                CONVERT-APPLY WRITES TWO PER ACCOUNT IT MOVES
      *                TO A NEW KEY UNDER THE RENUMBERING
      *                CROSS-REFERENCE: ONE ON THE OLD KEY (BEFORE =
      *                THE RECORD UNDER THE OLD KEY, AFTER = THE
      *                RECORD UNDER THE NEW KEY, WHOSE KEY FIELD IS
      *                THE LINK TO FOLLOW) AND ONE ON THE NEW KEY
      *                (BEFORE = SPACES, AFTER = THE RECORD UNDER THE
      *                NEW KEY).
      *   15 OCT 2026  ADDED THE MANUAL-ADJUSTMENT ACTION CODE (M) AND
      *                THE OPERATOR IDS. CONVERT-ADJ WRITES ONE M
      *                RECORD PER APPROVED ADJUSTMENT IT APPLIES,
      *                CARRYING THE USER WHO ENTERED IT (MAKER) AND
      *                THE DIFFERENT USER WHO APPROVED IT (CHECKER).
      *                EVERY OTHER ACTION LEAVES BOTH IDS SPACES, AND
      *                RECORDS WRITTEN BEFORE THE IDS WERE ADDED READ
      *                BACK WITH SPACES THERE.
      *   15 OCT 2026  ADDED THE PURGED ACTION CODE (P). CONVERT-PURGE
      *                WRITES ONE PER LONG-INACTIVE ACCOUNT IT REMOVES
      *                FROM THE MASTER: THE RUN DATE IS THE PURGE
      *                DATE, THE BEFORE-IMAGE IS THE RECORD AS IT LAST
      *                STOOD, AND THE AFTER-IMAGE IS SPACES. THE
      *                ACCOUNT WAS ALREADY INACTIVE, SO THE RECORD
      *                CHANGES NOTHING ANY AS-OF VIEW DEPENDS ON.
      ******************************************************************
           05  AUDIT-RUN-DATE                PIC 9(08).
           05  AUDIT-ACTION                  PIC X(01).
               88  AUDIT-ACCOUNT-UPDATED      VALUE "U".
               88  AUDIT-ACCOUNT-FLAGGED      VALUE "F".
               88  AUDIT-CARRIED-FORWARD      VALUE "C".
               88  AUDIT-POSTING-BACKED-OUT   VALUE "R".
               88  AUDIT-ACCOUNT-RENUMBERED   VALUE "N".
               88  AUDIT-MANUAL-ADJUSTMENT    VALUE "M".
               88  AUDIT-ACCOUNT-PURGED       VALUE "P".
           05  AUDIT-ACCOUNT-KEY             PIC X(10).
           05  AUDIT-BEFORE-IMAGE            PIC X(80).
           05  AUDIT-AFTER-IMAGE             PIC X(80).
           05  AUDIT-OPERATOR-IDS.
               10  AUDIT-MAKER-ID            PIC X(08).
               10  AUDIT-CHECKER-ID          PIC X(08).
