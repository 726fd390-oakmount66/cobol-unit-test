      *            DURABLE RECORD ON OUR SIDE.
      *
      * USAGE:     CONVERT-APPLY CONVERTED-FILENAME MASTER-FILENAME
      *            AUDIT-FILENAME RUN-DATE [XREF-FILENAME
      *            [PURGED-KEYS-FILENAME]]
      *
      *            RUN-DATE IS THE POSTING DATE, CCYYMMDD. EACH DETAIL
      *            RECORD IN THE CONVERTED FILE IS POSTED TO THE
      *            TRUNCATED INPUT FILE CANNOT FLAG EVERY ACCOUNT
      *            BEYOND THE TRUNCATION POINT INACTIVE.
      *
      *            XREF-FILENAME, WHEN GIVEN, IS THE RENUMBERING
      *            CROSS-REFERENCE (ACCTXREF COPYBOOK): OLD KEY, NEW
      *            KEY, EFFECTIVE DATE. BEFORE ANYTHING IS POSTED, EACH
      *            ENTRY EFFECTIVE ON OR BEFORE RUN-DATE MOVES THE
      *            MASTER RECORD FROM THE OLD KEY TO THE NEW ONE,
      *            KEEPING ITS CREATED DATE AND HISTORY, AND WRITES TWO
      *            AUDIT RECORDS WITH ACTION N (RENUMBERED) -- ONE ON
      *            EACH KEY -- SO THE NIGHT'S FEED THEN POSTS TO THE
      *            NEW KEY AS AN UPDATE, NOT AN ADD. AN ENTRY WHOSE OLD
      *            KEY IS NOT ON THE MASTER HAS ALREADY BEEN APPLIED
      *            AND IS PASSED OVER; SO IS ONE WHOSE OLD KEY WAS
      *            POSTED ON OR AFTER THE EFFECTIVE DATE, SINCE THE
      *            KEY HAS BEEN REUSED. AN ENTRY WHOSE NEW KEY IS
      *            ALREADY ON THE MASTER IS NOT APPLIED AND ENDS THE
      *            RUN WITH RETURN-CODE 4 UNLESS SOMETHING WORSE
      *            HAPPENED.
      *
      *            AN ACCOUNT CORRECTED BY HAND THROUGH CONVERT-ADJ
      *            CARRIES AN ADJUSTED FLAG ON THE MASTER UNTIL THE
      *            FEED NEXT POSTS IT. IF THAT POSTING CHANGES THE
      *            ADJUSTED STATUS OR AMOUNT, THE ACCOUNT IS REPORTED
      *            WITH THE ADJUSTED AND FEED VALUES SO THE SERVICE
      *            DESK CAN RAISE IT UPSTREAM, AND RETURN-CODE IS 4
      *            UNLESS SOMETHING WORSE HAPPENED. A FEED VALUE THAT
      *            AGREES WITH THE ADJUSTMENT CLEARS THE FLAG QUIETLY.
      *
      *            PURGED-KEYS-FILENAME, WHEN GIVEN, IS THE INDEXED
      *            PURGED-KEY REGISTER CONVERT-PURGE KEEPS (PURGEKEY
      *            COPYBOOK). AN ACCOUNT THE FEED SENDS THAT IS NOT ON
      *            THE MASTER BUT IS ON THE REGISTER WAS PURGED AS
      *            LONG INACTIVE AND HAS COME BACK: IT IS STILL ADDED
      *            (AUDIT ACTION A), BUT WITH ITS ORIGINAL CREATED
      *            DATE, AND IT IS REPORTED WITH ITS PURGE DATE AND
      *            PURGE ARCHIVE SO ITS OLD HISTORY CAN BE FOUND. ANY
      *            SUCH REACTIVATION ENDS THE RUN WITH RETURN-CODE 4
      *            UNLESS SOMETHING WORSE HAPPENED. TO NAME A REGISTER
      *            WITHOUT A CROSS-REFERENCE, GIVE XREF-FILENAME AS
      *            NONE.
      *
      * MODIFICATION HISTORY:
      *   03 SEP 2026  THE MASTER AND AUDIT RECORD LAYOUTS ARE NOW
      *                CARRIED IN THE MASTER AND AUDIT COPYBOOKS SO
      *                CONVERT-HIST CAN DECODE THE AUDIT TRAIL'S
      *                BEFORE- AND AFTER-IMAGES WITH THE SAME LAYOUTS
      *                THIS PROGRAM WRITES THEM WITH.
      *   15 OCT 2026  OPTIONAL RENUMBERING CROSS-REFERENCE: ACCOUNTS
      *                ARE MOVED TO THEIR NEW KEYS BEFORE POSTING,
      *                WITH AUDIT ACTION N ON BOTH KEYS.
      *   15 OCT 2026  AN ACCOUNT CARRYING A MANUAL ADJUSTMENT FROM
      *                CONVERT-ADJ IS REPORTED WHEN THE FEED
      *                OVERWRITES THE ADJUSTED STATUS OR AMOUNT, AND
      *                THE RUN ENDS WITH RETURN-CODE 4 UNLESS
      *                SOMETHING WORSE HAPPENED. EVERY FEED POSTING
      *                CLEARS THE ADJUSTED FLAG.
      *   15 OCT 2026  OPTIONAL PURGED-KEY REGISTER: AN ACCOUNT PURGED
      *                BY CONVERT-PURGE THAT REAPPEARS ON THE FEED IS
      *                REPORTED AS A REACTIVATED PURGED KEY, GETS ITS
      *                ORIGINAL CREATED DATE BACK, AND THE RUN ENDS
      *                WITH RETURN-CODE 4 UNLESS SOMETHING WORSE
      *                HAPPENED. XREF-FILENAME MAY BE GIVEN AS NONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-APPLY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT XREF-FILE
               ASSIGN TO DYNAMIC XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

      * OPTIONAL SO A REGISTER NAMED BEFORE THE FIRST PURGE HAS RUN
      * READS AS EMPTY RATHER THAN FAILING THE NIGHT.
           SELECT OPTIONAL PURGED-KEY-FILE
               ASSIGN TO DYNAMIC PURGED-KEYS-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PURGED-ACCOUNT-KEY
               FILE STATUS IS PURGED-KEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  AUDIT-RECORD.
           COPY AUDIT.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY ACCTXREF.

       FD  PURGED-KEY-FILE.
       01  PURGED-KEY-RECORD.
           COPY PURGEKEY.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           05  MASTER-FILENAME          PIC X(120).
           05  AUDIT-FILENAME           PIC X(120).
           05  RUN-DATE-ARGUMENT        PIC X(10).
           05  XREF-FILENAME            PIC X(120).
           05  PURGED-KEYS-FILENAME     PIC X(120).

       01  POSTING-RUN-DATE             PIC 9(08) VALUE ZERO.

           88  CONVERTED-DETAILS-DONE    VALUE "Y".
       01  MASTER-FILE-STATUS            PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS             PIC X(2) VALUE "00".
       01  XREF-FILE-STATUS              PIC X(2) VALUE "00".
       01  PURGED-KEY-FILE-STATUS        PIC X(2) VALUE "00".
       01  EOF-XREF-SW                   PIC X VALUE SPACE.
           88  END-OF-XREF               VALUE "Y".
       01  MASTER-RECORD-FOUND-SW        PIC X VALUE SPACE.
           88  MASTER-RECORD-FOUND       VALUE "Y".
           88  MASTER-RECORD-NOT-FOUND   VALUE "N".
       01  ACCOUNTS-ADDED-COUNT          PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-UPDATED-COUNT        PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-FLAGGED-COUNT        PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-RENUMBERED-COUNT     PIC 9(09) VALUE ZERO.
       01  RENUMBER-CONFLICT-COUNT       PIC 9(09) VALUE ZERO.
       01  ADJUSTMENT-OVERWRITTEN-COUNT  PIC 9(09) VALUE ZERO.
       01  PURGED-KEY-REACTIVATED-COUNT  PIC 9(09) VALUE ZERO.

      * EDITED AMOUNTS FOR THE ADJUSTMENT-OVERWRITTEN REPORT LINE.
       01  ADJUSTED-AMOUNT-EDITED        PIC -(9)9.99.
       01  FEED-AMOUNT-EDITED            PIC -(9)9.99.

      * THE ACCOUNT BEING RENUMBERED, HELD WHILE THE NEW KEY IS PROBED
      * AND WRITTEN, SINCE THOSE READS REUSE THE MASTER RECORD AREA.
       01  RENUMBER-OLD-IMAGE            PIC X(80).
       01  RENUMBER-NEW-IMAGE            PIC X(80).

       01  INPUT-BALANCED-SW             PIC X VALUE "Y".
           88  INPUT-BALANCED            VALUE "Y".
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO CONVERTED-FILENAME MASTER-FILENAME
                   AUDIT-FILENAME RUN-DATE-ARGUMENT XREF-FILENAME
                   PURGED-KEYS-FILENAME
           END-UNSTRING

           IF  CONVERTED-FILENAME = SPACES
           OR RUN-DATE-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-APPLY CONVERTED-FILENAME'
                   ' MASTER-FILENAME AUDIT-FILENAME RUN-DATE'
                   ' [XREF-FILENAME [PURGED-KEYS-FILENAME]]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               GOBACK
           END-IF
           MOVE RUN-DATE-ARGUMENT(1:8) TO POSTING-RUN-DATE
           IF  FUNCTION TRIM(XREF-FILENAME) = "NONE"
               MOVE SPACES TO XREF-FILENAME
           END-IF

           OPEN INPUT CONVERTED-FILE
           OPEN I-O MASTER-FILE
           END-IF
           PERFORM 0550-OPEN-AUDIT-FILE

           IF  PURGED-KEYS-FILENAME NOT = SPACES
               OPEN INPUT PURGED-KEY-FILE
               IF  PURGED-KEY-FILE-STATUS NOT = "00"
               AND PURGED-KEY-FILE-STATUS NOT = "05"
                   DISPLAY 'CONVERT-APPLY: CANNOT OPEN PURGED-KEY'
                       ' REGISTER ' FUNCTION TRIM(PURGED-KEYS-FILENAME)
                       ', STATUS ' PURGED-KEY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  XREF-FILENAME NOT = SPACES
               PERFORM 0800-APPLY-RENUMBERS
           END-IF

           PERFORM 1900-READ-CONVERTED
           .

           END-IF
           .

      ******************************************************************
      * MOVES ACCOUNTS TO THEIR NEW KEYS UNDER THE RENUMBERING
      * CROSS-REFERENCE BEFORE THE NIGHT'S FEED IS POSTED. A
      * CROSS-REFERENCE THAT WAS NAMED BUT CANNOT BE OPENED FAILS THE
      * RUN BEFORE ANYTHING IS POSTED, AS A BAD RUN-DATE DOES.
      ******************************************************************
       0800-APPLY-RENUMBERS.

           OPEN INPUT XREF-FILE
           IF  XREF-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-APPLY: CANNOT OPEN XREF FILE '
                   FUNCTION TRIM(XREF-FILENAME) ', STATUS '
                   XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0850-APPLY-ONE-RENUMBER UNTIL END-OF-XREF
           CLOSE XREF-FILE
           .

       0850-APPLY-ONE-RENUMBER.

           READ XREF-FILE
               AT END
                   SET END-OF-XREF TO TRUE
               NOT AT END
                   IF  XREF-RECORD NOT = SPACES
                       IF  XREF-EFFECTIVE-DATE NOT NUMERIC
                           DISPLAY 'CONVERT-APPLY: XREF EFFECTIVE'
                               ' DATE MUST BE CCYYMMDD, NOT ['
                               XREF-RECORD(21:8) '] FOR KEY '
                               XREF-OLD-ACCOUNT-KEY
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF  XREF-EFFECTIVE-DATE NOT > POSTING-RUN-DATE
                           PERFORM 0860-RENUMBER-ACCOUNT
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * MOVES ONE ACCOUNT FROM ITS OLD KEY TO ITS NEW KEY: WRITES THE
      * RECORD UNDER THE NEW KEY, DELETES THE OLD ONE, AND WRITES AN
      * N AUDIT RECORD ON EACH KEY. THE OLD KEY'S AFTER-IMAGE CARRIES
      * THE NEW KEY, WHICH IS WHAT CONVERT-HIST FOLLOWS.
      ******************************************************************
       0860-RENUMBER-ACCOUNT.

           MOVE XREF-OLD-ACCOUNT-KEY TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               KEY IS MASTER-ACCOUNT-KEY
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ
           IF  MASTER-RECORD-FOUND
           AND MASTER-LAST-POSTED-DATE < XREF-EFFECTIVE-DATE
               PERFORM 0865-PROBE-NEW-KEY
           END-IF
           .

       0865-PROBE-NEW-KEY.

           MOVE MASTER-RECORD TO RENUMBER-OLD-IMAGE
           MOVE XREF-NEW-ACCOUNT-KEY TO MASTER-ACCOUNT-KEY
           MOVE MASTER-RECORD TO RENUMBER-NEW-IMAGE

           READ MASTER-FILE
               KEY IS MASTER-ACCOUNT-KEY
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ
           IF  MASTER-RECORD-FOUND
               DISPLAY 'CONVERT-APPLY: WARNING -- CANNOT RENUMBER '
                   XREF-OLD-ACCOUNT-KEY ' TO ' XREF-NEW-ACCOUNT-KEY
                   ', NEW KEY ALREADY ON THE MASTER'
               ADD 1 TO RENUMBER-CONFLICT-COUNT
           ELSE
               PERFORM 0868-MOVE-TO-NEW-KEY
           END-IF
           .

       0868-MOVE-TO-NEW-KEY.

           MOVE RENUMBER-NEW-IMAGE TO MASTER-RECORD
           WRITE MASTER-RECORD
           PERFORM 0870-CHECK-RENUMBER-STATUS
           MOVE XREF-OLD-ACCOUNT-KEY TO MASTER-ACCOUNT-KEY
           DELETE MASTER-FILE RECORD
           PERFORM 0870-CHECK-RENUMBER-STATUS

           MOVE POSTING-RUN-DATE TO AUDIT-RUN-DATE
           MOVE "N" TO AUDIT-ACTION
           MOVE XREF-OLD-ACCOUNT-KEY TO AUDIT-ACCOUNT-KEY
           MOVE RENUMBER-OLD-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE RENUMBER-NEW-IMAGE TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-OPERATOR-IDS
           WRITE AUDIT-RECORD
           MOVE POSTING-RUN-DATE TO AUDIT-RUN-DATE
           MOVE "N" TO AUDIT-ACTION
           MOVE XREF-NEW-ACCOUNT-KEY TO AUDIT-ACCOUNT-KEY
           MOVE SPACES TO AUDIT-BEFORE-IMAGE
           MOVE RENUMBER-NEW-IMAGE TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-OPERATOR-IDS
           WRITE AUDIT-RECORD
           ADD 1 TO ACCOUNTS-RENUMBERED-COUNT
           .

       0870-CHECK-RENUMBER-STATUS.

           IF  MASTER-FILE-STATUS NOT = "00"
           AND MASTER-FILE-STATUS NOT = "02"
               DISPLAY 'CONVERT-APPLY: MASTER I-O FAILED RENUMBERING '
                   XREF-OLD-ACCOUNT-KEY ' TO ' XREF-NEW-ACCOUNT-KEY
                   ', STATUS ' MASTER-FILE-STATUS
               SET APPLY-OK-SW TO SPACE
           END-IF
           .

       1000-POST-RECORDS.

           PERFORM 1100-POST-ONE-ACCOUNT

           IF  MASTER-RECORD-FOUND
               MOVE MASTER-RECORD TO AUDIT-BEFORE-IMAGE
               IF  MASTER-MANUALLY-ADJUSTED
                   PERFORM 1120-CHECK-ADJUSTMENT-OVERWRITE
               END-IF
               PERFORM 1150-BUILD-MASTER-FROM-DETAIL
               REWRITE MASTER-RECORD
               MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE
               MOVE SPACES TO MASTER-RECORD
               MOVE OUT-ACCOUNT-KEY TO MASTER-ACCOUNT-KEY
               MOVE POSTING-RUN-DATE TO MASTER-CREATED-DATE
               IF  PURGED-KEYS-FILENAME NOT = SPACES
                   PERFORM 1130-CHECK-PURGED-KEY
               END-IF
               PERFORM 1150-BUILD-MASTER-FROM-DETAIL
               WRITE MASTER-RECORD
               MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE

           MOVE POSTING-RUN-DATE TO AUDIT-RUN-DATE
           MOVE MASTER-ACCOUNT-KEY TO AUDIT-ACCOUNT-KEY
           MOVE SPACES TO AUDIT-OPERATOR-IDS
           WRITE AUDIT-RECORD
           .

      ******************************************************************
      * THE ACCOUNT ABOUT TO BE UPDATED CARRIES A MANUAL ADJUSTMENT.
      * IF THE FEED IS ABOUT TO REPLACE AN ADJUSTED FIELD WITH A
      * DIFFERENT VALUE, THE ADJUSTMENT IS BEING LOST: SAY SO, WITH
      * BOTH VALUES, BEFORE THE UPDATE GOES THROUGH.
      ******************************************************************
       1120-CHECK-ADJUSTMENT-OVERWRITE.

           IF  (MASTER-STATUS-ADJUSTED
                AND OUT-STATUS-CODE NOT = MASTER-STATUS-CODE)
           OR  (MASTER-AMOUNT-ADJUSTED
                AND OUT-AMOUNT NOT = MASTER-AMOUNT)
               ADD 1 TO ADJUSTMENT-OVERWRITTEN-COUNT
               MOVE MASTER-AMOUNT TO ADJUSTED-AMOUNT-EDITED
               MOVE OUT-AMOUNT TO FEED-AMOUNT-EDITED
               DISPLAY 'CONVERT-APPLY: MANUAL ADJUSTMENT OVERWRITTEN'
                   ' FOR KEY ' MASTER-ACCOUNT-KEY ': STATUS '
                   MASTER-STATUS-CODE ' -> ' OUT-STATUS-CODE
                   ', AMOUNT ' ADJUSTED-AMOUNT-EDITED ' -> '
                   FEED-AMOUNT-EDITED
           END-IF
           .

      ******************************************************************
      * THE ACCOUNT ABOUT TO BE ADDED IS NOT ON THE MASTER. IF THE
      * PURGED-KEY REGISTER HAS IT, IT WAS PURGED AS LONG INACTIVE AND
      * IS BACK ON THE FEED: SAY SO, WITH WHEN IT WAS PURGED AND WHERE
      * ITS FINAL RECORD WAS ARCHIVED, AND CARRY ITS ORIGINAL CREATED
      * DATE FORWARD INSTEAD OF STARTING IT AFRESH.
      ******************************************************************
       1130-CHECK-PURGED-KEY.

           MOVE OUT-ACCOUNT-KEY TO PURGED-ACCOUNT-KEY
           READ PURGED-KEY-FILE
               KEY IS PURGED-ACCOUNT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PURGED-KEY-REACTIVATED-COUNT
                   MOVE PURGED-CREATED-DATE TO MASTER-CREATED-DATE
                   DISPLAY 'CONVERT-APPLY: REACTIVATED PURGED KEY '
                       PURGED-ACCOUNT-KEY ' -- PURGED ON '
                       PURGED-PURGE-DATE ', LAST POSTED '
                       PURGED-LAST-POSTED-DATE ', ARCHIVED TO '
                       FUNCTION TRIM(PURGED-ARCHIVE-NAME)
           END-READ
           .

       1150-BUILD-MASTER-FROM-DETAIL.

           MOVE OUT-CUSTOMER-NAME TO MASTER-CUSTOMER-NAME
           MOVE OUT-EFFECTIVE-DATE TO MASTER-EFFECTIVE-DATE
           SET MASTER-ACCOUNT-ACTIVE TO TRUE
           MOVE POSTING-RUN-DATE TO MASTER-LAST-POSTED-DATE
           MOVE SPACE TO MASTER-ADJUSTED-FLAG
           .

       1300-CHECK-INPUT-BALANCE.
                       MOVE POSTING-RUN-DATE TO AUDIT-RUN-DATE
                       MOVE MASTER-ACCOUNT-KEY TO AUDIT-ACCOUNT-KEY
                       MOVE "F" TO AUDIT-ACTION
                       MOVE SPACES TO AUDIT-OPERATOR-IDS
                       WRITE AUDIT-RECORD
                       ADD 1 TO ACCOUNTS-FLAGGED-COUNT
                       IF  MASTER-FILE-STATUS NOT = "00"
           CLOSE CONVERTED-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           IF  PURGED-KEYS-FILENAME NOT = SPACES
               CLOSE PURGED-KEY-FILE
           END-IF

           DISPLAY "CONVERT-APPLY: " DETAIL-RECORD-COUNT
               " RECORDS POSTED FOR RUN DATE " POSTING-RUN-DATE
               ACCOUNTS-UPDATED-COUNT
           DISPLAY "CONVERT-APPLY:   ACCOUNTS FLAGGED: "
               ACCOUNTS-FLAGGED-COUNT
           IF  XREF-FILENAME NOT = SPACES
               DISPLAY "CONVERT-APPLY:   ACCOUNTS RENUMBERED: "
                   ACCOUNTS-RENUMBERED-COUNT
               DISPLAY "CONVERT-APPLY:   RENUMBER CONFLICTS:  "
                   RENUMBER-CONFLICT-COUNT
           END-IF
           DISPLAY "CONVERT-APPLY:   ADJUSTMENTS OVERWRITTEN: "
               ADJUSTMENT-OVERWRITTEN-COUNT
           IF  PURGED-KEYS-FILENAME NOT = SPACES
               DISPLAY "CONVERT-APPLY:   PURGED KEYS REACTIVATED: "
                   PURGED-KEY-REACTIVATED-COUNT
           END-IF

           IF  NOT APPLY-OK
               MOVE 12 TO RETURN-CODE
               IF  NOT INPUT-BALANCED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF  RENUMBER-CONFLICT-COUNT > 0
                   OR ADJUSTMENT-OVERWRITTEN-COUNT > 0
                   OR PURGED-KEY-REACTIVATED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
