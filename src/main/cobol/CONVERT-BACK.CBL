      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   BACKS A BAD NIGHT'S POSTING OUT OF THE INDEXED
      *            ACCOUNT MASTER CONVERT-APPLY MAINTAINS, USING THE
      *            APPEND-ONLY AUDIT TRAIL (AUDIT COPYBOOK) IT WRITES.
      *            CONVERT-ASOF CAN REBUILD THAT DAY'S CONVERTED FILE,
      *            BUT ONLY THIS PROGRAM PUTS THE MASTER ITSELF BACK:
      *            EVERY MASTER RECORD TOUCHED ON THE GIVEN
      *            AUDIT-RUN-DATE IS RESTORED TO THE BEFORE-IMAGE OF
      *            ITS FIRST POSTING THAT DAY. AN ACCOUNT ADDED THAT
      *            NIGHT (SPACES BEFORE-IMAGE) IS DELETED, AN UPDATED
      *            ACCOUNT GETS ITS OLD VALUES BACK, AND AN ACCOUNT
      *            FLAGGED INACTIVE IS REACTIVATED.
      *
      *            EVERY RECORD RESTORED WRITES A BACKED-OUT AUDIT
      *            RECORD (ACTION R) DATED WITH THE BACKED-OUT DATE,
      *            BEFORE-IMAGE AS THE BAD POSTING LEFT THE RECORD,
      *            AFTER-IMAGE AS RESTORED. CONVERT-HIST THEREFORE
      *            SHOWS THE POSTING AND ITS REVERSAL SIDE BY SIDE,
      *            AND CONVERT-ASOF, WHICH ROLLS BACK TO THE EARLIEST
      *            BEFORE-IMAGE DATED AFTER ITS AS-OF DATE, STILL
      *            REBUILDS EVERY EARLIER DAY CORRECTLY.
      *
      * USAGE:     CONVERT-BACK MASTER-FILENAME AUDIT-FILENAME
      *            BACKOUT-DATE
      *
      *            BACKOUT-DATE IS CCYYMMDD. THE WHOLE AUDIT TRAIL IS
      *            READ BEFORE THE MASTER IS TOUCHED, AND THE RUN IS
      *            REFUSED WITHOUT CHANGING ANYTHING WHEN:
      *              - A LATER NIGHT HAS ALREADY POSTED (AN AUDIT
      *                RECORD DATED AFTER THE BACKOUT DATE) -- ITS
      *                POSTINGS WERE MADE ON TOP OF THE NIGHT BEING
      *                REMOVED AND WOULD BE SILENTLY UNDONE;
      *              - A CARRIED-FORWARD MARKER SAYS THE BACKOUT
      *                DATE'S RECORDS WERE CUT TO AN ARCHIVE BY
      *                CONVERT-ARCH;
      *              - MORE ACCOUNTS MOVED THAT NIGHT THAN THE
      *                RESTORE TABLE HOLDS.
      *            A RECORD ALREADY STANDING AT ITS RESTORED IMAGE IS
      *            LEFT ALONE, SO RE-RUNNING A BACKOUT THAT WAS
      *            INTERRUPTED FINISHES THE JOB WITHOUT DOUBLING IT.
      *
      *            RETURN-CODE IS 16 FOR BAD ARGUMENTS, A FILE THAT
      *            CANNOT BE OPENED, OR A REFUSED RUN; 12 IF A MASTER
      *            READ, REWRITE, OR DELETE FAILS; 4 IF NOTHING WAS
      *            POSTED ON THE BACKOUT DATE; 0 OTHERWISE.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  PURGED RECORDS (ACTION P, WRITTEN BY
      *                CONVERT-PURGE) ARE PASSED OVER: A PURGE IS NOT
      *                A NIGHT'S POSTING, AND THE ACCOUNTS IT REMOVES
      *                WERE INACTIVE LONG BEFORE ANY NIGHT A BACKOUT
      *                COULD REVERSE, SO A PURGE DATED AFTER THE
      *                BACKOUT DATE NO LONGER REFUSES THE RUN, AND ONE
      *                ON IT DOES NOT PUT THE PURGED ACCOUNTS BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-BACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY MASTER.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  MASTER-FILENAME          PIC X(120).
           05  AUDIT-FILENAME           PIC X(120).
           05  BACKOUT-DATE-ARGUMENT    PIC X(10).

       01  BACKOUT-DATE                 PIC 9(08) VALUE ZERO.

       01  MASTER-FILE-STATUS            PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS             PIC X(2) VALUE "00".
       01  EOF-AUDIT-SW                  PIC X VALUE SPACE.
           88  END-OF-AUDIT              VALUE "Y".
       01  MASTER-RECORD-FOUND-SW        PIC X VALUE SPACE.
           88  MASTER-RECORD-FOUND       VALUE "Y".
           88  MASTER-RECORD-NOT-FOUND   VALUE "N".

      * ONE ENTRY PER ACCOUNT POSTED ON THE BACKOUT DATE, HOLDING THE
      * BEFORE-IMAGE OF ITS FIRST POSTING THAT DAY -- THE ACCOUNT
      * EXACTLY AS IT STOOD BEFORE THE BAD NIGHT TOUCHED IT. BOUNDED
      * THE SAME AS CONVERT-ASOF'S ROLLBACK TABLE, AND AN OVERFLOW
      * REFUSES THE RUN BEFORE THE MASTER IS OPENED FOR UPDATE: A
      * BACKOUT THAT RESTORED ONLY PART OF A NIGHT WOULD BE WORSE
      * THAN NONE.
       01  RESTORE-TABLE.
           05  RESTORE-ENTRY OCCURS 1000 TIMES.
               10  RESTORE-ENTRY-KEY       PIC X(10).
               10  RESTORE-ENTRY-IMAGE     PIC X(80).
       01  RESTORE-TABLE-USED            PIC 9(04) VALUE ZERO.
       01  RESTORE-TABLE-INDEX           PIC 9(04) VALUE ZERO.
       01  RESTORE-FOUND-INDEX           PIC 9(04) VALUE ZERO.
       01  RESTORE-FOUND-SW              PIC X VALUE SPACE.
           88  RESTORE-FOUND             VALUE "Y".

      * THE RECORD AS IT WILL STAND AFTER THE BACKOUT, DECODED WITH
      * THE MASTER LAYOUT. FIELD REFERENCES ARE QUALIFIED
      * (OF RESTORED-IMAGE-DETAIL), THE WAY CONVERT-ASOF QUALIFIES
      * ITS AS-OF IMAGE.
       01  RESTORED-IMAGE-DETAIL.
           COPY MASTER.

       01  AUDIT-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  POSTINGS-ON-DATE-COUNT        PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-REMOVED-COUNT        PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-RESTORED-COUNT       PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-REACTIVATED-COUNT    PIC 9(09) VALUE ZERO.
       01  ACCOUNTS-UNCHANGED-COUNT      PIC 9(09) VALUE ZERO.

       01  BACKOUT-OK-SW                 PIC X VALUE "Y".
           88  BACKOUT-OK                VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-RESTORE-TABLE
           PERFORM 2000-RESTORE-MASTER
           PERFORM 8000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO MASTER-FILENAME AUDIT-FILENAME
                   BACKOUT-DATE-ARGUMENT
           END-UNSTRING

           IF  MASTER-FILENAME = SPACES
           OR AUDIT-FILENAME = SPACES
           OR BACKOUT-DATE-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-BACK MASTER-FILENAME'
                   ' AUDIT-FILENAME BACKOUT-DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  BACKOUT-DATE-ARGUMENT(1:8) NOT NUMERIC
           OR BACKOUT-DATE-ARGUMENT(9:2) NOT = SPACES
               DISPLAY 'CONVERT-BACK: BACKOUT-DATE MUST BE CCYYMMDD,'
                   ' NOT ' BACKOUT-DATE-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BACKOUT-DATE-ARGUMENT(1:8) TO BACKOUT-DATE

           OPEN INPUT AUDIT-FILE
           IF  AUDIT-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-BACK: CANNOT OPEN AUDIT FILE '
                   FUNCTION TRIM(AUDIT-FILENAME) ', STATUS '
                   AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      ******************************************************************
      * READS THE AUDIT TRAIL ONCE, BEFORE ANYTHING IS CHANGED, AND
      * KEEPS PER ACCOUNT THE BEFORE-IMAGE OF ITS FIRST POSTING ON THE
      * BACKOUT DATE. THE FILE IS APPEND-ONLY AND CHRONOLOGICAL, SO
      * THE FIRST RECORD SEEN FOR A KEY ON THAT DATE IS THE STATE THE
      * NIGHT STARTED FROM; LATER ONES THE SAME DAY -- INCLUDING THE
      * REVERSAL RECORDS OF AN EARLIER, INTERRUPTED BACKOUT -- ARE
      * IGNORED. ANY SIGN THAT THE DATE CANNOT BE SAFELY BACKED OUT
      * REFUSES THE RUN HERE WITH THE MASTER UNTOUCHED.
      ******************************************************************
       1000-LOAD-RESTORE-TABLE.

           PERFORM 1900-READ-AUDIT
           PERFORM 1100-LOAD-ONE-AUDIT-RECORD UNTIL END-OF-AUDIT
           CLOSE AUDIT-FILE

           DISPLAY 'CONVERT-BACK: ' AUDIT-RECORD-COUNT
               ' AUDIT RECORDS READ, ' POSTINGS-ON-DATE-COUNT
               ' POSTED ON ' BACKOUT-DATE ' TO '
               RESTORE-TABLE-USED ' ACCOUNT(S)'
           .

       1100-LOAD-ONE-AUDIT-RECORD.

           IF  AUDIT-CARRIED-FORWARD
               IF  AUDIT-RUN-DATE NOT < BACKOUT-DATE
                   DISPLAY 'CONVERT-BACK: AUDIT RECORDS THROUGH '
                       AUDIT-RUN-DATE ' WERE CUT TO AN ARCHIVE ['
                       FUNCTION TRIM(AUDIT-BEFORE-IMAGE)
                       '] -- THE POSTINGS OF ' BACKOUT-DATE
                       ' ARE NO LONGER ON THE LIVE FILE, BACKOUT'
                       ' REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF  NOT AUDIT-ACCOUNT-PURGED
                   IF  AUDIT-RUN-DATE > BACKOUT-DATE
                       DISPLAY 'CONVERT-BACK: ACCOUNT '
                           AUDIT-ACCOUNT-KEY ' WAS POSTED ON '
                           AUDIT-RUN-DATE ', AFTER ' BACKOUT-DATE
                           ' -- A LATER NIGHT HAS POSTED ON TOP OF THE'
                           ' ONE BEING BACKED OUT, BACKOUT REFUSED'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF  AUDIT-RUN-DATE = BACKOUT-DATE
                       ADD 1 TO POSTINGS-ON-DATE-COUNT
                       PERFORM 1150-CONSIDER-FOR-RESTORE
                   END-IF
               END-IF
           END-IF

           PERFORM 1900-READ-AUDIT
           .

       1150-CONSIDER-FOR-RESTORE.

           SET RESTORE-FOUND-SW TO SPACE
           MOVE ZERO TO RESTORE-FOUND-INDEX
           PERFORM 1200-FIND-RESTORE-ENTRY
               VARYING RESTORE-TABLE-INDEX FROM 1 BY 1
               UNTIL RESTORE-TABLE-INDEX > RESTORE-TABLE-USED
               OR RESTORE-FOUND

           IF  NOT RESTORE-FOUND
               IF  RESTORE-TABLE-USED >= 1000
                   DISPLAY 'CONVERT-BACK: MORE THAN 1000 ACCOUNTS'
                       ' POSTED ON ' BACKOUT-DATE ' -- RESTORE TABLE'
                       ' FULL, BACKOUT WOULD BE INCOMPLETE SO IT IS'
                       ' REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO RESTORE-TABLE-USED
               MOVE AUDIT-ACCOUNT-KEY
                   TO RESTORE-ENTRY-KEY(RESTORE-TABLE-USED)
               MOVE AUDIT-BEFORE-IMAGE
                   TO RESTORE-ENTRY-IMAGE(RESTORE-TABLE-USED)
           END-IF
           .

       1200-FIND-RESTORE-ENTRY.

           IF  RESTORE-ENTRY-KEY(RESTORE-TABLE-INDEX)
                   = AUDIT-ACCOUNT-KEY
               SET RESTORE-FOUND TO TRUE
               MOVE RESTORE-TABLE-INDEX TO RESTORE-FOUND-INDEX
           END-IF
           .

       1900-READ-AUDIT.

           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO AUDIT-RECORD-COUNT
           END-READ
           .

      ******************************************************************
      * SECOND PASS, OVER THE RESTORE TABLE: EACH ACCOUNT IS READ BY
      * KEY AND PUT BACK TO ITS RESTORED IMAGE, WITH ONE BACKED-OUT
      * AUDIT RECORD PER CHANGE. THE AUDIT FILE IS REOPENED FOR
      * APPEND ONLY NOW THAT THE FIRST PASS HAS PROVED THE BACKOUT
      * SAFE TO RUN.
      ******************************************************************
       2000-RESTORE-MASTER.

           IF  RESTORE-TABLE-USED = 0
               DISPLAY 'CONVERT-BACK: NOTHING WAS POSTED ON '
                   BACKOUT-DATE ' -- MASTER NOT OPENED'
           ELSE
               OPEN I-O MASTER-FILE
               IF  MASTER-FILE-STATUS NOT = "00"
                   DISPLAY 'CONVERT-BACK: CANNOT OPEN MASTER FILE '
                       FUNCTION TRIM(MASTER-FILENAME) ', STATUS '
                       MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN EXTEND AUDIT-FILE
               PERFORM 2100-RESTORE-ONE-ACCOUNT
                   VARYING RESTORE-TABLE-INDEX FROM 1 BY 1
                   UNTIL RESTORE-TABLE-INDEX > RESTORE-TABLE-USED
               CLOSE MASTER-FILE
               CLOSE AUDIT-FILE
           END-IF
           .

      ******************************************************************
      * RESTORES ONE ACCOUNT. A SPACES IMAGE MEANS THE ACCOUNT DID NOT
      * EXIST BEFORE THE BAD NIGHT AND IS DELETED; OTHERWISE THE
      * RESTORED IMAGE IS REWRITTEN OVER THE CURRENT RECORD, WHICH
      * ALSO REACTIVATES AN ACCOUNT THE NIGHT FLAGGED INACTIVE. AN
      * ACCOUNT ALREADY AT ITS RESTORED IMAGE IS COUNTED AND LEFT.
      ******************************************************************
       2100-RESTORE-ONE-ACCOUNT.

           MOVE RESTORE-ENTRY-IMAGE(RESTORE-TABLE-INDEX)
               TO RESTORED-IMAGE-DETAIL

           SET MASTER-RECORD-NOT-FOUND TO TRUE
           MOVE RESTORE-ENTRY-KEY(RESTORE-TABLE-INDEX)
               TO MASTER-ACCOUNT-KEY OF MASTER-RECORD
           READ MASTER-FILE
               KEY IS MASTER-ACCOUNT-KEY OF MASTER-RECORD
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ

           IF  MASTER-RECORD-NOT-FOUND
               MOVE SPACES TO AUDIT-BEFORE-IMAGE
           ELSE
               MOVE MASTER-RECORD TO AUDIT-BEFORE-IMAGE
           END-IF

           EVALUATE TRUE
               WHEN AUDIT-BEFORE-IMAGE = RESTORED-IMAGE-DETAIL
                   ADD 1 TO ACCOUNTS-UNCHANGED-COUNT
               WHEN RESTORED-IMAGE-DETAIL = SPACES
                   DELETE MASTER-FILE RECORD
                   PERFORM 2200-CHECK-MASTER-STATUS
                   ADD 1 TO ACCOUNTS-REMOVED-COUNT
                   PERFORM 2300-WRITE-REVERSAL-AUDIT
               WHEN MASTER-RECORD-NOT-FOUND
                   MOVE RESTORED-IMAGE-DETAIL TO MASTER-RECORD
                   WRITE MASTER-RECORD
                   PERFORM 2200-CHECK-MASTER-STATUS
                   ADD 1 TO ACCOUNTS-RESTORED-COUNT
                   PERFORM 2300-WRITE-REVERSAL-AUDIT
               WHEN OTHER
                   IF  MASTER-ACCOUNT-INACTIVE OF MASTER-RECORD
                   AND MASTER-ACCOUNT-ACTIVE OF RESTORED-IMAGE-DETAIL
                       ADD 1 TO ACCOUNTS-REACTIVATED-COUNT
                   ELSE
                       ADD 1 TO ACCOUNTS-RESTORED-COUNT
                   END-IF
                   MOVE RESTORED-IMAGE-DETAIL TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   PERFORM 2200-CHECK-MASTER-STATUS
                   PERFORM 2300-WRITE-REVERSAL-AUDIT
           END-EVALUATE
           .

       2200-CHECK-MASTER-STATUS.

           IF  MASTER-FILE-STATUS NOT = "00"
           AND MASTER-FILE-STATUS NOT = "02"
               DISPLAY 'CONVERT-BACK: MASTER I-O FAILED FOR KEY '
                   RESTORE-ENTRY-KEY(RESTORE-TABLE-INDEX)
                   ', STATUS ' MASTER-FILE-STATUS
               SET BACKOUT-OK-SW TO SPACE
           END-IF
           .

      ******************************************************************
      * WRITES THE BACKED-OUT AUDIT RECORD FOR ONE RESTORED ACCOUNT.
      * THE BEFORE-IMAGE WAS CAPTURED FROM THE MASTER BEFORE THE
      * CHANGE; THE AFTER-IMAGE IS THE RESTORED IMAGE ITSELF, SPACES
      * FOR A REMOVED ACCOUNT THE SAME WAY AN INSERT'S BEFORE-IMAGE IS
      * SPACES.
      ******************************************************************
       2300-WRITE-REVERSAL-AUDIT.

           MOVE BACKOUT-DATE TO AUDIT-RUN-DATE
           SET AUDIT-POSTING-BACKED-OUT TO TRUE
           MOVE RESTORE-ENTRY-KEY(RESTORE-TABLE-INDEX)
               TO AUDIT-ACCOUNT-KEY
           MOVE RESTORED-IMAGE-DETAIL TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-OPERATOR-IDS
           WRITE AUDIT-RECORD
           .

       8000-TERMINATE.

           DISPLAY "CONVERT-BACK: " RESTORE-TABLE-USED
               " ACCOUNT(S) BACKED OUT FOR RUN DATE " BACKOUT-DATE
           DISPLAY "CONVERT-BACK:   ACCOUNTS REMOVED:     "
               ACCOUNTS-REMOVED-COUNT
           DISPLAY "CONVERT-BACK:   ACCOUNTS RESTORED:    "
               ACCOUNTS-RESTORED-COUNT
           DISPLAY "CONVERT-BACK:   ACCOUNTS REACTIVATED: "
               ACCOUNTS-REACTIVATED-COUNT
           DISPLAY "CONVERT-BACK:   ALREADY RESTORED:     "
               ACCOUNTS-UNCHANGED-COUNT

           IF  NOT BACKOUT-OK
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  RESTORE-TABLE-USED = 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
