      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MANUAL ADJUSTMENTS TO THE INDEXED ACCOUNT MASTER
      *            CONVERT-APPLY MAINTAINS. WHEN THE SERVICE DESK
      *            MUST CORRECT AN ACCOUNT'S STATUS OR AMOUNT BETWEEN
      *            FEEDS, THE CHANGE GOES THROUGH THIS PROGRAM RATHER
      *            THAN A FILE UTILITY: EACH TRANSACTION NAMES THE
      *            USER WHO ENTERED IT (MAKER) AND A DIFFERENT USER
      *            WHO APPROVED IT (CHECKER). A TRANSACTION WITH NO
      *            CHECKER, OR APPROVED BY ITS OWN MAKER, IS REFUSED
      *            TO THE EXCEPTIONS REPORT AND THE MASTER IS NOT
      *            TOUCHED, THE WAY CONVERT-REFM REJECTS A BAD
      *            REFERENCE CHANGE.
      *
      *            EVERY ADJUSTMENT APPLIED WRITES A MANUAL-ADJUSTMENT
      *            AUDIT RECORD (ACTION M) WITH THE BEFORE- AND
      *            AFTER-IMAGES AND BOTH OPERATOR IDS, SO CONVERT-HIST
      *            SHOWS WHO CHANGED THE ACCOUNT AND WHO APPROVED IT,
      *            AND MARKS THE ACCOUNT ADJUSTED ON THE MASTER SO
      *            THE NEXT CONVERT-APPLY REPORTS IT IF THE FEED
      *            OVERWRITES THE CORRECTION. THE LAST-POSTED DATE IS
      *            LEFT ALONE: AN ADJUSTMENT IS NOT A FEED POSTING.
      *
      * USAGE:     CONVERT-ADJ TRANSACTION-FILENAME MASTER-FILENAME
      *            AUDIT-FILENAME EXCEPTIONS-FILENAME RUN-DATE
      *
      *            EACH TRANSACTION LINE CARRIES THE ACCOUNT KEY
      *            (10), A FIELD INDICATOR (S=STATUS CODE, A=AMOUNT),
      *            THE NEW VALUE (12: A STATUS CODE LEFT-JUSTIFIED, OR
      *            AN AMOUNT AS A LEADING SIGN AND ELEVEN DIGITS WITH
      *            TWO IMPLIED DECIMALS), THE MAKER ID (8), THE
      *            CHECKER ID (8), AND FREE-TEXT REASON. BESIDES THE
      *            APPROVAL CHECKS, A TRANSACTION IS REFUSED WHEN THE
      *            ACCOUNT IS NOT ON THE MASTER, THE NEW VALUE IS
      *            MISSING OR NOT NUMERIC, OR THE NEW VALUE IS WHAT
      *            THE MASTER ALREADY HOLDS.
      *
      *            RETURN-CODE IS 4 WHEN ANY TRANSACTION WAS REFUSED
      *            (THE REST ARE STILL APPLIED), 12 IF A MASTER
      *            REWRITE FAILS, 16 FOR BAD ARGUMENTS OR A FILE THAT
      *            CANNOT BE OPENED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC TRANSACTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

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

           SELECT EXCEPTIONS-REPORT-FILE
               ASSIGN TO DYNAMIC EXCEPTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-ACCOUNT-KEY           PIC X(10).
           05  TXN-FIELD-ID              PIC X(01).
               88  TXN-STATUS-FIELD       VALUE "S".
               88  TXN-AMOUNT-FIELD       VALUE "A".
           05  TXN-NEW-VALUE             PIC X(12).
           05  TXN-NEW-STATUS-DATA REDEFINES TXN-NEW-VALUE.
               10  TXN-NEW-STATUS-CODE    PIC X(02).
               10  FILLER                 PIC X(10).
           05  TXN-NEW-AMOUNT REDEFINES TXN-NEW-VALUE
                                         PIC S9(09)V99
                                         SIGN LEADING SEPARATE.
           05  TXN-MAKER-ID              PIC X(08).
           05  TXN-CHECKER-ID            PIC X(08).
           05  TXN-REASON                PIC X(41).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY MASTER.

      * ONE MANUAL-ADJUSTMENT RECORD PER CHANGE APPLIED, ON THE SAME
      * TRAIL CONVERT-APPLY WRITES.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.

       FD  EXCEPTIONS-REPORT-FILE.
       01  EXCEPTIONS-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  TRANSACTION-FILENAME     PIC X(120).
           05  MASTER-FILENAME          PIC X(120).
           05  AUDIT-FILENAME           PIC X(120).
           05  EXCEPTIONS-FILENAME      PIC X(120).
           05  RUN-DATE-ARGUMENT        PIC X(10).

       01  ADJUSTMENT-RUN-DATE          PIC 9(08) VALUE ZERO.

       01  TRANSACTION-FILE-STATUS       PIC X(2) VALUE "00".
       01  MASTER-FILE-STATUS            PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS             PIC X(2) VALUE "00".
       01  EOF-TRANSACTION-SW            PIC X VALUE SPACE.
           88  END-OF-TRANSACTIONS       VALUE "Y".
       01  MASTER-RECORD-FOUND-SW        PIC X VALUE SPACE.
           88  MASTER-RECORD-FOUND       VALUE "Y".
           88  MASTER-RECORD-NOT-FOUND   VALUE "N".

      * OUTCOME OF THE APPROVAL AND CONTENT EDITS.
       01  CONTENT-OK-SW                PIC X VALUE "Y".
           88  CONTENT-OK               VALUE "Y".

       01  ADJUST-OK-SW                  PIC X VALUE "Y".
           88  ADJUST-OK                 VALUE "Y".

       01  TRANSACTION-COUNT             PIC 9(09) VALUE ZERO.
       01  APPLIED-STATUS-COUNT          PIC 9(09) VALUE ZERO.
       01  APPLIED-AMOUNT-COUNT          PIC 9(09) VALUE ZERO.
       01  REFUSED-COUNT                 PIC 9(09) VALUE ZERO.

       01  REFUSE-REASON-TEXT            PIC X(40) VALUE SPACES.

       01  REFUSE-DETAIL-LINE.
           05  FILLER                    PIC X(05) VALUE " TXN ".
           05  REFUSE-TXN-NUMBER         PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  REFUSE-ACCOUNT-KEY        PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  REFUSE-FIELD-ID           PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  REFUSE-MAKER-ID           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  REFUSE-CHECKER-ID         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  REFUSE-REASON             PIC X(40).

       01  REFUSE-COUNT-LINE.
           05  FILLER                    PIC X(09)
               VALUE " REFUSED ".
           05  REFUSE-TOTAL-COUNT        PIC 9(09).
           05  FILLER                    PIC X(04) VALUE " OF ".
           05  REFUSE-OF-COUNT           PIC 9(09).
           05  FILLER                    PIC X(13)
               VALUE " TRANSACTIONS".

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-APPLY-TRANSACTIONS UNTIL END-OF-TRANSACTIONS
           PERFORM 7000-WRITE-REFUSE-COUNT
           PERFORM 8000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO TRANSACTION-FILENAME MASTER-FILENAME
                   AUDIT-FILENAME EXCEPTIONS-FILENAME
                   RUN-DATE-ARGUMENT
           END-UNSTRING

           IF  TRANSACTION-FILENAME = SPACES
           OR MASTER-FILENAME = SPACES
           OR AUDIT-FILENAME = SPACES
           OR EXCEPTIONS-FILENAME = SPACES
           OR RUN-DATE-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-ADJ TRANSACTION-FILENAME'
                   ' MASTER-FILENAME AUDIT-FILENAME'
                   ' EXCEPTIONS-FILENAME RUN-DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  RUN-DATE-ARGUMENT(1:8) NOT NUMERIC
           OR RUN-DATE-ARGUMENT(9:2) NOT = SPACES
               DISPLAY 'CONVERT-ADJ: RUN-DATE MUST BE CCYYMMDD,'
                   ' NOT ' RUN-DATE-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RUN-DATE-ARGUMENT(1:8) TO ADJUSTMENT-RUN-DATE

           OPEN INPUT TRANSACTION-FILE
           IF  TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-ADJ: CANNOT OPEN TRANSACTION FILE '
                   FUNCTION TRIM(TRANSACTION-FILENAME) ', STATUS '
                   TRANSACTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * UNLIKE CONVERT-APPLY, THIS PROGRAM NEVER CREATES THE MASTER:
      * THERE IS NOTHING TO ADJUST ON A MASTER THAT DOES NOT EXIST.
           OPEN I-O MASTER-FILE
           IF  MASTER-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-ADJ: CANNOT OPEN MASTER FILE '
                   FUNCTION TRIM(MASTER-FILENAME) ', STATUS '
                   MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0550-OPEN-AUDIT-FILE
           OPEN OUTPUT EXCEPTIONS-REPORT-FILE

           PERFORM 1900-READ-TRANSACTION
           .

      ******************************************************************
      * OPENS THE AUDIT TRAIL FOR APPEND, PROBING FOR IT FIRST THE
      * SAME WAY CONVERT-APPLY OPENS IT.
      ******************************************************************
       0550-OPEN-AUDIT-FILE.

           OPEN INPUT AUDIT-FILE
           CLOSE AUDIT-FILE

           IF  AUDIT-FILE-STATUS = "00"
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .

      ******************************************************************
      * APPLIES ONE TRANSACTION: APPROVAL CHECKED FIRST, THEN THE
      * ACCOUNT AND THE NEW VALUE, THEN THE MASTER IS REWRITTEN AND
      * AUDITED -- OR THE TRANSACTION IS REFUSED TO THE EXCEPTIONS
      * REPORT. A BLANK LINE IS SKIPPED THE WAY CONVERT-REFM SKIPS
      * ONE.
      ******************************************************************
       1000-APPLY-TRANSACTIONS.

           IF  TRANSACTION-RECORD NOT = SPACES
               ADD 1 TO TRANSACTION-COUNT
               PERFORM 2000-EDIT-APPROVAL
               IF  CONTENT-OK
                   PERFORM 2100-FIND-ACCOUNT
               END-IF
               IF  CONTENT-OK
                   PERFORM 2200-EDIT-NEW-VALUE
               END-IF
               IF  CONTENT-OK
                   PERFORM 3000-APPLY-ADJUSTMENT
               ELSE
                   PERFORM 5000-REFUSE-TRANSACTION
               END-IF
           END-IF

           PERFORM 1900-READ-TRANSACTION
           .

       1900-READ-TRANSACTION.

           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
           END-READ
           .

      ******************************************************************
      * MAKER-CHECKER: THE CHANGE MUST NAME WHO ENTERED IT AND A
      * DIFFERENT USER WHO APPROVED IT. NOTHING ELSE ABOUT THE
      * TRANSACTION IS LOOKED AT UNTIL THAT HOLDS.
      ******************************************************************
       2000-EDIT-APPROVAL.

           MOVE "Y" TO CONTENT-OK-SW

           IF  TXN-MAKER-ID = SPACES
               MOVE "NO MAKER ID" TO REFUSE-REASON-TEXT
               MOVE "N" TO CONTENT-OK-SW
           ELSE
               IF  TXN-CHECKER-ID = SPACES
                   MOVE "NOT APPROVED -- NO CHECKER ID"
                       TO REFUSE-REASON-TEXT
                   MOVE "N" TO CONTENT-OK-SW
               ELSE
                   IF  TXN-CHECKER-ID = TXN-MAKER-ID
                       MOVE "SELF-APPROVED -- CHECKER IS THE MAKER"
                           TO REFUSE-REASON-TEXT
                       MOVE "N" TO CONTENT-OK-SW
                   END-IF
               END-IF
           END-IF
           .

       2100-FIND-ACCOUNT.

           IF  TXN-ACCOUNT-KEY = SPACES
               MOVE "MISSING ACCOUNT KEY" TO REFUSE-REASON-TEXT
               MOVE "N" TO CONTENT-OK-SW
           ELSE
               MOVE TXN-ACCOUNT-KEY TO MASTER-ACCOUNT-KEY
               READ MASTER-FILE
                   KEY IS MASTER-ACCOUNT-KEY
                   INVALID KEY
                       SET MASTER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-RECORD-FOUND TO TRUE
               END-READ
               IF  MASTER-RECORD-NOT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO REFUSE-REASON-TEXT
                   MOVE "N" TO CONTENT-OK-SW
               END-IF
           END-IF
           .

      ******************************************************************
      * THE NEW VALUE MUST BE PRESENT, NUMERIC FOR AN AMOUNT, AND
      * DIFFERENT FROM WHAT THE MASTER ALREADY HOLDS -- AN ADJUSTMENT
      * THAT CHANGES NOTHING WOULD STILL MARK THE ACCOUNT ADJUSTED.
      ******************************************************************
       2200-EDIT-NEW-VALUE.

           EVALUATE TRUE
               WHEN TXN-STATUS-FIELD
                   IF  TXN-NEW-STATUS-CODE = SPACES
                       MOVE "MISSING STATUS CODE"
                           TO REFUSE-REASON-TEXT
                       MOVE "N" TO CONTENT-OK-SW
                   ELSE
                       IF  TXN-NEW-STATUS-CODE = MASTER-STATUS-CODE
                           MOVE "STATUS CODE ALREADY ON MASTER"
                               TO REFUSE-REASON-TEXT
                           MOVE "N" TO CONTENT-OK-SW
                       END-IF
                   END-IF
               WHEN TXN-AMOUNT-FIELD
                   IF  TXN-NEW-AMOUNT NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO REFUSE-REASON-TEXT
                       MOVE "N" TO CONTENT-OK-SW
                   ELSE
                       IF  TXN-NEW-AMOUNT = MASTER-AMOUNT
                           MOVE "AMOUNT ALREADY ON MASTER"
                               TO REFUSE-REASON-TEXT
                           MOVE "N" TO CONTENT-OK-SW
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "FIELD INDICATOR MUST BE S OR A"
                       TO REFUSE-REASON-TEXT
                   MOVE "N" TO CONTENT-OK-SW
           END-EVALUATE
           .

      ******************************************************************
      * REWRITES THE ACCOUNT WITH THE NEW VALUE AND THE ADJUSTED FLAG
      * (AN ACCOUNT ADJUSTED ON BOTH FIELDS SINCE ITS LAST POSTING IS
      * MARKED B), THEN WRITES THE M AUDIT RECORD. A FAILED REWRITE
      * WRITES NO AUDIT RECORD AND ENDS THE RUN WITH RETURN-CODE 12.
      ******************************************************************
       3000-APPLY-ADJUSTMENT.

           MOVE MASTER-RECORD TO AUDIT-BEFORE-IMAGE

           IF  TXN-STATUS-FIELD
               MOVE TXN-NEW-STATUS-CODE TO MASTER-STATUS-CODE
               IF  MASTER-AMOUNT-ADJUSTED
                   MOVE "B" TO MASTER-ADJUSTED-FLAG
               ELSE
                   MOVE "S" TO MASTER-ADJUSTED-FLAG
               END-IF
           ELSE
               MOVE TXN-NEW-AMOUNT TO MASTER-AMOUNT
               IF  MASTER-STATUS-ADJUSTED
                   MOVE "B" TO MASTER-ADJUSTED-FLAG
               ELSE
                   MOVE "A" TO MASTER-ADJUSTED-FLAG
               END-IF
           END-IF

           REWRITE MASTER-RECORD
           IF  MASTER-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-ADJ: MASTER REWRITE FAILED FOR KEY '
                   MASTER-ACCOUNT-KEY ', STATUS ' MASTER-FILE-STATUS
               MOVE "N" TO ADJUST-OK-SW
           ELSE
               MOVE ADJUSTMENT-RUN-DATE TO AUDIT-RUN-DATE
               SET AUDIT-MANUAL-ADJUSTMENT TO TRUE
               MOVE MASTER-ACCOUNT-KEY TO AUDIT-ACCOUNT-KEY
               MOVE MASTER-RECORD TO AUDIT-AFTER-IMAGE
               MOVE TXN-MAKER-ID TO AUDIT-MAKER-ID
               MOVE TXN-CHECKER-ID TO AUDIT-CHECKER-ID
               WRITE AUDIT-RECORD
               IF  TXN-STATUS-FIELD
                   ADD 1 TO APPLIED-STATUS-COUNT
               ELSE
                   ADD 1 TO APPLIED-AMOUNT-COUNT
               END-IF
           END-IF
           .

       5000-REFUSE-TRANSACTION.

           ADD 1 TO REFUSED-COUNT
           MOVE TRANSACTION-COUNT TO REFUSE-TXN-NUMBER
           MOVE TXN-ACCOUNT-KEY TO REFUSE-ACCOUNT-KEY
           MOVE TXN-FIELD-ID TO REFUSE-FIELD-ID
           MOVE TXN-MAKER-ID TO REFUSE-MAKER-ID
           MOVE TXN-CHECKER-ID TO REFUSE-CHECKER-ID
           MOVE REFUSE-REASON-TEXT TO REFUSE-REASON
           MOVE SPACES TO EXCEPTIONS-REPORT-LINE
           MOVE REFUSE-DETAIL-LINE TO EXCEPTIONS-REPORT-LINE
           WRITE EXCEPTIONS-REPORT-LINE
           .

       7000-WRITE-REFUSE-COUNT.

           MOVE REFUSED-COUNT TO REFUSE-TOTAL-COUNT
           MOVE TRANSACTION-COUNT TO REFUSE-OF-COUNT
           MOVE SPACES TO EXCEPTIONS-REPORT-LINE
           MOVE REFUSE-COUNT-LINE TO EXCEPTIONS-REPORT-LINE
           WRITE EXCEPTIONS-REPORT-LINE
           .

       8000-TERMINATE.

           CLOSE TRANSACTION-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE EXCEPTIONS-REPORT-FILE

           DISPLAY "CONVERT-ADJ: " TRANSACTION-COUNT
               " TRANSACTIONS READ FOR " ADJUSTMENT-RUN-DATE
           DISPLAY "CONVERT-ADJ:   STATUS ADJUSTMENTS APPLIED: "
               APPLIED-STATUS-COUNT
           DISPLAY "CONVERT-ADJ:   AMOUNT ADJUSTMENTS APPLIED: "
               APPLIED-AMOUNT-COUNT
           DISPLAY "CONVERT-ADJ:   REFUSED:                    "
               REFUSED-COUNT

           IF  NOT ADJUST-OK
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
