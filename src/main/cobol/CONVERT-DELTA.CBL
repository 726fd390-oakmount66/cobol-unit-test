      *            USES AGAINST THE RAW EXTRACT.
      *
      * USAGE:     CONVERT-DELTA PRIOR-FILENAME CURRENT-FILENAME
      *            DELTA-FILENAME [XREF-FILENAME]
      *
      *            EACH DELTA RECORD CARRIES A CHANGE-TYPE CODE:
      *              A  ACCOUNT PRESENT ONLY IN THE CURRENT FILE
      *              D  ACCOUNT PRESENT ONLY IN THE PRIOR FILE
      *                 (OLD VALUES FILLED, NEW VALUES SPACES)
      *              C  ACCOUNT PRESENT IN BOTH WHERE THE CUSTOMER
      *                 NAME, STATUS CODE, AMOUNT, EFFECTIVE DATE, OR
      *                 CURRENCY CODE DIFFERS (BOTH OLD AND NEW
      *                 VALUES FILLED)
      *              R  ACCOUNT RENUMBERED: THE OLD KEY IS PRESENT
      *                 ONLY IN THE PRIOR FILE, THE NEW KEY ONLY IN
      *                 THE CURRENT FILE, AND THE RENUMBERING
      *                 CROSS-REFERENCE (ACCTXREF COPYBOOK) LINKS THEM
      *                 WITH AN EFFECTIVE DATE AFTER THE PRIOR FILE'S
      *                 BUSINESS DATE AND NO LATER THAN THE CURRENT
      *                 FILE'S (BOTH OLD AND NEW VALUES FILLED, THE
      *                 OLD KEY IN DELTA-RENUMBERED-FROM-KEY)
      *            AN ACCOUNT PRESENT IN BOTH FILES WITH NONE OF THOSE
      *            FIELDS CHANGED IS NOT WRITTEN. THE DELTA FILE ENDS
      *            IN ITS OWN TRAILER RECORD CARRYING THE COUNT PER
      *            CHANGE TYPE, THE TOTAL DELTA RECORD COUNT, AND THE
      *            CURRENT FILE'S BUSINESS DATE, SO THE FILE CAN BE
      *            BALANCED THE SAME WAY THE CONVERTED FILE'S OWN
      *            TRAILER IS.
      *
      *            RETURN-CODE IS 4 IF EITHER INPUT FILE HAS NO
      *            TRAILER, DOES NOT BALANCE AGAINST ITS OWN TRAILER,
      *            OR IS FOUND OUT OF ASCENDING KEY ORDER -- THE DELTA
      *            IS STILL WRITTEN, BUT THE JOB STEP CAN CATCH THAT
      *            IT WAS BUILT FROM A QUESTIONABLE GENERATION.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  THE DELTA LAYOUT NOW LIVES IN THE DELTA
      *                COPYBOOK. WHEN THE OPTIONAL RENUMBERING
      *                CROSS-REFERENCE IS NAMED, A DELETED KEY AND AN
      *                ADDED KEY IT LINKS ARE WRITTEN AS ONE R RECORD
      *                INSTEAD OF A D/A PAIR. SUCH KEYS ARE HELD BACK
      *                DURING THE MERGE AND WRITTEN AFTER IT, AHEAD OF
      *                THE TRAILER, SO THEY FOLLOW THE IN-ORDER
      *                RECORDS RATHER THAN SITTING IN KEY SEQUENCE.
      *   15 OCT 2026  EVERY DELTA RECORD NOW CARRIES THE OLD AND NEW
      *                CURRENCY CODES, A CHANGE OF CURRENCY ALONE IS
      *                WRITTEN AS C, AND THE TRAILER CARRIES THE
      *                CURRENT FILE'S BUSINESS DATE, FOR THE GL
      *                JOURNAL BUILT FROM THIS FILE BY CONVERT-GL.
      *   15 OCT 2026  THE TRAILER ALSO CARRIES THE UNCHANGED-ACCOUNT
      *                COUNT, SO ADDED + CHANGED + RENUMBERED +
      *                UNCHANGED TIES TO THE CURRENT FILE'S DETAILS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-DELTA.
               ASSIGN TO DYNAMIC DELTA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XREF-FILE
               ASSIGN TO DYNAMIC XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  CURRENT-RECORD.
           COPY OUTPUT.

      * ONE RECORD PER ACCOUNT THAT MOVED, WITH ITS TRAILER VIEW
      * CLOSING OUT THE FILE (DELTA COPYBOOK).
       FD  DELTA-FILE.
       01  DELTA-RECORD.
           COPY DELTA.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY ACCTXREF.

       WORKING-STORAGE SECTION.

           05  PRIOR-FILENAME           PIC X(120).
           05  CURRENT-FILENAME         PIC X(120).
           05  DELTA-FILENAME           PIC X(120).
           05  XREF-FILENAME            PIC X(120).

       01  PRIOR-DETAILS-DONE-SW         PIC X VALUE SPACE.
           88  PRIOR-DETAILS-DONE        VALUE "Y".
       01  DELTA-OK-SW                   PIC X VALUE "Y".
           88  DELTA-OK                  VALUE "Y".

       01  PRIOR-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
       01  CURRENT-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  RENUMBERED-COUNT              PIC 9(09) VALUE ZERO.

      * XREF-FILENAME IS OPTIONAL. WHEN GIVEN, THE RENUMBERING
      * CROSS-REFERENCE (ACCTXREF COPYBOOK) IS LOADED HERE. BOUNDED
      * AT 1000 ENTRIES; A FILE THAT OVERFLOWS FAILS THE STEP RATHER
      * THAN QUIETLY REPORTING SOME RENUMBERS AS D/A PAIRS.
       01  XREF-REQUESTED-SW             PIC X VALUE SPACE.
           88  XREF-REQUESTED            VALUE "Y".
       01  XREF-FILE-STATUS              PIC X(2) VALUE "00".
       01  EOF-XREF-SW                   PIC X VALUE SPACE.
           88  END-OF-XREF               VALUE "Y".
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES.
               10  XREF-ENTRY-OLD-KEY      PIC X(10).
               10  XREF-ENTRY-NEW-KEY      PIC X(10).
               10  XREF-ENTRY-DATE         PIC 9(08).
       01  XREF-TABLE-USED               PIC 9(04) VALUE ZERO.
       01  XREF-TABLE-INDEX              PIC 9(04) VALUE ZERO.
       01  XREF-FOUND-SW                 PIC X VALUE SPACE.
           88  XREF-FOUND                VALUE "Y".

      * DELETED AND ADDED ACCOUNTS WHOSE KEY APPEARS ON THE
      * CROSS-REFERENCE ARE HELD HERE DURING THE MERGE, SINCE THE OLD
      * AND NEW KEYS OF ONE RENUMBER SIT AT DIFFERENT POINTS IN KEY
      * ORDER. ONCE BOTH GENERATIONS ARE READ THEY ARE PAIRED INTO R
      * RECORDS; ANYTHING LEFT UNPAIRED IS WRITTEN AS THE D OR A IT
      * WOULD HAVE BEEN. A FULL TABLE ONLY COSTS THE PAIRING, SO IT
      * WARNS AND WRITES THE RECORD STRAIGHT THROUGH.
       01  HELD-DELETE-TABLE.
           05  HELD-DELETE-ENTRY OCCURS 200 TIMES.
               10  HELD-DELETE-IMAGE       PIC X(80).
       01  HELD-DELETE-USED              PIC 9(04) VALUE ZERO.
       01  HELD-DELETE-INDEX             PIC 9(04) VALUE ZERO.
       01  HELD-ADD-TABLE.
           05  HELD-ADD-ENTRY OCCURS 200 TIMES.
               10  HELD-ADD-IMAGE          PIC X(80).
               10  HELD-ADD-PAIRED-SW      PIC X(01).
                   88  HELD-ADD-PAIRED      VALUE "Y".
       01  HELD-ADD-USED                 PIC 9(04) VALUE ZERO.
       01  HELD-ADD-INDEX                PIC 9(04) VALUE ZERO.
       01  HELD-ADD-FOUND-INDEX          PIC 9(04) VALUE ZERO.
       01  HELD-ADD-FOUND-SW             PIC X VALUE SPACE.
           88  HELD-ADD-FOUND            VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 2000-EXTRACT-DELTAS
               UNTIL PRIOR-DETAILS-DONE AND CURRENT-DETAILS-DONE
           PERFORM 2500-RESOLVE-HELD-ACCOUNTS
           PERFORM 1500-WRITE-DELTA-TRAILER
           PERFORM 8000-DISPLAY-REPORT
           PERFORM 9000-TERMINATE
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO PRIOR-FILENAME CURRENT-FILENAME DELTA-FILENAME
                   XREF-FILENAME
           END-UNSTRING

           IF  PRIOR-FILENAME = SPACES
           OR CURRENT-FILENAME = SPACES
           OR DELTA-FILENAME = SPACES
               DISPLAY 'USAGE: CONVERT-DELTA PRIOR-FILENAME'
                   ' CURRENT-FILENAME DELTA-FILENAME [XREF-FILENAME]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  XREF-FILENAME NOT = SPACES
               SET XREF-REQUESTED TO TRUE
               PERFORM 0600-LOAD-RENUMBER-XREF
           END-IF

           OPEN INPUT PRIOR-FILE
           OPEN INPUT CURRENT-FILE
           OPEN OUTPUT DELTA-FILE
           PERFORM 1950-READ-CURRENT
           .

      ******************************************************************
      * LOADS THE RENUMBERING CROSS-REFERENCE. A CROSS-REFERENCE THAT
      * WAS NAMED BUT CANNOT BE OPENED, OR THAT CARRIES A MALFORMED
      * EFFECTIVE DATE, FAILS THE STEP THE WAY CONVERT-RPT FAILS ON A
      * MISSING REFERENCE FILE.
      ******************************************************************
       0600-LOAD-RENUMBER-XREF.

           OPEN INPUT XREF-FILE
           IF  XREF-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-DELTA: CANNOT OPEN XREF FILE '
                   FUNCTION TRIM(XREF-FILENAME) ', STATUS '
                   XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0650-LOAD-ONE-XREF-ENTRY UNTIL END-OF-XREF
           CLOSE XREF-FILE
           .

       0650-LOAD-ONE-XREF-ENTRY.

           READ XREF-FILE
               AT END
                   SET END-OF-XREF TO TRUE
               NOT AT END
                   IF  XREF-RECORD NOT = SPACES
                       IF  XREF-EFFECTIVE-DATE NOT NUMERIC
                           DISPLAY 'CONVERT-DELTA: XREF EFFECTIVE'
                               ' DATE MUST BE CCYYMMDD, NOT ['
                               XREF-RECORD(21:8) '] FOR KEY '
                               XREF-OLD-ACCOUNT-KEY
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF  XREF-TABLE-USED >= 1000
                           DISPLAY 'CONVERT-DELTA: MORE THAN 1000'
                               ' XREF ENTRIES -- TABLE FULL'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO XREF-TABLE-USED
                       MOVE XREF-OLD-ACCOUNT-KEY
                           TO XREF-ENTRY-OLD-KEY(XREF-TABLE-USED)
                       MOVE XREF-NEW-ACCOUNT-KEY
                           TO XREF-ENTRY-NEW-KEY(XREF-TABLE-USED)
                       MOVE XREF-EFFECTIVE-DATE
                           TO XREF-ENTRY-DATE(XREF-TABLE-USED)
                   END-IF
           END-READ
           .

      ******************************************************************
      * WALKS BOTH GENERATIONS TOGETHER IN KEY ORDER. A KEY PRESENT
      * ONLY IN THE CURRENT FILE IS AN ADDED ACCOUNT AND THE CURRENT
           END-IF
           .

      ******************************************************************
      * AN ACCOUNT ONLY IN THE CURRENT FILE. IF ITS KEY IS THE NEW KEY
      * OF A RENUMBER IT IS HELD FOR PAIRING AFTER THE MERGE;
      * OTHERWISE IT IS WRITTEN AS ADDED STRAIGHT AWAY.
      ******************************************************************
       2100-WRITE-ADDED.

           SET XREF-FOUND-SW TO SPACE
           IF  XREF-REQUESTED
               PERFORM 2610-MATCH-XREF-NEW-KEY
                   VARYING XREF-TABLE-INDEX FROM 1 BY 1
                   UNTIL XREF-TABLE-INDEX > XREF-TABLE-USED
                   OR XREF-FOUND
           END-IF

           IF  XREF-FOUND
               IF  HELD-ADD-USED < 200
                   ADD 1 TO HELD-ADD-USED
                   MOVE CURRENT-RECORD
                       TO HELD-ADD-IMAGE(HELD-ADD-USED)
                   MOVE SPACE TO HELD-ADD-PAIRED-SW(HELD-ADD-USED)
               ELSE
                   DISPLAY 'CONVERT-DELTA: WARNING -- HELD-ADD TABLE'
                       ' FULL, KEY ' OUT-ACCOUNT-KEY OF CURRENT-RECORD
                       ' WRITTEN AS ADDED WITHOUT RENUMBER PAIRING'
                   PERFORM 2110-WRITE-ADDED-RECORD
               END-IF
           ELSE
               PERFORM 2110-WRITE-ADDED-RECORD
           END-IF
           .

       2110-WRITE-ADDED-RECORD.

           MOVE SPACES TO DELTA-RECORD
           SET DELTA-ACCOUNT-ADDED TO TRUE
           MOVE OUT-ACCOUNT-KEY OF CURRENT-RECORD
           ADD 1 TO DELTA-RECORD-COUNT
           .

      ******************************************************************
      * AN ACCOUNT ONLY IN THE PRIOR FILE. IF ITS KEY IS THE OLD KEY OF
      * A RENUMBER IT IS HELD FOR PAIRING AFTER THE MERGE; OTHERWISE
      * IT IS WRITTEN AS DELETED STRAIGHT AWAY.
      ******************************************************************
       2200-WRITE-DELETED.

           SET XREF-FOUND-SW TO SPACE
           IF  XREF-REQUESTED
               PERFORM 2620-MATCH-XREF-OLD-KEY
                   VARYING XREF-TABLE-INDEX FROM 1 BY 1
                   UNTIL XREF-TABLE-INDEX > XREF-TABLE-USED
                   OR XREF-FOUND
           END-IF

           IF  XREF-FOUND
               IF  HELD-DELETE-USED < 200
                   ADD 1 TO HELD-DELETE-USED
                   MOVE PRIOR-RECORD
                       TO HELD-DELETE-IMAGE(HELD-DELETE-USED)
               ELSE
                   DISPLAY 'CONVERT-DELTA: WARNING -- HELD-DELETE'
                       ' TABLE FULL, KEY ' OUT-ACCOUNT-KEY OF
                       PRIOR-RECORD ' WRITTEN AS DELETED WITHOUT'
                       ' RENUMBER PAIRING'
                   PERFORM 2210-WRITE-DELETED-RECORD
               END-IF
           ELSE
               PERFORM 2210-WRITE-DELETED-RECORD
           END-IF
           .

       2210-WRITE-DELETED-RECORD.

           MOVE SPACES TO DELTA-RECORD
           SET DELTA-ACCOUNT-DELETED TO TRUE
           MOVE OUT-ACCOUNT-KEY OF PRIOR-RECORD
                   NOT = OUT-AMOUNT OF CURRENT-RECORD
           OR OUT-EFFECTIVE-DATE OF PRIOR-RECORD
                   NOT = OUT-EFFECTIVE-DATE OF CURRENT-RECORD
           OR OUT-CURRENCY-CODE OF PRIOR-RECORD
                   NOT = OUT-CURRENCY-CODE OF CURRENT-RECORD
               MOVE SPACES TO DELTA-RECORD
               SET DELTA-ACCOUNT-CHANGED TO TRUE
               MOVE OUT-ACCOUNT-KEY OF CURRENT-RECORD
               TO DELTA-NEW-AMOUNT
           MOVE OUT-EFFECTIVE-DATE OF CURRENT-RECORD
               TO DELTA-NEW-EFFECTIVE-DATE
           MOVE OUT-CURRENCY-CODE OF CURRENT-RECORD
               TO DELTA-NEW-CURRENCY-CODE
           .

       2250-FILL-OLD-VALUES.
               TO DELTA-OLD-AMOUNT
           MOVE OUT-EFFECTIVE-DATE OF PRIOR-RECORD
               TO DELTA-OLD-EFFECTIVE-DATE
           MOVE OUT-CURRENCY-CODE OF PRIOR-RECORD
               TO DELTA-OLD-CURRENCY-CODE
           .

      ******************************************************************
      * PAIRS THE ACCOUNTS HELD BACK DURING THE MERGE. BOTH GENERATIONS
      * HAVE BEEN READ TO THEIR TRAILERS BY NOW, SO THEIR RECORD AREAS
      * ARE FREE TO CARRY A HELD IMAGE BACK THROUGH THE ORDINARY FILL
      * PARAGRAPHS. EACH HELD DELETE IS MATCHED TO A HELD ADD THROUGH
      * A CROSS-REFERENCE ENTRY EFFECTIVE BETWEEN THE TWO BUSINESS
      * DATES; WHATEVER DOES NOT PAIR IS WRITTEN AS D OR A.
      ******************************************************************
       2500-RESOLVE-HELD-ACCOUNTS.

           PERFORM 2510-RESOLVE-HELD-DELETE
               VARYING HELD-DELETE-INDEX FROM 1 BY 1
               UNTIL HELD-DELETE-INDEX > HELD-DELETE-USED
           PERFORM 2550-RELEASE-HELD-ADD
               VARYING HELD-ADD-INDEX FROM 1 BY 1
               UNTIL HELD-ADD-INDEX > HELD-ADD-USED
           .

       2510-RESOLVE-HELD-DELETE.

           MOVE HELD-DELETE-IMAGE(HELD-DELETE-INDEX) TO PRIOR-RECORD
           SET HELD-ADD-FOUND-SW TO SPACE
           MOVE ZERO TO HELD-ADD-FOUND-INDEX
           PERFORM 2520-TRY-ONE-XREF-ENTRY
               VARYING XREF-TABLE-INDEX FROM 1 BY 1
               UNTIL XREF-TABLE-INDEX > XREF-TABLE-USED
               OR HELD-ADD-FOUND

           IF  HELD-ADD-FOUND
               MOVE HELD-ADD-IMAGE(HELD-ADD-FOUND-INDEX)
                   TO CURRENT-RECORD
               SET HELD-ADD-PAIRED(HELD-ADD-FOUND-INDEX) TO TRUE
               PERFORM 2540-WRITE-RENUMBERED
           ELSE
               PERFORM 2210-WRITE-DELETED-RECORD
           END-IF
           .

       2520-TRY-ONE-XREF-ENTRY.

           IF  XREF-ENTRY-OLD-KEY(XREF-TABLE-INDEX)
                   = OUT-ACCOUNT-KEY OF PRIOR-RECORD
           AND XREF-ENTRY-DATE(XREF-TABLE-INDEX) > PRIOR-BUSINESS-DATE
           AND XREF-ENTRY-DATE(XREF-TABLE-INDEX)
                   NOT > CURRENT-BUSINESS-DATE
               PERFORM 2530-MATCH-HELD-ADD
                   VARYING HELD-ADD-INDEX FROM 1 BY 1
                   UNTIL HELD-ADD-INDEX > HELD-ADD-USED
                   OR HELD-ADD-FOUND
           END-IF
           .

       2530-MATCH-HELD-ADD.

           IF  NOT HELD-ADD-PAIRED(HELD-ADD-INDEX)
           AND HELD-ADD-IMAGE(HELD-ADD-INDEX)(2:10)
                   = XREF-ENTRY-NEW-KEY(XREF-TABLE-INDEX)
               SET HELD-ADD-FOUND TO TRUE
               MOVE HELD-ADD-INDEX TO HELD-ADD-FOUND-INDEX
           END-IF
           .

       2540-WRITE-RENUMBERED.

           MOVE SPACES TO DELTA-RECORD
           SET DELTA-ACCOUNT-RENUMBERED TO TRUE
           MOVE OUT-ACCOUNT-KEY OF CURRENT-RECORD
               TO DELTA-ACCOUNT-KEY
           MOVE OUT-ACCOUNT-KEY OF PRIOR-RECORD
               TO DELTA-RENUMBERED-FROM-KEY
           PERFORM 2250-FILL-OLD-VALUES
           PERFORM 2150-FILL-NEW-VALUES
           WRITE DELTA-RECORD
           ADD 1 TO RENUMBERED-COUNT
           ADD 1 TO DELTA-RECORD-COUNT
           .

       2550-RELEASE-HELD-ADD.

           IF  NOT HELD-ADD-PAIRED(HELD-ADD-INDEX)
               MOVE HELD-ADD-IMAGE(HELD-ADD-INDEX) TO CURRENT-RECORD
               PERFORM 2110-WRITE-ADDED-RECORD
           END-IF
           .

       2610-MATCH-XREF-NEW-KEY.

           IF  XREF-ENTRY-NEW-KEY(XREF-TABLE-INDEX)
                   = OUT-ACCOUNT-KEY OF CURRENT-RECORD
               SET XREF-FOUND TO TRUE
           END-IF
           .

       2620-MATCH-XREF-OLD-KEY.

           IF  XREF-ENTRY-OLD-KEY(XREF-TABLE-INDEX)
                   = OUT-ACCOUNT-KEY OF PRIOR-RECORD
               SET XREF-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      * WRITES THE CONTROL RECORD THAT CLOSES OUT THE DELTA FILE SO A
      * CONSUMER CAN CONFIRM IT RECEIVED EVERY CHANGE: ONE COUNT PER
      * CHANGE TYPE PLUS THE TOTAL DELTA RECORD COUNT, AND THE COUNT OF
      * ACCOUNTS LEFT UNCHANGED SO THE CURRENT FILE CAN BE TIED BACK.
      ******************************************************************
       1500-WRITE-DELTA-TRAILER.

           MOVE SPACES TO DELTA-RECORD
           SET DELTA-TRAILER TO TRUE
           MOVE ADDED-COUNT TO DELTA-TRAILER-ADD-COUNT
           MOVE DELETED-COUNT TO DELTA-TRAILER-DELETE-COUNT
           MOVE CHANGED-COUNT TO DELTA-TRAILER-CHANGE-COUNT
           MOVE DELTA-RECORD-COUNT TO DELTA-TRAILER-RECORD-COUNT
           MOVE RENUMBERED-COUNT TO DELTA-TRAILER-RENUMBER-COUNT
           MOVE CURRENT-BUSINESS-DATE TO DELTA-TRAILER-BUSINESS-DATE
           MOVE UNCHANGED-COUNT TO DELTA-TRAILER-UNCHANGED-COUNT
           WRITE DELTA-RECORD
           .

       1900-READ-PRIOR.
                           TO PRIOR-STATED-COUNT
                       MOVE OUT-CONTROL-TOTAL OF PRIOR-RECORD
                           TO PRIOR-STATED-TOTAL
                       MOVE OUT-TRAILER-BUSINESS-DATE OF PRIOR-RECORD
                           TO PRIOR-BUSINESS-DATE
                   ELSE
                       ADD 1 TO PRIOR-DETAIL-COUNT
                       ADD OUT-AMOUNT OF PRIOR-RECORD
                           TO CURRENT-STATED-COUNT
                       MOVE OUT-CONTROL-TOTAL OF CURRENT-RECORD
                           TO CURRENT-STATED-TOTAL
                       MOVE OUT-TRAILER-BUSINESS-DATE
                           OF CURRENT-RECORD TO CURRENT-BUSINESS-DATE
                   ELSE
                       ADD 1 TO CURRENT-DETAIL-COUNT
                       ADD OUT-AMOUNT OF CURRENT-RECORD
           DISPLAY " ACCOUNTS ADDED (A):     " ADDED-COUNT
           DISPLAY " ACCOUNTS DELETED (D):   " DELETED-COUNT
           DISPLAY " ACCOUNTS CHANGED (C):   " CHANGED-COUNT
           DISPLAY " ACCOUNTS RENUMBERED (R): " RENUMBERED-COUNT
           DISPLAY " ACCOUNTS UNCHANGED:     " UNCHANGED-COUNT
           DISPLAY "---------------------------------------------------"

