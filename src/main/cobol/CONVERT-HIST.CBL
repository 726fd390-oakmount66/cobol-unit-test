      *                IN THE DATED ARCHIVE FILES, WHICH CARRY THE
      *                SAME LAYOUT AND CAN BE NAMED AS
      *                AUDIT-FILENAME TO ANSWER AN OLDER INQUIRY.
      *   15 OCT 2026  A POSTING REVERSED BY CONVERT-BACK (ACTION R)
      *                PRINTS AS BACKED OUT WITH THE FIELDS IT PUT
      *                BACK; AN ADDED ACCOUNT THE BACKOUT REMOVED
      *                PRINTS AS BACKED OUT-REMOVED WITH NO CHANGE
      *                LINES, SINCE THERE IS NO AFTER-IMAGE TO SHOW.
      *   15 OCT 2026  FOLLOWS AN ACCOUNT ACROSS RENUMBERS (ACTION N
      *                WRITTEN BY CONVERT-APPLY). THE AUDIT TRAIL IS
      *                READ ONCE UP FRONT FOR ITS RENUMBER LINKS, AND
      *                EACH REQUESTED KEY IS WIDENED TO EVERY KEY THE
      *                ACCOUNT HAS HELD -- AN EARLIER KEY ONLY UP TO
      *                THE RENUMBER DATE, A LATER ONE ONLY FROM IT, SO
      *                A REUSED KEY DOES NOT PULL IN ANOTHER ACCOUNT.
      *                THE WHOLE CHAIN PRINTS AS ONE TIMELINE UNDER
      *                THE REQUESTED KEY; A POSTING MADE UNDER ANOTHER
      *                KEY IS MARKED WITH THAT KEY.
      *   15 OCT 2026  A MANUAL ADJUSTMENT APPLIED BY CONVERT-ADJ
      *                (ACTION M) PRINTS AS MANUAL ADJUSTMENT WITH THE
      *                MAKER AND CHECKER IDS AND THE FIELD IT CHANGED.
      *   15 OCT 2026  AN ACCOUNT REMOVED BY CONVERT-PURGE (ACTION P)
      *                PRINTS AS PURGED WITH NO CHANGE LINES, AND AN
      *                ADD THAT FOLLOWS A PURGE IN THE SAME TIMELINE
      *                PRINTS AS REACTIVATED-PURGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-HIST.
       01  SORT-RECORD.
           05  SORT-ACCOUNT-KEY          PIC X(10).
           05  SORT-ARRIVAL-SEQUENCE     PIC 9(09).
           05  SORT-POSTED-KEY           PIC X(10).
           05  SORT-RUN-DATE             PIC 9(08).
           05  SORT-ACTION               PIC X(01).
           05  SORT-BEFORE-IMAGE         PIC X(80).
           05  SORT-AFTER-IMAGE          PIC X(80).
           05  SORT-MAKER-ID             PIC X(08).
           05  SORT-CHECKER-ID           PIC X(08).

       WORKING-STORAGE SECTION.

      * REQUEST FILE THAT OVERFLOWS THE TABLE FAILS THE RUN RATHER
      * THAN QUIETLY ANSWERING ONLY PART OF IT -- AN AUDITOR'S
      * INQUIRY MUST BE COMPLETE OR REFUSED.
      *
      * EACH REQUEST ALSO CARRIES ITS CHAIN: EVERY KEY THE ACCOUNT HAS
      * HELD THROUGH RENUMBERING, WITH THE RUN-DATE WINDOW IN WHICH
      * THAT KEY WAS THE ACCOUNT'S. THE FIRST CHAIN ENTRY IS THE
      * REQUESTED KEY ITSELF, UNBOUNDED. BOUNDED AT 10 KEYS; A LONGER
      * CHAIN FAILS THE RUN FOR THE SAME REASON.
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 50 TIMES.
               10  REQUEST-ENTRY-KEY       PIC X(10).
               10  REQUEST-ENTRY-TO        PIC 9(08).
               10  REQUEST-ENTRY-HIT-SW    PIC X(01).
                   88  REQUEST-ENTRY-HIT    VALUE "Y".
               10  REQUEST-CHAIN-USED      PIC 9(04).
               10  REQUEST-CHAIN-ENTRY OCCURS 10 TIMES.
                   15  CHAIN-ENTRY-KEY      PIC X(10).
                   15  CHAIN-ENTRY-FROM     PIC 9(08).
                   15  CHAIN-ENTRY-TO       PIC 9(08).
       01  REQUEST-TABLE-USED            PIC 9(04) VALUE ZERO.
       01  REQUEST-TABLE-INDEX           PIC 9(04) VALUE ZERO.
       01  CHAIN-INDEX                   PIC 9(04) VALUE ZERO.
       01  CHAIN-FOUND-INDEX             PIC 9(04) VALUE ZERO.
       01  CHAIN-SEARCH-KEY              PIC X(10) VALUE SPACES.
       01  CHAIN-FOUND-SW                PIC X VALUE SPACE.
           88  CHAIN-FOUND               VALUE "Y".
       01  CHAIN-GREW-SW                 PIC X VALUE SPACE.
           88  CHAIN-GREW                VALUE "Y".
       01  OLD-KEY-IN-CHAIN-SW           PIC X VALUE SPACE.
           88  OLD-KEY-IN-CHAIN          VALUE "Y".
       01  NEW-KEY-IN-CHAIN-SW           PIC X VALUE SPACE.
           88  NEW-KEY-IN-CHAIN          VALUE "Y".

      * THE RENUMBER LINKS FOUND ON THE AUDIT TRAIL: OLD KEY, NEW KEY
      * AND THE RUN DATE THE ACCOUNT MOVED. BOUNDED AT 500; AN AUDIT
      * TRAIL WITH MORE FAILS THE RUN RATHER THAN ANSWERING WITH A
      * BROKEN CHAIN.
       01  RENUMBER-LINK-TABLE.
           05  RENUMBER-LINK OCCURS 500 TIMES.
               10  LINK-OLD-KEY            PIC X(10).
               10  LINK-NEW-KEY            PIC X(10).
               10  LINK-RUN-DATE           PIC 9(08).
       01  RENUMBER-LINK-USED            PIC 9(04) VALUE ZERO.
       01  RENUMBER-LINK-INDEX           PIC 9(04) VALUE ZERO.

       01  AUDIT-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  MATCHED-RECORD-COUNT          PIC 9(09) VALUE ZERO.
       01  ARRIVAL-SEQUENCE              PIC 9(09) VALUE ZERO.

      * CONTROL-BREAK STATE FOR THE TIMELINE: THE ACCOUNT CURRENTLY
      * PRINTING, ITS POSTING COUNT, AND THE ACTION OF ITS LAST
      * POSTING PRINTED.
       01  FIRST-TIMELINE-SW             PIC X VALUE "Y".
           88  FIRST-TIMELINE            VALUE "Y".
       01  BREAK-ACCOUNT-KEY             PIC X(10) VALUE SPACES.
       01  ACCOUNT-POSTING-COUNT         PIC 9(09) VALUE ZERO.
       01  PREVIOUS-ACTION               PIC X(01) VALUE SPACE.

      * THE BEFORE- AND AFTER-IMAGES DECODED WITH THE MASTER RECORD
      * LAYOUT, SO CHANGED FIELDS CAN BE COMPARED AND NAMED INSTEAD
           05  POSTING-RUN-DATE          PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  POSTING-ACTION-TEXT       PIC X(18).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  POSTING-ON-KEY-LABEL      PIC X(07).
           05  POSTING-ON-KEY            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  POSTING-MAKER-LABEL       PIC X(03).
           05  POSTING-MAKER-ID          PIC X(08).
           05  POSTING-CHECKER-LABEL     PIC X(13).
           05  POSTING-CHECKER-ID        PIC X(08).

       01  FIELD-CHANGE-LINE.
           05  FILLER                    PIC X(12) VALUE SPACES.
               GOBACK
           END-IF

           PERFORM 0800-LOAD-RENUMBER-LINKS
           PERFORM 0900-BUILD-ONE-CHAIN
               VARYING REQUEST-TABLE-INDEX FROM 1 BY 1
               UNTIL REQUEST-TABLE-INDEX > REQUEST-TABLE-USED

           OPEN OUTPUT RESPONSE-FILE
           .

           PERFORM 0600-READ-REQUEST
           .

      ******************************************************************
      * FIRST PASS OVER THE AUDIT TRAIL, COLLECTING ITS RENUMBER
      * LINKS. ONLY THE N RECORD ON THE OLD KEY IS A LINK: ITS
      * AFTER-IMAGE CARRIES THE NEW KEY. THE MATCHING N RECORD ON THE
      * NEW KEY (BEFORE-IMAGE SPACES) ADDS NOTHING HERE.
      ******************************************************************
       0800-LOAD-RENUMBER-LINKS.

           OPEN INPUT AUDIT-FILE
           PERFORM 1900-READ-AUDIT
           PERFORM 0850-LOAD-ONE-LINK UNTIL END-OF-AUDIT
           CLOSE AUDIT-FILE
           MOVE SPACE TO EOF-AUDIT-SW
           MOVE ZERO TO AUDIT-RECORD-COUNT
           .

       0850-LOAD-ONE-LINK.

           IF  AUDIT-ACCOUNT-RENUMBERED
           AND AUDIT-BEFORE-IMAGE NOT = SPACES
               IF  RENUMBER-LINK-USED >= 500
                   DISPLAY 'CONVERT-HIST: MORE THAN 500 RENUMBER'
                       ' LINKS ON THE AUDIT TRAIL -- TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE AUDIT-AFTER-IMAGE TO AFTER-IMAGE-DETAIL
               ADD 1 TO RENUMBER-LINK-USED
               MOVE AUDIT-ACCOUNT-KEY
                   TO LINK-OLD-KEY(RENUMBER-LINK-USED)
               MOVE MASTER-ACCOUNT-KEY OF AFTER-IMAGE-DETAIL
                   TO LINK-NEW-KEY(RENUMBER-LINK-USED)
               MOVE AUDIT-RUN-DATE
                   TO LINK-RUN-DATE(RENUMBER-LINK-USED)
           END-IF
           PERFORM 1900-READ-AUDIT
           .

      ******************************************************************
      * BUILDS ONE REQUEST'S CHAIN. STARTING FROM THE REQUESTED KEY,
      * EVERY LINK WITH ONE KEY ALREADY IN THE CHAIN ADDS THE OTHER --
      * A LATER KEY FROM THE RENUMBER DATE ON, AN EARLIER KEY UP TO
      * IT -- AND THE LINKS ARE SWEPT AGAIN UNTIL A SWEEP ADDS
      * NOTHING, SO A KEY RENUMBERED MORE THAN ONCE IS FOLLOWED TO
      * THE END IN EITHER DIRECTION.
      ******************************************************************
       0900-BUILD-ONE-CHAIN.

           MOVE 1 TO REQUEST-CHAIN-USED(REQUEST-TABLE-INDEX)
           MOVE REQUEST-ENTRY-KEY(REQUEST-TABLE-INDEX)
               TO CHAIN-ENTRY-KEY(REQUEST-TABLE-INDEX, 1)
           MOVE ZERO TO CHAIN-ENTRY-FROM(REQUEST-TABLE-INDEX, 1)
           MOVE 99999999 TO CHAIN-ENTRY-TO(REQUEST-TABLE-INDEX, 1)

           SET CHAIN-GREW TO TRUE
           PERFORM 0910-SWEEP-RENUMBER-LINKS UNTIL NOT CHAIN-GREW
           .

       0910-SWEEP-RENUMBER-LINKS.

           SET CHAIN-GREW-SW TO SPACE
           PERFORM 0920-APPLY-ONE-LINK
               VARYING RENUMBER-LINK-INDEX FROM 1 BY 1
               UNTIL RENUMBER-LINK-INDEX > RENUMBER-LINK-USED
           .

       0920-APPLY-ONE-LINK.

           MOVE LINK-OLD-KEY(RENUMBER-LINK-INDEX) TO CHAIN-SEARCH-KEY
           PERFORM 0950-SEARCH-CHAIN
           MOVE CHAIN-FOUND-SW TO OLD-KEY-IN-CHAIN-SW
           MOVE LINK-NEW-KEY(RENUMBER-LINK-INDEX) TO CHAIN-SEARCH-KEY
           PERFORM 0950-SEARCH-CHAIN
           MOVE CHAIN-FOUND-SW TO NEW-KEY-IN-CHAIN-SW

           IF  OLD-KEY-IN-CHAIN AND NOT NEW-KEY-IN-CHAIN
               PERFORM 0930-ADD-CHAIN-ENTRY
               MOVE LINK-NEW-KEY(RENUMBER-LINK-INDEX)
                   TO CHAIN-ENTRY-KEY(REQUEST-TABLE-INDEX, CHAIN-INDEX)
               MOVE LINK-RUN-DATE(RENUMBER-LINK-INDEX)
                   TO CHAIN-ENTRY-FROM(REQUEST-TABLE-INDEX,
                       CHAIN-INDEX)
               MOVE 99999999
                   TO CHAIN-ENTRY-TO(REQUEST-TABLE-INDEX, CHAIN-INDEX)
           END-IF

           IF  NEW-KEY-IN-CHAIN AND NOT OLD-KEY-IN-CHAIN
               PERFORM 0930-ADD-CHAIN-ENTRY
               MOVE LINK-OLD-KEY(RENUMBER-LINK-INDEX)
                   TO CHAIN-ENTRY-KEY(REQUEST-TABLE-INDEX, CHAIN-INDEX)
               MOVE ZERO
                   TO CHAIN-ENTRY-FROM(REQUEST-TABLE-INDEX,
                       CHAIN-INDEX)
               MOVE LINK-RUN-DATE(RENUMBER-LINK-INDEX)
                   TO CHAIN-ENTRY-TO(REQUEST-TABLE-INDEX, CHAIN-INDEX)
           END-IF
           .

       0930-ADD-CHAIN-ENTRY.

           IF  REQUEST-CHAIN-USED(REQUEST-TABLE-INDEX) >= 10
               DISPLAY 'CONVERT-HIST: ACCOUNT '
                   REQUEST-ENTRY-KEY(REQUEST-TABLE-INDEX)
                   ' HAS HELD MORE THAN 10 KEYS -- CHAIN TABLE FULL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO REQUEST-CHAIN-USED(REQUEST-TABLE-INDEX)
           MOVE REQUEST-CHAIN-USED(REQUEST-TABLE-INDEX) TO CHAIN-INDEX
           SET CHAIN-GREW TO TRUE
           .

       0950-SEARCH-CHAIN.

           SET CHAIN-FOUND-SW TO SPACE
           MOVE ZERO TO CHAIN-FOUND-INDEX
           PERFORM 0960-MATCH-CHAIN-KEY
               VARYING CHAIN-INDEX FROM 1 BY 1
               UNTIL CHAIN-INDEX
                       > REQUEST-CHAIN-USED(REQUEST-TABLE-INDEX)
               OR CHAIN-FOUND
           .

       0960-MATCH-CHAIN-KEY.

           IF  CHAIN-ENTRY-KEY(REQUEST-TABLE-INDEX, CHAIN-INDEX)
                   = CHAIN-SEARCH-KEY
               SET CHAIN-FOUND TO TRUE
               MOVE CHAIN-INDEX TO CHAIN-FOUND-INDEX
           END-IF
           .

       0600-READ-REQUEST.

           READ REQUEST-FILE
           .

      ******************************************************************
      * SORT INPUT PROCEDURE: READS THE AUDIT TRAIL, RELEASING EVERY
      * RECORD WHOSE KEY IS IN A REQUEST'S CHAIN INSIDE THAT KEY'S
      * WINDOW AND WHOSE RUN DATE SITS INSIDE THE REQUEST'S RANGE. IT
      * IS RELEASED UNDER THE REQUESTED KEY, CARRYING THE KEY IT WAS
      * POSTED UNDER. THE ARRIVAL SEQUENCE IS STAMPED ON EACH
      * RELEASED RECORD SO THE SORT CANNOT RESHUFFLE SAME-DAY
      * POSTINGS.
      ******************************************************************
       1000-SELECT-AUDIT SECTION.
       1010-SELECT-RECORDS.

       1100-SELECT-ONE-RECORD.

           IF  NOT AUDIT-CARRIED-FORWARD
               PERFORM 1200-MATCH-ONE-REQUEST
                   VARYING REQUEST-TABLE-INDEX FROM 1 BY 1
                   UNTIL REQUEST-TABLE-INDEX > REQUEST-TABLE-USED
           END-IF

           PERFORM 1900-READ-AUDIT
           .

       1200-MATCH-ONE-REQUEST.

           MOVE AUDIT-ACCOUNT-KEY TO CHAIN-SEARCH-KEY
           PERFORM 0950-SEARCH-CHAIN

           IF  CHAIN-FOUND
           AND AUDIT-RUN-DATE NOT <
                   CHAIN-ENTRY-FROM(REQUEST-TABLE-INDEX,
                       CHAIN-FOUND-INDEX)
           AND AUDIT-RUN-DATE NOT >
                   CHAIN-ENTRY-TO(REQUEST-TABLE-INDEX,
                       CHAIN-FOUND-INDEX)
           AND AUDIT-RUN-DATE NOT <
                   REQUEST-ENTRY-FROM(REQUEST-TABLE-INDEX)
           AND AUDIT-RUN-DATE NOT >
                   REQUEST-ENTRY-TO(REQUEST-TABLE-INDEX)
               SET REQUEST-ENTRY-HIT(REQUEST-TABLE-INDEX) TO TRUE
               ADD 1 TO ARRIVAL-SEQUENCE
               MOVE REQUEST-ENTRY-KEY(REQUEST-TABLE-INDEX)
                   TO SORT-ACCOUNT-KEY
               MOVE ARRIVAL-SEQUENCE TO SORT-ARRIVAL-SEQUENCE
               MOVE AUDIT-ACCOUNT-KEY TO SORT-POSTED-KEY
               MOVE AUDIT-RUN-DATE TO SORT-RUN-DATE
               MOVE AUDIT-ACTION TO SORT-ACTION
               MOVE AUDIT-BEFORE-IMAGE TO SORT-BEFORE-IMAGE
               MOVE AUDIT-AFTER-IMAGE TO SORT-AFTER-IMAGE
               MOVE AUDIT-MAKER-ID TO SORT-MAKER-ID
               MOVE AUDIT-CHECKER-ID TO SORT-CHECKER-ID
               RELEASE SORT-RECORD
               ADD 1 TO MATCHED-RECORD-COUNT
           END-IF
           .

       1900-READ-AUDIT.
           MOVE SORT-RUN-DATE TO POSTING-RUN-DATE
           EVALUATE SORT-ACTION
               WHEN "A"
                   IF  PREVIOUS-ACTION = "P"
                       MOVE "REACTIVATED-PURGED"
                           TO POSTING-ACTION-TEXT
                   ELSE
                       MOVE "ADDED" TO POSTING-ACTION-TEXT
                   END-IF
               WHEN "U"
                   MOVE "UPDATED" TO POSTING-ACTION-TEXT
               WHEN "F"
                   MOVE "FLAGGED INACTIVE" TO POSTING-ACTION-TEXT
               WHEN "N"
                   IF  SORT-BEFORE-IMAGE = SPACES
                       MOVE "RENUMBERED-NEW KEY"
                           TO POSTING-ACTION-TEXT
                   ELSE
                       MOVE "RENUMBERED" TO POSTING-ACTION-TEXT
                   END-IF
               WHEN "R"
                   IF  SORT-AFTER-IMAGE = SPACES
                       MOVE "BACKED OUT-REMOVED"
                           TO POSTING-ACTION-TEXT
                   ELSE
                       MOVE "BACKED OUT" TO POSTING-ACTION-TEXT
                   END-IF
               WHEN "M"
                   MOVE "MANUAL ADJUSTMENT" TO POSTING-ACTION-TEXT
               WHEN "P"
                   MOVE "PURGED" TO POSTING-ACTION-TEXT
               WHEN OTHER
                   MOVE SORT-ACTION TO POSTING-ACTION-TEXT
           END-EVALUATE
           IF  SORT-POSTED-KEY = SORT-ACCOUNT-KEY
               MOVE SPACES TO POSTING-ON-KEY-LABEL
               MOVE SPACES TO POSTING-ON-KEY
           ELSE
               MOVE "ON KEY" TO POSTING-ON-KEY-LABEL
               MOVE SORT-POSTED-KEY TO POSTING-ON-KEY
           END-IF
           IF  SORT-ACTION = "M"
               MOVE "BY" TO POSTING-MAKER-LABEL
               MOVE SORT-MAKER-ID TO POSTING-MAKER-ID
               MOVE " APPROVED BY" TO POSTING-CHECKER-LABEL
               MOVE SORT-CHECKER-ID TO POSTING-CHECKER-ID
           ELSE
               MOVE SPACES TO POSTING-MAKER-LABEL
               MOVE SPACES TO POSTING-MAKER-ID
               MOVE SPACES TO POSTING-CHECKER-LABEL
               MOVE SPACES TO POSTING-CHECKER-ID
           END-IF
           MOVE SPACES TO RESPONSE-RECORD
           MOVE POSTING-LINE TO RESPONSE-RECORD
           WRITE RESPONSE-RECORD

           EVALUATE TRUE
               WHEN SORT-ACTION = "A"
                   PERFORM 3500-WRITE-INITIAL-VALUES
               WHEN SORT-AFTER-IMAGE = SPACES
                   CONTINUE
               WHEN SORT-ACTION = "N"
               AND SORT-BEFORE-IMAGE = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 3400-WRITE-CHANGED-FIELDS
           END-EVALUATE

           MOVE SORT-ACTION TO PREVIOUS-ACTION
           ADD 1 TO ACCOUNT-POSTING-COUNT
           .

           MOVE ACCOUNT-COUNT-LINE TO RESPONSE-RECORD
           WRITE RESPONSE-RECORD
           MOVE ZERO TO ACCOUNT-POSTING-COUNT
           MOVE SPACE TO PREVIOUS-ACTION
           .

      ******************************************************************
      * COMPARES THE BEFORE- AND AFTER-IMAGES FIELD BY FIELD AND
      * WRITES ONE CHANGE LINE PER FIELD THAT MOVED -- THE FIELDS
      * DOWNSTREAM CARES ABOUT, THE SAME SET CONVERT-DELTA COMPARES,
      * PLUS THE ACTIVE FLAG THE POSTING ITSELF MAINTAINS AND THE KEY,
      * WHICH MOVES ONLY ON A RENUMBER.
      ******************************************************************
       3400-WRITE-CHANGED-FIELDS.

           IF  MASTER-ACCOUNT-KEY OF BEFORE-IMAGE-DETAIL
                   NOT = MASTER-ACCOUNT-KEY OF AFTER-IMAGE-DETAIL
               MOVE "KEY" TO CHANGE-FIELD-NAME
               MOVE MASTER-ACCOUNT-KEY OF BEFORE-IMAGE-DETAIL
                   TO CHANGE-OLD-VALUE
               MOVE MASTER-ACCOUNT-KEY OF AFTER-IMAGE-DETAIL
                   TO CHANGE-NEW-VALUE
               PERFORM 3600-WRITE-CHANGE-LINE
           END-IF

           IF  MASTER-CUSTOMER-NAME OF BEFORE-IMAGE-DETAIL
                   NOT = MASTER-CUSTOMER-NAME OF AFTER-IMAGE-DETAIL
               MOVE "NAME" TO CHANGE-FIELD-NAME
