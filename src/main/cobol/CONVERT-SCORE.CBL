      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   PER-FEED DATA-QUALITY SCORECARD FOR THE REGIONAL
      *            FEEDS CONVERT-CONS MERGES. ONCE THE REGIONS ARRIVE
      *            AS ONE CONSOLIDATED FEED, CONVERT'S REJECT COUNTS
      *            AND THE RUN HISTORY CONVERT-TREND WATCHES SAY
      *            NOTHING ABOUT WHICH REGION SENT THE BAD RECORDS.
      *            THIS PROGRAM KEEPS THAT HISTORY PER FEED AND
      *            PRINTS THE MONTHLY SCORECARD WE TAKE TO THE
      *            UPSTREAM SHOPS. IT RUNS IN ONE OF TWO MODES:
      *
      *            COLLECT, EACH NIGHT AFTER CONVERT, READS WHAT THE
      *            NIGHT'S STEPS LEFT BEHIND AND APPENDS ONE HISTORY
      *            RECORD PER FEED (FEEDHIST COPYBOOK):
      *              CONVERT-CONS   RECORDS SENT, FROM THE FEED COUNT
      *                             RECORDS AT THE END OF ITS
      *                             INCIDENTS FILE, AND DUPLICATE-KEY
      *                             INCIDENTS, COUNTED AGAINST THE
      *                             FEED WHOSE COPY WAS REJECTED
      *              CONVERT        REJECTS BY REASON CODE R001-R005,
      *                             BY THE FEED ID ON EACH REJECT
      *              CONVERT-RECYC  RECORDS RECYCLED (ITS EXTRACT) AND
      *                             ESCALATED (ITS ESCALATION REPORT),
      *                             BY THE FEED ID EACH RECORD CARRIES
      *            A RECORD WITH NO FEED ID (ONE REJECTED BEFORE FEED
      *            IDS WERE CARRIED) IS COUNTED UNDER FEED "UNKNOWN".
      *
      *            REPORT PRINTS THE SCORECARD FOR A MONTH ON A
      *            132-COLUMN PRINT FILE WITH THE SAME PAGE HEADINGS
      *            AS CONVERT-AGED: ONE LINE PER FEED, RANKED WORST
      *            FIRST BY REJECT RATE (REJECTS R001-R005 AS A
      *            PERCENTAGE OF RECORDS SENT), WITH THE REJECTS BY
      *            REASON, DUPLICATES, RECYCLED AND ESCALATED COUNTS,
      *            THE PRIOR MONTH'S RATE AND THE TREND AGAINST IT,
      *            THEN A TOTAL LINE FOR ALL FEEDS. FEEDS THAT SENT IN
      *            THE PRIOR MONTH BUT NOT THIS ONE ARE LISTED AFTER
      *            THE RANKING SO A REGION THAT WENT QUIET IS SEEN.
      *
      * USAGE:     CONVERT-SCORE COLLECT HISTORY-FILENAME
      *            BUSINESS-DATE INCIDENTS-FILENAME REJECTS-FILENAME
      *            [RECYCLE-EXTRACT-FILENAME [ESCALATION-FILENAME]]
      *
      *            CONVERT-SCORE REPORT HISTORY-FILENAME
      *            REPORT-FILENAME SCORECARD-MONTH
      *
      *            BUSINESS-DATE IS CCYYMMDD AND MUST MATCH THE
      *            BUSINESS DATE ON THE INCIDENTS FILE'S FEED COUNT
      *            RECORDS AND ON THE RECYCLE EXTRACT'S HEADER. THE
      *            HISTORY FILE IS CREATED ON THE FIRST NIGHT; A
      *            BUSINESS DATE NOT LATER THAN THE NEWEST ONE ALREADY
      *            COLLECTED IS REFUSED, SO A RERUN CANNOT COUNT A
      *            NIGHT TWICE. A REJECTS FILE, RECYCLE EXTRACT OR
      *            ESCALATION REPORT THAT DOES NOT EXIST IS TREATED AS
      *            EMPTY (A CLEAN NIGHT WRITES NONE); NONE MAY BE
      *            GIVEN FOR THE RECYCLE EXTRACT TO NAME AN ESCALATION
      *            REPORT WITHOUT ONE. SCORECARD-MONTH IS CCYYMM.
      *
      *            RETURN-CODE IS 8 WHEN COLLECT REFUSES A NIGHT
      *            ALREADY COLLECTED (THE HISTORY IS LEFT UNTOUCHED),
      *            4 WHEN REPORT FINDS NO HISTORY FOR THE MONTH, 16
      *            FOR BAD ARGUMENTS, A FILE THAT CANNOT BE OPENED, AN
      *            INCIDENTS FILE WITH NO FEED COUNTS, A FILE FOR THE
      *            WRONG BUSINESS DATE, OR MORE FEEDS THAN THE TABLES
      *            HOLD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-SCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEED-HISTORY-FILE
               ASSIGN TO DYNAMIC HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-HISTORY-STATUS.

           SELECT INCIDENTS-FILE
               ASSIGN TO DYNAMIC INCIDENTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENTS-FILE-STATUS.

           SELECT REJECTS-FILE
               ASSIGN TO DYNAMIC REJECTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTS-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT ESCALATION-FILE
               ASSIGN TO DYNAMIC ESCALATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATION-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO "CONVERT-SCORE-SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  FEED-HISTORY-FILE.
       01  FEED-HISTORY-RECORD.
           COPY FEEDHIST.

      * SAME LAYOUT AS THE INCIDENTS FILE CONVERT-CONS WRITES: THE
      * CROSS-FEED DUPLICATES, THEN THE FEED COUNT AND RUN TOTAL
      * RECORDS THAT CLOSE THE FILE.
       FD  INCIDENTS-FILE.
       01  INCIDENT-RECORD.
           05  INCIDENT-REASON-CODE      PIC X(04).
               88  INCIDENT-CROSS-FEED-DUPLICATE VALUE "C001".
               88  INCIDENT-FEED-COUNTS  VALUE "FEED".
               88  INCIDENT-RUN-TOTALS   VALUE "TOTL".
           05  INCIDENT-KEPT-FEED        PIC 9(02).
           05  INCIDENT-DUP-FEED         PIC 9(02).
           05  INCIDENT-REASON-TEXT      PIC X(30).
           05  INCIDENT-RAW-INPUT        PIC X(80).
           05  INCIDENT-KEPT-FEED-ID     PIC X(08).
           05  INCIDENT-DUP-FEED-ID      PIC X(08).
       01  INCIDENT-COUNT-RECORD.
           05  INCIDENT-COUNT-CODE       PIC X(04).
           05  INCIDENT-COUNT-FEED       PIC 9(02).
           05  INCIDENT-COUNT-FEED-ID    PIC X(08).
           05  INCIDENT-COUNT-BUSINESS-DATE
                                         PIC 9(08).
           05  INCIDENT-COUNT-READ       PIC 9(09).
           05  INCIDENT-COUNT-DUPLICATES PIC 9(09).
           05  INCIDENT-COUNT-WRITTEN    PIC 9(09).
           05  FILLER                    PIC X(85).

      * SAME LAYOUT AS THE REJECTS FILE CONVERT WRITES.
       FD  REJECTS-FILE.
       01  REJECT-RECORD.
           05  REJECT-REASON-CODE        PIC X(04).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-RAW-INPUT          PIC X(80).
           05  REJECT-FEED-ID            PIC X(08).

      * THE RECYCLE EXTRACT CONVERT-RECYC WRITES: A HEADER, THEN THE
      * RECORDS IT RECYCLED.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           COPY INPUT.
       01  EXTRACT-HEADER-RECORD.
           COPY INHDR.

      * ONE LINE PER RECORD CONVERT-RECYC ESCALATED, IN THE LAYOUT OF
      * ITS ESCALATION DETAIL LINE.
       FD  ESCALATION-FILE.
       01  ESCALATION-LINE.
           05  FILLER                    PIC X(01).
           05  ESCALATION-ACCOUNT-KEY    PIC X(10).
           05  FILLER                    PIC X(02).
           05  ESCALATION-REASON-CODE    PIC X(04).
           05  FILLER                    PIC X(55).
           05  ESCALATION-FEED-ID        PIC X(08).
           05  FILLER                    PIC X(52).

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(132).

      * ONE RECORD PER FEED WITH HISTORY IN THE MONTH, RANKED WORST
      * REJECT RATE FIRST, FEED ID WITHIN RATE.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-REJECT-RATE          PIC 9(03)V99.
           05  SORT-FEED-ID              PIC X(08).
           05  SORT-TABLE-INDEX          PIC 9(04).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  MODE-ARGUMENT            PIC X(10).
           05  HISTORY-FILENAME         PIC X(120).
           05  MODE-ARGUMENTS           PIC X(370).
       01  COLLECT-ARGUMENTS.
           05  BUSINESS-DATE-ARGUMENT   PIC X(10).
           05  INCIDENTS-FILENAME       PIC X(120).
           05  REJECTS-FILENAME         PIC X(120).
           05  EXTRACT-FILENAME         PIC X(120).
           05  ESCALATION-FILENAME      PIC X(120).
       01  REPORT-ARGUMENTS.
           05  REPORT-FILENAME          PIC X(120).
           05  MONTH-ARGUMENT           PIC X(10).

       01  RUN-MODE-SW                  PIC X VALUE SPACE.
           88  COLLECT-MODE             VALUE "C".
           88  REPORT-MODE              VALUE "R".

       01  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  UNKNOWN-FEED-ID              PIC X(08) VALUE "UNKNOWN".

      * THE SCORECARD MONTH AND THE ONE BEFORE IT, AS CCYYMM.
       01  SCORECARD-MONTH              PIC 9(06) VALUE ZERO.
       01  SCORECARD-MONTH-PARTS REDEFINES SCORECARD-MONTH.
           05  SCORECARD-YEAR           PIC 9(04).
           05  SCORECARD-MONTH-NUMBER   PIC 9(02).
       01  PRIOR-MONTH                  PIC 9(06) VALUE ZERO.
       01  PRIOR-MONTH-PARTS REDEFINES PRIOR-MONTH.
           05  PRIOR-YEAR               PIC 9(04).
           05  PRIOR-MONTH-NUMBER       PIC 9(02).
       01  HISTORY-MONTH                PIC 9(06) VALUE ZERO.

       01  FEED-HISTORY-STATUS           PIC X(2) VALUE "00".
       01  INCIDENTS-FILE-STATUS         PIC X(2) VALUE "00".
       01  REJECTS-FILE-STATUS           PIC X(2) VALUE "00".
       01  EXTRACT-FILE-STATUS           PIC X(2) VALUE "00".
       01  ESCALATION-FILE-STATUS        PIC X(2) VALUE "00".
       01  EOF-HISTORY-SW                PIC X VALUE SPACE.
           88  END-OF-HISTORY            VALUE "Y".
       01  EOF-INCIDENTS-SW              PIC X VALUE SPACE.
           88  END-OF-INCIDENTS          VALUE "Y".
       01  EOF-REJECTS-SW                PIC X VALUE SPACE.
           88  END-OF-REJECTS            VALUE "Y".
       01  EOF-EXTRACT-SW                PIC X VALUE SPACE.
           88  END-OF-EXTRACT            VALUE "Y".
       01  EOF-ESCALATION-SW             PIC X VALUE SPACE.
           88  END-OF-ESCALATION         VALUE "Y".
       01  HISTORY-EXISTS-SW             PIC X VALUE SPACE.
           88  HISTORY-EXISTS            VALUE "Y".
       01  SORT-DETAILS-DONE-SW          PIC X VALUE SPACE.
           88  SORT-DETAILS-DONE         VALUE "Y".

      * THE FEEDS SEEN: FOR COLLECT, TONIGHT'S FIGURES; FOR REPORT,
      * THE MONTH'S AND THE PRIOR MONTH'S, SIDE BY SIDE. BOUNDED AT
      * 50 FEEDS -- CONVERT-CONS TAKES FIVE A NIGHT, SO THIS HOLDS
      * YEARS OF REGIONS COMING AND GOING.
       01  FEED-TABLE.
           05  FEED-ENTRY OCCURS 50 TIMES.
               10  FEED-ENTRY-ID             PIC X(08).
               10  FEED-ENTRY-SENT           PIC 9(09).
               10  FEED-ENTRY-REASON         PIC 9(09) OCCURS 5 TIMES.
               10  FEED-ENTRY-DUPLICATES     PIC 9(09).
               10  FEED-ENTRY-RECYCLED       PIC 9(09).
               10  FEED-ENTRY-ESCALATED      PIC 9(09).
               10  FEED-ENTRY-PRIOR-SENT     PIC 9(09).
               10  FEED-ENTRY-PRIOR-REJECTS  PIC 9(09).
       01  FEED-TABLE-USED               PIC 9(04) VALUE ZERO.
       01  FEED-TABLE-INDEX              PIC 9(04) VALUE ZERO.
       01  FEED-FOUND-INDEX              PIC 9(04) VALUE ZERO.
       01  FEED-FOUND-SW                 PIC X VALUE SPACE.
           88  FEED-FOUND                VALUE "Y".
       01  LOOKUP-FEED-ID                PIC X(08) VALUE SPACES.
       01  REASON-INDEX                  PIC 9(01) VALUE ZERO.

       01  NEWEST-HISTORY-DATE           PIC 9(08) VALUE ZERO.
       01  HISTORY-RECORD-COUNT          PIC 9(09) VALUE ZERO.
       01  HISTORY-WRITTEN-COUNT         PIC 9(09) VALUE ZERO.
       01  FEED-COUNT-RECORDS            PIC 9(09) VALUE ZERO.
       01  DUPLICATE-INCIDENT-COUNT      PIC 9(09) VALUE ZERO.
       01  REJECT-RECORD-COUNT           PIC 9(09) VALUE ZERO.
       01  UNKNOWN-REASON-COUNT          PIC 9(09) VALUE ZERO.
       01  RECYCLED-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01  ESCALATED-RECORD-COUNT        PIC 9(09) VALUE ZERO.
       01  LAST-COUNTED-DATE             PIC 9(08) VALUE ZERO.
       01  MONTH-NIGHT-COUNT             PIC 9(04) VALUE ZERO.
       01  PRIOR-NIGHT-COUNT             PIC 9(04) VALUE ZERO.
       01  LAST-PRIOR-DATE               PIC 9(08) VALUE ZERO.

      * THE FIGURES FOR ONE SCORECARD LINE.
       01  LINE-REJECTS                  PIC 9(09) VALUE ZERO.
       01  LINE-RATE                     PIC 9(03)V99 VALUE ZERO.
       01  LINE-PRIOR-RATE               PIC 9(03)V99 VALUE ZERO.
       01  LINE-CHANGE                   PIC S9(03)V99 VALUE ZERO.
       01  RANK-NUMBER                   PIC 9(04) VALUE ZERO.

      * ALL FEEDS TOGETHER FOR THE TOTAL LINE.
       01  TOTAL-SENT                    PIC 9(09) VALUE ZERO.
       01  TOTAL-REASON-TABLE.
           05  TOTAL-REASON              PIC 9(09) OCCURS 5 TIMES
                                         VALUE ZERO.
       01  TOTAL-DUPLICATES              PIC 9(09) VALUE ZERO.
       01  TOTAL-RECYCLED                PIC 9(09) VALUE ZERO.
       01  TOTAL-ESCALATED               PIC 9(09) VALUE ZERO.
       01  TOTAL-PRIOR-SENT              PIC 9(09) VALUE ZERO.
       01  TOTAL-PRIOR-REJECTS           PIC 9(09) VALUE ZERO.
       01  QUIET-FEED-COUNT              PIC 9(04) VALUE ZERO.

       01  PAGE-NUMBER                   PIC 9(04) VALUE ZERO.
       01  LINES-ON-PAGE                 PIC 9(02) VALUE ZERO.
       01  PAGE-LINE-LIMIT               PIC 9(02) VALUE 58.

       01  HEADING-LINE-1.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(42)
               VALUE "CONVERT-SCORE  FEED DATA-QUALITY SCORECARD".
           05  FILLER                    PIC X(41) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "MONTH ".
           05  HEADING-MONTH             PIC 9(06).
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  HEADING-PAGE-NUMBER       PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                    PIC X(05) VALUE " RANK".
           05  FILLER                    PIC X(08) VALUE " FEED".
           05  FILLER                    PIC X(12)
               VALUE "        SENT".
           05  FILLER                    PIC X(40) VALUE
               "    R001    R002    R003    R004    R005".
           05  FILLER                    PIC X(08) VALUE " REJECTS".
           05  FILLER                    PIC X(07) VALUE "  RATE%".
           05  FILLER                    PIC X(08) VALUE "    DUPS".
           05  FILLER                    PIC X(08) VALUE " RECYCLD".
           05  FILLER                    PIC X(08) VALUE " ESCALTD".
           05  FILLER                    PIC X(07) VALUE " PRIOR%".
           05  FILLER                    PIC X(08) VALUE "  CHANGE".
           05  FILLER                    PIC X(09) VALUE " TREND".
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-RANK               PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-SENT               PIC ZZ,ZZZ,ZZ9.
           05  DETAIL-REASON-GROUP OCCURS 5 TIMES.
               10  FILLER                PIC X(01).
               10  DETAIL-REASON         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-REJECTS            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-RATE               PIC ZZ9.99.
           05  DETAIL-RATE-X REDEFINES DETAIL-RATE
                                         PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-DUPLICATES         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-RECYCLED           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-ESCALATED          PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-PRIOR-RATE         PIC ZZ9.99.
           05  DETAIL-PRIOR-RATE-X REDEFINES DETAIL-PRIOR-RATE
                                         PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-CHANGE             PIC ZZ9.99-.
           05  DETAIL-CHANGE-X REDEFINES DETAIL-CHANGE
                                         PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-TREND              PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  SECTION-HEADING-TEXT      PIC X(80).
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  NIGHTS-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(18)
               VALUE "NIGHTS COLLECTED: ".
           05  NIGHTS-MONTH-COUNT        PIC ZZZ9.
           05  FILLER                    PIC X(12)
               VALUE " THIS MONTH,".
           05  NIGHTS-PRIOR-COUNT        PIC ZZZ9.
           05  FILLER                    PIC X(13)
               VALUE " PRIOR MONTH ".
           05  NIGHTS-PRIOR-MONTH        PIC 9(06).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  BLANK-LINE                    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
       0010-MAINLINE.

           PERFORM 0500-INITIALIZE

           IF  COLLECT-MODE
               PERFORM 1000-COLLECT-NIGHT
           ELSE
               PERFORM 2000-LOAD-MONTHS
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SORT-REJECT-RATE
                   ON ASCENDING KEY SORT-FEED-ID
                   INPUT PROCEDURE IS 3000-RANK-FEEDS
                   OUTPUT PROCEDURE IS 4000-PRINT-SCORECARD
           END-IF

           PERFORM 9000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO MODE-ARGUMENT HISTORY-FILENAME
           END-UNSTRING

           EVALUATE MODE-ARGUMENT
               WHEN "COLLECT"
                   SET COLLECT-MODE TO TRUE
                   UNSTRING ARGS DELIMITED BY SPACE
                       INTO MODE-ARGUMENT HISTORY-FILENAME
                           BUSINESS-DATE-ARGUMENT INCIDENTS-FILENAME
                           REJECTS-FILENAME EXTRACT-FILENAME
                           ESCALATION-FILENAME
                   END-UNSTRING
               WHEN "REPORT"
                   SET REPORT-MODE TO TRUE
                   UNSTRING ARGS DELIMITED BY SPACE
                       INTO MODE-ARGUMENT HISTORY-FILENAME
                           REPORT-FILENAME MONTH-ARGUMENT
                   END-UNSTRING
           END-EVALUATE

           IF  HISTORY-FILENAME = SPACES
           OR (NOT COLLECT-MODE AND NOT REPORT-MODE)
           OR (COLLECT-MODE
               AND (BUSINESS-DATE-ARGUMENT = SPACES
                    OR INCIDENTS-FILENAME = SPACES
                    OR REJECTS-FILENAME = SPACES))
           OR (REPORT-MODE
               AND (REPORT-FILENAME = SPACES
                    OR MONTH-ARGUMENT = SPACES))
               DISPLAY 'USAGE: CONVERT-SCORE COLLECT HISTORY-FILENAME'
                   ' BUSINESS-DATE INCIDENTS-FILENAME'
                   ' REJECTS-FILENAME [RECYCLE-EXTRACT-FILENAME'
                   ' [ESCALATION-FILENAME]]'
               DISPLAY '       CONVERT-SCORE REPORT HISTORY-FILENAME'
                   ' REPORT-FILENAME SCORECARD-MONTH'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  COLLECT-MODE
               IF  BUSINESS-DATE-ARGUMENT(1:8) NOT NUMERIC
               OR BUSINESS-DATE-ARGUMENT(9:2) NOT = SPACES
                   DISPLAY 'CONVERT-SCORE: BUSINESS-DATE MUST BE'
                       ' CCYYMMDD, NOT ' BUSINESS-DATE-ARGUMENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE BUSINESS-DATE-ARGUMENT(1:8) TO BUSINESS-DATE
           ELSE
               IF  MONTH-ARGUMENT(1:6) NOT NUMERIC
               OR MONTH-ARGUMENT(7:4) NOT = SPACES
               OR MONTH-ARGUMENT(5:2) < "01"
               OR MONTH-ARGUMENT(5:2) > "12"
                   DISPLAY 'CONVERT-SCORE: SCORECARD-MONTH MUST BE'
                       ' CCYYMM, NOT ' MONTH-ARGUMENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE MONTH-ARGUMENT(1:6) TO SCORECARD-MONTH
               MOVE SCORECARD-MONTH TO PRIOR-MONTH
               IF  PRIOR-MONTH-NUMBER = 1
                   SUBTRACT 1 FROM PRIOR-YEAR
                   MOVE 12 TO PRIOR-MONTH-NUMBER
               ELSE
                   SUBTRACT 1 FROM PRIOR-MONTH-NUMBER
               END-IF
               MOVE SCORECARD-MONTH TO HEADING-MONTH
           END-IF
           .

      ******************************************************************
      * COLLECT MODE: READS THE HISTORY FOR ITS NEWEST BUSINESS DATE,
      * GATHERS TONIGHT'S FIGURES PER FEED FROM THE FILES THE NIGHT'S
      * STEPS LEFT BEHIND, AND APPENDS ONE HISTORY RECORD PER FEED.
      ******************************************************************
       1000-COLLECT-NIGHT.

           PERFORM 1100-CHECK-HISTORY
           PERFORM 1200-COLLECT-INCIDENTS
           PERFORM 1300-COLLECT-REJECTS
           IF  EXTRACT-FILENAME NOT = SPACES
           AND FUNCTION TRIM(EXTRACT-FILENAME) NOT = "NONE"
               PERFORM 1400-COLLECT-RECYCLED
           END-IF
           IF  ESCALATION-FILENAME NOT = SPACES
               PERFORM 1500-COLLECT-ESCALATED
           END-IF
           PERFORM 1600-APPEND-HISTORY
           .

      ******************************************************************
      * THE HISTORY IS IN BUSINESS-DATE ORDER, SO TONIGHT MUST COME
      * AFTER THE NEWEST NIGHT ALREADY ON IT. A HISTORY FILE THAT DOES
      * NOT EXIST YET IS THE FIRST NIGHT.
      ******************************************************************
       1100-CHECK-HISTORY.

           OPEN INPUT FEED-HISTORY-FILE
           IF  FEED-HISTORY-STATUS = "00"
               SET HISTORY-EXISTS TO TRUE
               PERFORM 1150-READ-HISTORY-DATE UNTIL END-OF-HISTORY
               CLOSE FEED-HISTORY-FILE
           END-IF

           IF  NEWEST-HISTORY-DATE NOT < BUSINESS-DATE
               DISPLAY 'CONVERT-SCORE: HISTORY ALREADY RUNS TO '
                   NEWEST-HISTORY-DATE ' -- BUSINESS DATE '
                   BUSINESS-DATE ' REFUSED, HISTORY LEFT UNTOUCHED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1150-READ-HISTORY-DATE.

           READ FEED-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-RECORD-COUNT
                   IF  FEEDHIST-BUSINESS-DATE > NEWEST-HISTORY-DATE
                       MOVE FEEDHIST-BUSINESS-DATE
                           TO NEWEST-HISTORY-DATE
                   END-IF
           END-READ
           .

      ******************************************************************
      * RECORDS SENT COME FROM CONVERT-CONS'S FEED COUNT RECORDS AND
      * DUPLICATE INCIDENTS ARE CHARGED TO THE FEED WHOSE COPY WAS
      * REJECTED. AN INCIDENTS FILE FOR ANOTHER NIGHT, OR ONE WITHOUT
      * ITS FEED COUNTS, CANNOT BE SCORED.
      ******************************************************************
       1200-COLLECT-INCIDENTS.

           OPEN INPUT INCIDENTS-FILE
           IF  INCIDENTS-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-SCORE: CANNOT OPEN INCIDENTS FILE '
                   FUNCTION TRIM(INCIDENTS-FILENAME) ', STATUS '
                   INCIDENTS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1250-TAKE-INCIDENT UNTIL END-OF-INCIDENTS
           CLOSE INCIDENTS-FILE

           IF  FEED-COUNT-RECORDS = 0
               DISPLAY 'CONVERT-SCORE: INCIDENTS FILE '
                   FUNCTION TRIM(INCIDENTS-FILENAME)
                   ' CARRIES NO FEED COUNT RECORDS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1250-TAKE-INCIDENT.

           READ INCIDENTS-FILE
               AT END
                   SET END-OF-INCIDENTS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN INCIDENT-FEED-COUNTS
                           PERFORM 1260-TAKE-FEED-COUNT
                       WHEN INCIDENT-CROSS-FEED-DUPLICATE
                           ADD 1 TO DUPLICATE-INCIDENT-COUNT
                           MOVE INCIDENT-DUP-FEED-ID TO LOOKUP-FEED-ID
                           PERFORM 6000-FIND-FEED
                           ADD 1 TO
                               FEED-ENTRY-DUPLICATES(FEED-FOUND-INDEX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       1260-TAKE-FEED-COUNT.

           IF  INCIDENT-COUNT-BUSINESS-DATE NOT = BUSINESS-DATE
               DISPLAY 'CONVERT-SCORE: INCIDENTS FILE '
                   FUNCTION TRIM(INCIDENTS-FILENAME)
                   ' IS FOR BUSINESS DATE '
                   INCIDENT-COUNT-BUSINESS-DATE ', NOT '
                   BUSINESS-DATE
               CLOSE INCIDENTS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO FEED-COUNT-RECORDS
           MOVE INCIDENT-COUNT-FEED-ID TO LOOKUP-FEED-ID
           PERFORM 6000-FIND-FEED
           ADD INCIDENT-COUNT-READ
               TO FEED-ENTRY-SENT(FEED-FOUND-INDEX)
           .

      ******************************************************************
      * REJECTS BY REASON CODE, CHARGED TO THE FEED ON EACH REJECT. A
      * MISSING REJECTS FILE IS A CLEAN NIGHT.
      ******************************************************************
       1300-COLLECT-REJECTS.

           OPEN INPUT REJECTS-FILE
           IF  REJECTS-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-SCORE: NO REJECTS FILE '
                   FUNCTION TRIM(REJECTS-FILENAME)
                   ' -- NO REJECTS COUNTED'
           ELSE
               PERFORM 1350-TAKE-REJECT UNTIL END-OF-REJECTS
               CLOSE REJECTS-FILE
           END-IF
           .

       1350-TAKE-REJECT.

           READ REJECTS-FILE
               AT END
                   SET END-OF-REJECTS TO TRUE
               NOT AT END
                   ADD 1 TO REJECT-RECORD-COUNT
                   EVALUATE REJECT-REASON-CODE
                       WHEN "R001" MOVE 1 TO REASON-INDEX
                       WHEN "R002" MOVE 2 TO REASON-INDEX
                       WHEN "R003" MOVE 3 TO REASON-INDEX
                       WHEN "R004" MOVE 4 TO REASON-INDEX
                       WHEN "R005" MOVE 5 TO REASON-INDEX
                       WHEN OTHER  MOVE 0 TO REASON-INDEX
                   END-EVALUATE
                   IF  REASON-INDEX = 0
                       ADD 1 TO UNKNOWN-REASON-COUNT
                       DISPLAY 'CONVERT-SCORE: WARNING -- REJECT WITH'
                           ' REASON CODE ' REJECT-REASON-CODE
                           ' NOT SCORED'
                   ELSE
                       MOVE REJECT-FEED-ID TO LOOKUP-FEED-ID
                       PERFORM 6000-FIND-FEED
                       ADD 1 TO FEED-ENTRY-REASON(FEED-FOUND-INDEX,
                           REASON-INDEX)
                   END-IF
           END-READ
           .

      ******************************************************************
      * RECORDS CONVERT-RECYC RECYCLED TONIGHT, CHARGED TO THE FEED
      * THAT FIRST SENT EACH ONE. THE EXTRACT'S HEADER MUST BE FOR
      * TONIGHT; A MISSING EXTRACT IS A NIGHT WITH NOTHING RECYCLED.
      ******************************************************************
       1400-COLLECT-RECYCLED.

           OPEN INPUT EXTRACT-FILE
           IF  EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-SCORE: NO RECYCLE EXTRACT '
                   FUNCTION TRIM(EXTRACT-FILENAME)
                   ' -- NO RECYCLED RECORDS COUNTED'
           ELSE
               READ EXTRACT-FILE
                   AT END
                       SET END-OF-EXTRACT TO TRUE
               END-READ
               IF  NOT END-OF-EXTRACT
                   IF  NOT IN-HEADER-PRESENT
                   OR IN-HEADER-BUSINESS-DATE NOT = BUSINESS-DATE
                       DISPLAY 'CONVERT-SCORE: RECYCLE EXTRACT '
                           FUNCTION TRIM(EXTRACT-FILENAME)
                           ' HAS NO HEADER FOR BUSINESS DATE '
                           BUSINESS-DATE
                       CLOSE EXTRACT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
               PERFORM 1450-TAKE-RECYCLED UNTIL END-OF-EXTRACT
               CLOSE EXTRACT-FILE
           END-IF
           .

       1450-TAKE-RECYCLED.

           READ EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
               NOT AT END
                   ADD 1 TO RECYCLED-RECORD-COUNT
                   MOVE IN-SOURCE-FEED-ID TO LOOKUP-FEED-ID
                   PERFORM 6000-FIND-FEED
                   ADD 1 TO FEED-ENTRY-RECYCLED(FEED-FOUND-INDEX)
           END-READ
           .

      ******************************************************************
      * RECORDS CONVERT-RECYC ESCALATED TONIGHT: ONE DETAIL LINE EACH,
      * TOLD FROM ANYTHING ELSE ON THE REPORT BY ITS REASON CODE.
      ******************************************************************
       1500-COLLECT-ESCALATED.

           OPEN INPUT ESCALATION-FILE
           IF  ESCALATION-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-SCORE: NO ESCALATION REPORT '
                   FUNCTION TRIM(ESCALATION-FILENAME)
                   ' -- NO ESCALATED RECORDS COUNTED'
           ELSE
               PERFORM 1550-TAKE-ESCALATED UNTIL END-OF-ESCALATION
               CLOSE ESCALATION-FILE
           END-IF
           .

       1550-TAKE-ESCALATED.

           READ ESCALATION-FILE
               AT END
                   SET END-OF-ESCALATION TO TRUE
               NOT AT END
                   IF  ESCALATION-REASON-CODE(1:1) = "R"
                   AND ESCALATION-REASON-CODE(2:3) NUMERIC
                       ADD 1 TO ESCALATED-RECORD-COUNT
                       MOVE ESCALATION-FEED-ID TO LOOKUP-FEED-ID
                       PERFORM 6000-FIND-FEED
                       ADD 1 TO FEED-ENTRY-ESCALATED(FEED-FOUND-INDEX)
                   END-IF
           END-READ
           .

      ******************************************************************
      * ONE HISTORY RECORD PER FEED SEEN TONIGHT. THE FILE IS CREATED
      * ON THE FIRST NIGHT, THE SAME WAY CONVERT STARTS ITS RUN
      * HISTORY.
      ******************************************************************
       1600-APPEND-HISTORY.

           IF  HISTORY-EXISTS
               OPEN EXTEND FEED-HISTORY-FILE
           ELSE
               OPEN OUTPUT FEED-HISTORY-FILE
           END-IF

           PERFORM 1650-WRITE-ONE-FEED
               VARYING FEED-TABLE-INDEX FROM 1 BY 1
               UNTIL FEED-TABLE-INDEX > FEED-TABLE-USED

           CLOSE FEED-HISTORY-FILE
           .

       1650-WRITE-ONE-FEED.

           MOVE SPACES TO FEED-HISTORY-RECORD
           MOVE BUSINESS-DATE TO FEEDHIST-BUSINESS-DATE
           MOVE FEED-ENTRY-ID(FEED-TABLE-INDEX) TO FEEDHIST-FEED-ID
           MOVE FEED-ENTRY-SENT(FEED-TABLE-INDEX)
               TO FEEDHIST-SENT-COUNT
           PERFORM 1660-MOVE-REASON-COUNT
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 5
           MOVE FEED-ENTRY-DUPLICATES(FEED-TABLE-INDEX)
               TO FEEDHIST-DUPLICATE-COUNT
           MOVE FEED-ENTRY-RECYCLED(FEED-TABLE-INDEX)
               TO FEEDHIST-RECYCLED-COUNT
           MOVE FEED-ENTRY-ESCALATED(FEED-TABLE-INDEX)
               TO FEEDHIST-ESCALATED-COUNT
           WRITE FEED-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN-COUNT
           .

       1660-MOVE-REASON-COUNT.

           MOVE FEED-ENTRY-REASON(FEED-TABLE-INDEX, REASON-INDEX)
               TO FEEDHIST-REASON-COUNT(REASON-INDEX)
           .

      ******************************************************************
      * REPORT MODE: ADDS UP THE HISTORY PER FEED FOR THE SCORECARD
      * MONTH AND FOR THE MONTH BEFORE IT, COUNTING THE NIGHTS EACH
      * COVERS.
      ******************************************************************
       2000-LOAD-MONTHS.

           OPEN INPUT FEED-HISTORY-FILE
           IF  FEED-HISTORY-STATUS NOT = "00"
               DISPLAY 'CONVERT-SCORE: CANNOT OPEN HISTORY FILE '
                   FUNCTION TRIM(HISTORY-FILENAME) ', STATUS '
                   FEED-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2100-TAKE-HISTORY-RECORD UNTIL END-OF-HISTORY
           CLOSE FEED-HISTORY-FILE
           .

       2100-TAKE-HISTORY-RECORD.

           READ FEED-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-RECORD-COUNT
                   MOVE FEEDHIST-BUSINESS-DATE(1:6) TO HISTORY-MONTH
                   EVALUATE HISTORY-MONTH
                       WHEN SCORECARD-MONTH
                           PERFORM 2200-ADD-MONTH-FIGURES
                       WHEN PRIOR-MONTH
                           PERFORM 2300-ADD-PRIOR-FIGURES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       2200-ADD-MONTH-FIGURES.

           IF  FEEDHIST-BUSINESS-DATE NOT = LAST-COUNTED-DATE
               ADD 1 TO MONTH-NIGHT-COUNT
               MOVE FEEDHIST-BUSINESS-DATE TO LAST-COUNTED-DATE
           END-IF
           MOVE FEEDHIST-FEED-ID TO LOOKUP-FEED-ID
           PERFORM 6000-FIND-FEED
           ADD FEEDHIST-SENT-COUNT TO FEED-ENTRY-SENT(FEED-FOUND-INDEX)
           PERFORM 2250-ADD-REASON-COUNT
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 5
           ADD FEEDHIST-DUPLICATE-COUNT
               TO FEED-ENTRY-DUPLICATES(FEED-FOUND-INDEX)
           ADD FEEDHIST-RECYCLED-COUNT
               TO FEED-ENTRY-RECYCLED(FEED-FOUND-INDEX)
           ADD FEEDHIST-ESCALATED-COUNT
               TO FEED-ENTRY-ESCALATED(FEED-FOUND-INDEX)
           .

       2250-ADD-REASON-COUNT.

           ADD FEEDHIST-REASON-COUNT(REASON-INDEX)
               TO FEED-ENTRY-REASON(FEED-FOUND-INDEX, REASON-INDEX)
           .

       2300-ADD-PRIOR-FIGURES.

           IF  FEEDHIST-BUSINESS-DATE NOT = LAST-PRIOR-DATE
               ADD 1 TO PRIOR-NIGHT-COUNT
               MOVE FEEDHIST-BUSINESS-DATE TO LAST-PRIOR-DATE
           END-IF
           MOVE FEEDHIST-FEED-ID TO LOOKUP-FEED-ID
           PERFORM 6000-FIND-FEED
           ADD FEEDHIST-SENT-COUNT
               TO FEED-ENTRY-PRIOR-SENT(FEED-FOUND-INDEX)
           ADD FEEDHIST-R001-COUNT FEEDHIST-R002-COUNT
               FEEDHIST-R003-COUNT FEEDHIST-R004-COUNT
               FEEDHIST-R005-COUNT
               TO FEED-ENTRY-PRIOR-REJECTS(FEED-FOUND-INDEX)
           .

      ******************************************************************
      * SORT INPUT PROCEDURE: RELEASES EVERY FEED WITH RECORDS SENT OR
      * REJECTED THIS MONTH, KEYED BY ITS REJECT RATE.
      ******************************************************************
       3000-RANK-FEEDS SECTION.
       3010-RANK.

           PERFORM 3100-RELEASE-ONE-FEED
               VARYING FEED-TABLE-INDEX FROM 1 BY 1
               UNTIL FEED-TABLE-INDEX > FEED-TABLE-USED
           GO TO 3999-EXIT
           .

       3100-RELEASE-ONE-FEED.

           PERFORM 6100-SET-LINE-FIGURES
           IF  FEED-ENTRY-SENT(FEED-TABLE-INDEX) > 0
           OR LINE-REJECTS > 0
           OR FEED-ENTRY-DUPLICATES(FEED-TABLE-INDEX) > 0
           OR FEED-ENTRY-RECYCLED(FEED-TABLE-INDEX) > 0
           OR FEED-ENTRY-ESCALATED(FEED-TABLE-INDEX) > 0
               MOVE LINE-RATE TO SORT-REJECT-RATE
               MOVE FEED-ENTRY-ID(FEED-TABLE-INDEX) TO SORT-FEED-ID
               MOVE FEED-TABLE-INDEX TO SORT-TABLE-INDEX
               RELEASE SORT-RECORD
           END-IF
           .

       3999-EXIT.
           EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE: ONE RANKED LINE PER FEED, THE TOTAL FOR
      * ALL FEEDS, THEN THE FEEDS THAT SENT LAST MONTH BUT NOT THIS.
      ******************************************************************
       4000-PRINT-SCORECARD SECTION.
       4010-PRINT.

           OPEN OUTPUT REPORT-FILE
           PERFORM 4900-START-NEW-PAGE
           MOVE MONTH-NIGHT-COUNT TO NIGHTS-MONTH-COUNT
           MOVE PRIOR-NIGHT-COUNT TO NIGHTS-PRIOR-COUNT
           MOVE PRIOR-MONTH TO NIGHTS-PRIOR-MONTH
           MOVE NIGHTS-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE
           PERFORM 4960-WRITE-BLANK-LINE

           PERFORM 4100-RETURN-ONE-FEED UNTIL SORT-DETAILS-DONE

           PERFORM 4960-WRITE-BLANK-LINE
           PERFORM 4300-PRINT-TOTAL-LINE

           PERFORM 4400-PRINT-QUIET-FEED
               VARYING FEED-TABLE-INDEX FROM 1 BY 1
               UNTIL FEED-TABLE-INDEX > FEED-TABLE-USED

           PERFORM 4960-WRITE-BLANK-LINE
           MOVE "RATE% IS REJECTS R001-R005 AS A PERCENTAGE OF RECORDS"
               TO SECTION-HEADING-TEXT
           MOVE SECTION-HEADING-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE
           MOVE "SENT. CHANGE IS IN PERCENTAGE POINTS AGAINST THE PRIOR"
               TO SECTION-HEADING-TEXT
           MOVE SECTION-HEADING-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE
           MOVE "MONTH'S RATE; WORSE MEANS THE RATE WENT UP."
               TO SECTION-HEADING-TEXT
           MOVE SECTION-HEADING-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE

           CLOSE REPORT-FILE
           GO TO 4999-EXIT
           .

       4100-RETURN-ONE-FEED.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DETAILS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO RANK-NUMBER
                   MOVE SORT-TABLE-INDEX TO FEED-TABLE-INDEX
                   PERFORM 6100-SET-LINE-FIGURES
                   PERFORM 4200-PRINT-FEED-LINE
           END-RETURN
           .

       4200-PRINT-FEED-LINE.

           MOVE RANK-NUMBER TO DETAIL-RANK
           MOVE FEED-ENTRY-ID(FEED-TABLE-INDEX) TO DETAIL-FEED-ID
           MOVE FEED-ENTRY-SENT(FEED-TABLE-INDEX) TO DETAIL-SENT
           PERFORM 4250-MOVE-REASON-COUNT
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 5
           MOVE LINE-REJECTS TO DETAIL-REJECTS
           MOVE FEED-ENTRY-DUPLICATES(FEED-TABLE-INDEX)
               TO DETAIL-DUPLICATES
           MOVE FEED-ENTRY-RECYCLED(FEED-TABLE-INDEX)
               TO DETAIL-RECYCLED
           MOVE FEED-ENTRY-ESCALATED(FEED-TABLE-INDEX)
               TO DETAIL-ESCALATED
           PERFORM 4800-SET-TREND
           MOVE DETAIL-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE

           ADD FEED-ENTRY-SENT(FEED-TABLE-INDEX) TO TOTAL-SENT
           PERFORM 4260-ADD-REASON-TOTAL
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 5
           ADD FEED-ENTRY-DUPLICATES(FEED-TABLE-INDEX)
               TO TOTAL-DUPLICATES
           ADD FEED-ENTRY-RECYCLED(FEED-TABLE-INDEX) TO TOTAL-RECYCLED
           ADD FEED-ENTRY-ESCALATED(FEED-TABLE-INDEX)
               TO TOTAL-ESCALATED
           .

       4250-MOVE-REASON-COUNT.

           MOVE SPACE TO DETAIL-REASON-GROUP(REASON-INDEX)
           MOVE FEED-ENTRY-REASON(FEED-TABLE-INDEX, REASON-INDEX)
               TO DETAIL-REASON(REASON-INDEX)
           .

       4260-ADD-REASON-TOTAL.

           ADD FEED-ENTRY-REASON(FEED-TABLE-INDEX, REASON-INDEX)
               TO TOTAL-REASON(REASON-INDEX)
           .

      ******************************************************************
      * THE TOTAL LINE TAKES ITS RATES FROM THE TOTALS, NOT FROM AN
      * AVERAGE OF THE FEEDS' RATES, SO A SMALL FEED DOES NOT WEIGH AS
      * MUCH AS A LARGE ONE. ITS PRIOR RATE COVERS EVERY FEED IN THE
      * PRIOR MONTH, INCLUDING THOSE THAT WENT QUIET SINCE.
      ******************************************************************
       4300-PRINT-TOTAL-LINE.

           PERFORM 4450-ADD-PRIOR-TOTAL
               VARYING FEED-TABLE-INDEX FROM 1 BY 1
               UNTIL FEED-TABLE-INDEX > FEED-TABLE-USED

           MOVE ZERO TO DETAIL-RANK
           MOVE "ALL" TO DETAIL-FEED-ID
           MOVE TOTAL-SENT TO DETAIL-SENT
           MOVE ZERO TO LINE-REJECTS
           PERFORM 4350-MOVE-REASON-TOTAL
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 5
           MOVE LINE-REJECTS TO DETAIL-REJECTS
           MOVE TOTAL-DUPLICATES TO DETAIL-DUPLICATES
           MOVE TOTAL-RECYCLED TO DETAIL-RECYCLED
           MOVE TOTAL-ESCALATED TO DETAIL-ESCALATED

           MOVE ZERO TO LINE-RATE
           IF  TOTAL-SENT > 0
               COMPUTE LINE-RATE ROUNDED =
                   LINE-REJECTS * 100 / TOTAL-SENT
           END-IF
           MOVE ZERO TO LINE-PRIOR-RATE
           IF  TOTAL-PRIOR-SENT > 0
               COMPUTE LINE-PRIOR-RATE ROUNDED =
                   TOTAL-PRIOR-REJECTS * 100 / TOTAL-PRIOR-SENT
           END-IF
           PERFORM 4810-SET-TREND-FROM-TOTALS
           MOVE DETAIL-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE
           .

       4350-MOVE-REASON-TOTAL.

           MOVE SPACE TO DETAIL-REASON-GROUP(REASON-INDEX)
           MOVE TOTAL-REASON(REASON-INDEX)
               TO DETAIL-REASON(REASON-INDEX)
           ADD TOTAL-REASON(REASON-INDEX) TO LINE-REJECTS
           .

      ******************************************************************
      * A FEED THAT SENT IN THE PRIOR MONTH BUT HAS NOTHING THIS MONTH
      * IS LISTED, UNRANKED, UNDER ITS OWN HEADING.
      ******************************************************************
       4400-PRINT-QUIET-FEED.

           PERFORM 6100-SET-LINE-FIGURES
           IF  FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX) > 0
           AND FEED-ENTRY-SENT(FEED-TABLE-INDEX) = 0
           AND LINE-REJECTS = 0
           AND FEED-ENTRY-DUPLICATES(FEED-TABLE-INDEX) = 0
           AND FEED-ENTRY-RECYCLED(FEED-TABLE-INDEX) = 0
           AND FEED-ENTRY-ESCALATED(FEED-TABLE-INDEX) = 0
               ADD 1 TO QUIET-FEED-COUNT
               IF  QUIET-FEED-COUNT = 1
                   PERFORM 4960-WRITE-BLANK-LINE
                   MOVE "FEEDS THAT SENT IN THE PRIOR MONTH BUT NOT"
                       & " THIS MONTH" TO SECTION-HEADING-TEXT
                   MOVE SECTION-HEADING-LINE TO REPORT-LINE
                   PERFORM 4970-WRITE-REPORT-LINE
               END-IF
               MOVE ZERO TO DETAIL-RANK
               MOVE FEED-ENTRY-ID(FEED-TABLE-INDEX) TO DETAIL-FEED-ID
               MOVE ZERO TO DETAIL-SENT
               PERFORM 4250-MOVE-REASON-COUNT
                   VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > 5
               MOVE ZERO TO DETAIL-REJECTS
               MOVE ZERO TO DETAIL-DUPLICATES
               MOVE ZERO TO DETAIL-RECYCLED
               MOVE ZERO TO DETAIL-ESCALATED
               PERFORM 4800-SET-TREND
               MOVE DETAIL-LINE TO REPORT-LINE
               PERFORM 4970-WRITE-REPORT-LINE
           END-IF
           .

       4450-ADD-PRIOR-TOTAL.

           ADD FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX)
               TO TOTAL-PRIOR-SENT
           ADD FEED-ENTRY-PRIOR-REJECTS(FEED-TABLE-INDEX)
               TO TOTAL-PRIOR-REJECTS
           .

      ******************************************************************
      * RATE, PRIOR RATE, CHANGE AND TREND FOR THE FEED AT
      * FEED-TABLE-INDEX, FROM THE FIGURES 6100 SET.
      ******************************************************************
       4800-SET-TREND.

           MOVE SPACES TO DETAIL-RATE-X
           MOVE SPACES TO DETAIL-PRIOR-RATE-X
           MOVE SPACES TO DETAIL-CHANGE-X
           IF  FEED-ENTRY-SENT(FEED-TABLE-INDEX) > 0
               MOVE LINE-RATE TO DETAIL-RATE
           END-IF
           IF  FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX) > 0
               MOVE LINE-PRIOR-RATE TO DETAIL-PRIOR-RATE
           END-IF

           EVALUATE TRUE
               WHEN FEED-ENTRY-SENT(FEED-TABLE-INDEX) = 0
               AND FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX) > 0
                   MOVE "NO DATA" TO DETAIL-TREND
               WHEN FEED-ENTRY-SENT(FEED-TABLE-INDEX) = 0
                   MOVE "NOT SENT" TO DETAIL-TREND
               WHEN FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX) = 0
                   MOVE "NEW" TO DETAIL-TREND
               WHEN OTHER
                   COMPUTE LINE-CHANGE = LINE-RATE - LINE-PRIOR-RATE
                   MOVE LINE-CHANGE TO DETAIL-CHANGE
                   EVALUATE TRUE
                       WHEN LINE-CHANGE > 0
                           MOVE "WORSE" TO DETAIL-TREND
                       WHEN LINE-CHANGE < 0
                           MOVE "BETTER" TO DETAIL-TREND
                       WHEN OTHER
                           MOVE "SAME" TO DETAIL-TREND
                   END-EVALUATE
           END-EVALUATE
           .

      * THE TOTAL LINE'S TREND, FROM THE TOTALS.
       4810-SET-TREND-FROM-TOTALS.

           MOVE SPACES TO DETAIL-RATE-X
           MOVE SPACES TO DETAIL-PRIOR-RATE-X
           MOVE SPACES TO DETAIL-CHANGE-X
           MOVE SPACES TO DETAIL-TREND
           IF  TOTAL-SENT > 0
               MOVE LINE-RATE TO DETAIL-RATE
           END-IF
           IF  TOTAL-PRIOR-SENT > 0
               MOVE LINE-PRIOR-RATE TO DETAIL-PRIOR-RATE
           END-IF
           IF  TOTAL-SENT > 0
           AND TOTAL-PRIOR-SENT > 0
               COMPUTE LINE-CHANGE = LINE-RATE - LINE-PRIOR-RATE
               MOVE LINE-CHANGE TO DETAIL-CHANGE
               EVALUATE TRUE
                   WHEN LINE-CHANGE > 0
                       MOVE "WORSE" TO DETAIL-TREND
                   WHEN LINE-CHANGE < 0
                       MOVE "BETTER" TO DETAIL-TREND
                   WHEN OTHER
                       MOVE "SAME" TO DETAIL-TREND
               END-EVALUATE
           END-IF
           .

       4900-START-NEW-PAGE.

           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HEADING-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO LINES-ON-PAGE
           .

       4960-WRITE-BLANK-LINE.

           MOVE BLANK-LINE TO REPORT-LINE
           PERFORM 4970-WRITE-REPORT-LINE
           .

       4970-WRITE-REPORT-LINE.

           IF  LINES-ON-PAGE >= PAGE-LINE-LIMIT
               PERFORM 4900-START-NEW-PAGE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO LINES-ON-PAGE
           .

       4999-EXIT.
           EXIT.

      ******************************************************************
      * TABLE ROUTINES SHARED BY BOTH MODES.
      ******************************************************************
       6000-TABLE-ROUTINES SECTION.

      ******************************************************************
      * FINDS LOOKUP-FEED-ID ON THE FEED TABLE, ADDING IT WITH ZERO
      * FIGURES THE FIRST TIME IT IS SEEN, AND LEAVES ITS ENTRY IN
      * FEED-FOUND-INDEX. A RECORD WITH NO FEED ID IS CHARGED TO FEED
      * UNKNOWN.
      ******************************************************************
       6000-FIND-FEED.

           IF  LOOKUP-FEED-ID = SPACES
               MOVE UNKNOWN-FEED-ID TO LOOKUP-FEED-ID
           END-IF

           SET FEED-FOUND-SW TO SPACE
           MOVE ZERO TO FEED-FOUND-INDEX
           PERFORM 6050-MATCH-FEED
               VARYING FEED-TABLE-INDEX FROM 1 BY 1
               UNTIL FEED-TABLE-INDEX > FEED-TABLE-USED
               OR FEED-FOUND

           IF  NOT FEED-FOUND
               IF  FEED-TABLE-USED >= 50
                   DISPLAY 'CONVERT-SCORE: MORE THAN 50 FEEDS -- FEED '
                       LOOKUP-FEED-ID ' CANNOT BE SCORED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO FEED-TABLE-USED
               MOVE FEED-TABLE-USED TO FEED-FOUND-INDEX
               INITIALIZE FEED-ENTRY(FEED-FOUND-INDEX)
               MOVE LOOKUP-FEED-ID TO FEED-ENTRY-ID(FEED-FOUND-INDEX)
           END-IF
           .

       6050-MATCH-FEED.

           IF  FEED-ENTRY-ID(FEED-TABLE-INDEX) = LOOKUP-FEED-ID
               SET FEED-FOUND TO TRUE
               MOVE FEED-TABLE-INDEX TO FEED-FOUND-INDEX
           END-IF
           .

      ******************************************************************
      * THE REJECTS, REJECT RATE AND PRIOR RATE FOR THE FEED AT
      * FEED-TABLE-INDEX. A FEED THAT SENT NOTHING HAS NO RATE.
      ******************************************************************
       6100-SET-LINE-FIGURES.

           MOVE ZERO TO LINE-REJECTS
           PERFORM 6150-ADD-REASON
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 5

           MOVE ZERO TO LINE-RATE
           IF  FEED-ENTRY-SENT(FEED-TABLE-INDEX) > 0
               COMPUTE LINE-RATE ROUNDED =
                   LINE-REJECTS * 100
                   / FEED-ENTRY-SENT(FEED-TABLE-INDEX)
           END-IF
           MOVE ZERO TO LINE-PRIOR-RATE
           IF  FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX) > 0
               COMPUTE LINE-PRIOR-RATE ROUNDED =
                   FEED-ENTRY-PRIOR-REJECTS(FEED-TABLE-INDEX) * 100
                   / FEED-ENTRY-PRIOR-SENT(FEED-TABLE-INDEX)
           END-IF
           .

       6150-ADD-REASON.

           ADD FEED-ENTRY-REASON(FEED-TABLE-INDEX, REASON-INDEX)
               TO LINE-REJECTS
           .

      ******************************************************************
      * WRAP-UP. A SECTION OF ITS OWN, AS IN CONVERT-AGED, SO THE
      * OUTPUT PROCEDURE ENDS AT ITS EXIT.
      ******************************************************************
       9000-TERMINATE SECTION.
       9010-WRAP-UP.

           IF  COLLECT-MODE
               DISPLAY "CONVERT-SCORE: COLLECTED " BUSINESS-DATE
                   " FOR " FEED-TABLE-USED " FEED(S) -- "
                   HISTORY-WRITTEN-COUNT " HISTORY RECORD(S) WRITTEN"
               DISPLAY "CONVERT-SCORE:   FEED COUNT RECORDS: "
                   FEED-COUNT-RECORDS
               DISPLAY "CONVERT-SCORE:   DUPLICATE INCIDENTS: "
                   DUPLICATE-INCIDENT-COUNT
               DISPLAY "CONVERT-SCORE:   REJECTS:            "
                   REJECT-RECORD-COUNT
               DISPLAY "CONVERT-SCORE:   RECYCLED:           "
                   RECYCLED-RECORD-COUNT
               DISPLAY "CONVERT-SCORE:   ESCALATED:          "
                   ESCALATED-RECORD-COUNT
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERT-SCORE: SCORECARD FOR " SCORECARD-MONTH
                   " -- " RANK-NUMBER " FEED(S) RANKED OVER "
                   MONTH-NIGHT-COUNT " NIGHT(S), " QUIET-FEED-COUNT
                   " QUIET SINCE " PRIOR-MONTH
               IF  MONTH-NIGHT-COUNT = 0
                   DISPLAY "CONVERT-SCORE: NO HISTORY FOR "
                       SCORECARD-MONTH
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GO TO 9999-EXIT
           .

       9999-EXIT.
           EXIT.
