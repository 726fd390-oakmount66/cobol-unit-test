      *            DISAGREE, OR A FEED IS NOT IN ASCENDING KEY ORDER
      *            -- A BROKEN FEED FAILS THE STEP BEFORE CONVERT EVER
      *            SEES IT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  THE END-OF-RUN FIGURES ARE ALSO WRITTEN TO THE
      *                END OF THE INCIDENTS FILE -- ONE FEED COUNT
      *                RECORD PER FEED (FEED NUMBER, FEED ID, RECORDS
      *                READ, DUPLICATES REJECTED) AND ONE RUN TOTAL
      *                RECORD (READ, WRITTEN, DUPLICATES REJECTED) --
      *                SO THE NIGHT'S CONTROL SHEET CAN PROVE THE
      *                CONSOLIDATION BALANCED WITHOUT SCRAPING SYSOUT.
      *   15 OCT 2026  EVERY RECORD WRITTEN TO THE CONSOLIDATED FILE
      *                IS STAMPED WITH THE FEED ID OF THE REGIONAL
      *                EXTRACT IT CAME FROM (IN-SOURCE-FEED-ID), AND
      *                EACH DUPLICATE INCIDENT CARRIES THE FEED IDS OF
      *                THE KEPT AND THE REJECTED COPY, SO CONVERT'S
      *                REJECTS AND THE FEED SCORECARD CAN SAY WHICH
      *                REGION SENT A BAD RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-CONS.

      * CARRIES A CROSS-FEED DUPLICATE, UNCHANGED, ALONGSIDE THE KEY,
      * THE FEED WHOSE COPY WAS KEPT, AND THE FEED WHOSE COPY WAS
      * REJECTED -- THE SAME SHAPE AS CONVERT'S OWN REJECTS FILE --
      * FOLLOWED BY THE FEED IDS OF THE TWO COPIES. THE FILE CLOSES
      * WITH THE COUNT RECORDS (SECOND VIEW), TOLD APART FROM THE
      * INCIDENTS BY THEIR CODE.
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

       WORKING-STORAGE SECTION.

               10  FEED-CURRENT-RECORD     PIC X(80).
               10  FEED-CURRENT-KEY        PIC X(10).
               10  FEED-LAST-KEY           PIC X(10).
               10  FEED-ID                 PIC X(08).
               10  FEED-READ-COUNT         PIC 9(09).
               10  FEED-DUP-COUNT          PIC 9(09).

       01  FEED-HEADER-WORK.
           COPY INHDR.

      * A DATA RECORD ON ITS WAY OUT, WITH THE FEED IT CAME FROM.
       01  FEED-DETAIL-WORK.
           COPY INPUT.
       01  SOURCE-FEED-ID               PIC X(08) VALUE SPACES.

       01  COMMON-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  HIGHEST-FEED-SEQUENCE        PIC 9(06) VALUE ZERO.

       01  LOWEST-FEED                  PIC 9(01) VALUE ZERO.
       01  WRITTEN-KEY                  PIC X(10) VALUE SPACES.
       01  WRITTEN-FEED                 PIC 9(01) VALUE ZERO.
       01  WRITTEN-FEED-ID              PIC X(08) VALUE SPACES.

       01  RECORDS-WRITTEN-COUNT        PIC 9(09) VALUE ZERO.
       01  DUPLICATE-TOTAL-COUNT        PIC 9(09) VALUE ZERO.
       01  RECORDS-READ-TOTAL-COUNT     PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

               MOVE IN-HEADER-SEQUENCE TO HIGHEST-FEED-SEQUENCE
           END-IF

           MOVE IN-HEADER-FEED-ID TO FEED-ID(FEED-NUMBER)

           DISPLAY 'CONVERT-CONS: FEED ' FEED-NUMBER ' IS '
               IN-HEADER-FEED-ID ' SEQUENCE ' IN-HEADER-SEQUENCE
               ' FOR BUSINESS DATE ' IN-HEADER-BUSINESS-DATE
           ELSE
               MOVE LOWEST-KEY TO WRITTEN-KEY
               MOVE LOWEST-FEED TO WRITTEN-FEED
               MOVE LOWEST-FEED TO FEED-NUMBER
               PERFORM 2200-SET-SOURCE-FEED
               MOVE SOURCE-FEED-ID TO WRITTEN-FEED-ID
               WRITE CONSOLIDATED-RECORD FROM FEED-DETAIL-WORK
               ADD 1 TO RECORDS-WRITTEN-COUNT
               PERFORM 1950-READ-FEED-RECORD
               PERFORM 2300-REJECT-FEED-DUPLICATES
                   VARYING FEED-NUMBER FROM 1 BY 1
           END-IF
           .

      ******************************************************************
      * TAKES THE RECORD AT THE FRONT OF FEED FEED-NUMBER AND STAMPS
      * IT WITH THE FEED ID FROM THAT FEED'S HEADER, UNLESS IT ALREADY
      * CARRIES ONE -- A RECYCLED REJECT KEEPS THE REGION THAT FIRST
      * SENT IT.
      ******************************************************************
       2200-SET-SOURCE-FEED.

           MOVE FEED-CURRENT-RECORD(FEED-NUMBER) TO FEED-DETAIL-WORK
           IF  IN-SOURCE-FEED-ID = SPACES
               MOVE FEED-ID(FEED-NUMBER) TO IN-SOURCE-FEED-ID
           END-IF
           MOVE IN-SOURCE-FEED-ID TO SOURCE-FEED-ID
           .

      ******************************************************************
      * REJECTS EVERY RECORD AT THE FRONT OF ONE FEED THAT CARRIES
      * THE KEY JUST WRITTEN FROM ANOTHER FEED. THE KEPT FEED ITSELF
       2350-REJECT-ONE-DUPLICATE.

           MOVE SPACES TO INCIDENT-RECORD
           SET INCIDENT-CROSS-FEED-DUPLICATE TO TRUE
           MOVE WRITTEN-FEED TO INCIDENT-KEPT-FEED
           MOVE FEED-NUMBER TO INCIDENT-DUP-FEED
           MOVE "DUPLICATE KEY ACROSS FEEDS" TO INCIDENT-REASON-TEXT
           MOVE FEED-CURRENT-RECORD(FEED-NUMBER)
               TO INCIDENT-RAW-INPUT
           PERFORM 2200-SET-SOURCE-FEED
           MOVE WRITTEN-FEED-ID TO INCIDENT-KEPT-FEED-ID
           MOVE SOURCE-FEED-ID TO INCIDENT-DUP-FEED-ID
           WRITE INCIDENT-RECORD

           ADD 1 TO FEED-DUP-COUNT(FEED-NUMBER)
               VARYING FEED-NUMBER FROM 1 BY 1
               UNTIL FEED-NUMBER > FEED-COUNT

           PERFORM 8300-WRITE-FEED-COUNTS
               VARYING FEED-NUMBER FROM 1 BY 1
               UNTIL FEED-NUMBER > FEED-COUNT
           PERFORM 8400-WRITE-RUN-TOTALS

           CLOSE CONSOLIDATED-FILE
           CLOSE INCIDENTS-FILE

               FEED-DUP-COUNT(FEED-NUMBER) " ("
               FUNCTION TRIM(FEED-FILENAME(FEED-NUMBER)) ")"
           .

      ******************************************************************
      * ONE FEED COUNT RECORD PER FEED AT THE END OF THE INCIDENTS
      * FILE, CARRYING THE SAME FIGURES THE REPORT DISPLAYS.
      ******************************************************************
       8300-WRITE-FEED-COUNTS.

           MOVE SPACES TO INCIDENT-COUNT-RECORD
           MOVE "FEED" TO INCIDENT-COUNT-CODE
           MOVE FEED-NUMBER TO INCIDENT-COUNT-FEED
           MOVE FEED-ID(FEED-NUMBER) TO INCIDENT-COUNT-FEED-ID
           MOVE COMMON-BUSINESS-DATE TO INCIDENT-COUNT-BUSINESS-DATE
           MOVE FEED-READ-COUNT(FEED-NUMBER) TO INCIDENT-COUNT-READ
           MOVE FEED-DUP-COUNT(FEED-NUMBER)
               TO INCIDENT-COUNT-DUPLICATES
           MOVE ZERO TO INCIDENT-COUNT-WRITTEN
           WRITE INCIDENT-COUNT-RECORD

           ADD FEED-READ-COUNT(FEED-NUMBER) TO RECORDS-READ-TOTAL-COUNT
           .

      ******************************************************************
      * THE RUN TOTAL RECORD CLOSES THE INCIDENTS FILE: RECORDS READ
      * ACROSS ALL FEEDS, DUPLICATES REJECTED, AND RECORDS WRITTEN TO
      * THE CONSOLIDATED FILE. ITS FEED NUMBER IS THE NUMBER OF FEEDS
      * CONSOLIDATED.
      ******************************************************************
       8400-WRITE-RUN-TOTALS.

           MOVE SPACES TO INCIDENT-COUNT-RECORD
           MOVE "TOTL" TO INCIDENT-COUNT-CODE
           MOVE FEED-COUNT TO INCIDENT-COUNT-FEED
           MOVE "CONSOL" TO INCIDENT-COUNT-FEED-ID
           MOVE COMMON-BUSINESS-DATE TO INCIDENT-COUNT-BUSINESS-DATE
           MOVE RECORDS-READ-TOTAL-COUNT TO INCIDENT-COUNT-READ
           MOVE DUPLICATE-TOTAL-COUNT TO INCIDENT-COUNT-DUPLICATES
           MOVE RECORDS-WRITTEN-COUNT TO INCIDENT-COUNT-WRITTEN
           WRITE INCIDENT-COUNT-RECORD
           .
