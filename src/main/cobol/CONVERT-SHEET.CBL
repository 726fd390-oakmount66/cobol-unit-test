      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   END-TO-END CONTROL SHEET FOR THE NIGHTLY CHAIN.
      *            EVERY STEP IN CONVNITE BALANCES ITSELF, BUT A
      *            RECORD COULD LEAVE CONVERT-CONS AND NEVER REACH
      *            CONVERT-APPLY'S POSTINGS WHILE EACH STEP STILL
      *            SHOWED RC=0. THIS PROGRAM RUNS LAST, READS THE
      *            COUNTS AND TOTALS EACH STEP LEFT BEHIND IN ITS OWN
      *            FILES, AND PRINTS ONE 132-COLUMN PAGE TYING THEM
      *            TOGETHER:
      *              CONVERT-CONS   THE FEED COUNT AND RUN TOTAL
      *                             RECORDS AT THE END OF ITS
      *                             INCIDENTS FILE, AND THE
      *                             DUPLICATE INCIDENTS THEMSELVES
      *              RAW EXTRACT    ITS HEADER RECORD (INHDR) AND ITS
      *                             DETAIL RECORDS
      *              CONVERT        THE CONVERTED FILE'S DETAILS AND
      *                             TRAILER, AND THE REJECTS FILE
      *              CONVERT-RECON  ITS RESULT FILE (RECONRES)
      *              CONVERT-APPLY  THE ADD, UPDATE, FLAG AND
      *                             RENUMBER RECORDS IN THE AUDIT
      *                             TRAIL FOR THE BUSINESS DATE
      *              CONVERT-DELTA  THE DELTA FILE'S RECORDS AND
      *                             TRAILER
      *              CONVERT-CSV    THE EXPORT'S TOTAL_RECORDS LINE
      *            EACH CHECK PRINTS THE FIGURE REPORTED AND THE
      *            FIGURE IT MUST AGREE WITH, AND EVERY DISAGREEMENT
      *            IS MARKED BREAK. THE SHEET CLOSES WITH THE NIGHT'S
      *            OWN TIE: RECORDS IN FROM ALL FEEDS = CONVERTED +
      *            REJECTED + CROSS-FEED DUPLICATES.
      *
      *            POSTINGS IN THE AUDIT TRAIL ARE COUNTED ONLY FOR
      *            THE BUSINESS DATE. A BACKED-OUT RECORD (ACTION R)
      *            FOR THE DATE CANCELS THE POSTINGS COUNTED BEFORE
      *            IT, SO A NIGHT THAT WAS BACKED OUT AND RE-POSTED IS
      *            COUNTED ONCE. CONVERT-RECON REPORTS NOT RECONCILED
      *            WHENEVER CONVERT REJECTED ANYTHING; THE SHEET
      *            ACCOUNTS FOR ITS UNMATCHED INPUT AGAINST THE
      *            REJECTS FILE INSTEAD OF TAKING THAT AS A BREAK.
      *
      * USAGE:     CONVERT-SHEET REPORT-FILENAME INCIDENTS-FILENAME
      *            EXTRACT-FILENAME OUTPUT-FILENAME REJECTS-FILENAME
      *            RECON-RESULT-FILENAME AUDIT-FILENAME DELTA-FILENAME
      *            CSV-FILENAME BUSINESS-DATE
      *
      *            BUSINESS-DATE IS CCYYMMDD. A REJECTS FILE THAT DOES
      *            NOT EXIST IS TREATED AS EMPTY (A CLEAN RUN WRITES NO
      *            REJECTS); ANY OTHER FILE THAT CANNOT BE OPENED, OR
      *            IS MISSING THE HEADER, TRAILER OR TOTAL IT SHOULD
      *            CARRY, IS ITSELF MARKED AS A BREAK.
      *
      *            RETURN-CODE IS 4 WHEN ANY BREAK IS MARKED, SO THE
      *            OPERATOR SEES IT BEFORE THE DOWNSTREAM FILES ARE
      *            RELEASED, AND 16 FOR BAD ARGUMENTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-SHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INCIDENTS-FILE
               ASSIGN TO DYNAMIC INCIDENTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENTS-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT CONVERTED-FILE
               ASSIGN TO DYNAMIC CONVERTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERTED-FILE-STATUS.

           SELECT REJECTS-FILE
               ASSIGN TO DYNAMIC REJECTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTS-FILE-STATUS.

           SELECT RESULT-FILE
               ASSIGN TO DYNAMIC RESULT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT DELTA-FILE
               ASSIGN TO DYNAMIC DELTA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-FILE-STATUS.

           SELECT CSV-FILE
               ASSIGN TO DYNAMIC CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(132).

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

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           COPY INPUT.
       01  EXTRACT-HEADER-RECORD.
           COPY INHDR.

       FD  CONVERTED-FILE.
       01  CONVERTED-RECORD.
           COPY OUTPUT.

      * SAME LAYOUT AS THE REJECTS FILE CONVERT WRITES.
       FD  REJECTS-FILE.
       01  REJECT-RECORD.
           05  REJECT-REASON-CODE        PIC X(04).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-RAW-INPUT          PIC X(80).
           05  REJECT-FEED-ID            PIC X(08).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY RECONRES.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.

       FD  DELTA-FILE.
       01  DELTA-RECORD.
           COPY DELTA.

       FD  CSV-FILE.
       01  CSV-LINE                      PIC X(120).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(1300).

       01  ARG-VALUES.
           05  REPORT-FILENAME          PIC X(120).
           05  INCIDENTS-FILENAME       PIC X(120).
           05  EXTRACT-FILENAME         PIC X(120).
           05  CONVERTED-FILENAME       PIC X(120).
           05  REJECTS-FILENAME         PIC X(120).
           05  RESULT-FILENAME          PIC X(120).
           05  AUDIT-FILENAME           PIC X(120).
           05  DELTA-FILENAME           PIC X(120).
           05  CSV-FILENAME             PIC X(120).
           05  BUSINESS-DATE-ARGUMENT   PIC X(10).

       01  BUSINESS-DATE                 PIC 9(08) VALUE ZERO.

       01  INCIDENTS-FILE-STATUS         PIC X(2) VALUE "00".
       01  EXTRACT-FILE-STATUS           PIC X(2) VALUE "00".
       01  CONVERTED-FILE-STATUS         PIC X(2) VALUE "00".
       01  REJECTS-FILE-STATUS           PIC X(2) VALUE "00".
       01  RESULT-FILE-STATUS            PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS             PIC X(2) VALUE "00".
       01  DELTA-FILE-STATUS             PIC X(2) VALUE "00".
       01  CSV-FILE-STATUS               PIC X(2) VALUE "00".

       01  EOF-INCIDENTS-SW              PIC X VALUE SPACE.
           88  END-OF-INCIDENTS          VALUE "Y".
       01  EOF-EXTRACT-SW                PIC X VALUE SPACE.
           88  END-OF-EXTRACT            VALUE "Y".
       01  EOF-CONVERTED-SW              PIC X VALUE SPACE.
           88  END-OF-CONVERTED          VALUE "Y".
       01  EOF-REJECTS-SW                PIC X VALUE SPACE.
           88  END-OF-REJECTS            VALUE "Y".
       01  EOF-AUDIT-SW                  PIC X VALUE SPACE.
           88  END-OF-AUDIT              VALUE "Y".
       01  EOF-DELTA-SW                  PIC X VALUE SPACE.
           88  END-OF-DELTA              VALUE "Y".
       01  EOF-CSV-SW                    PIC X VALUE SPACE.
           88  END-OF-CSV                VALUE "Y".

      * ONE SWITCH PER SOURCE: SET WHEN THE FILE COULD BE OPENED, AND
      * FOR THE FILES THAT MUST CARRY ONE, WHEN ITS HEADER, TRAILER OR
      * TOTAL WAS FOUND.
       01  INCIDENTS-OPENED-SW           PIC X VALUE SPACE.
           88  INCIDENTS-OPENED          VALUE "Y".
       01  RUN-TOTALS-FOUND-SW           PIC X VALUE SPACE.
           88  RUN-TOTALS-FOUND          VALUE "Y".
       01  EXTRACT-OPENED-SW             PIC X VALUE SPACE.
           88  EXTRACT-OPENED            VALUE "Y".
       01  EXTRACT-HEADER-FOUND-SW       PIC X VALUE SPACE.
           88  EXTRACT-HEADER-FOUND      VALUE "Y".
       01  CONVERTED-OPENED-SW           PIC X VALUE SPACE.
           88  CONVERTED-OPENED          VALUE "Y".
       01  OUTPUT-TRAILER-FOUND-SW       PIC X VALUE SPACE.
           88  OUTPUT-TRAILER-FOUND      VALUE "Y".
       01  RESULT-OPENED-SW              PIC X VALUE SPACE.
           88  RESULT-OPENED             VALUE "Y".
       01  RESULT-FOUND-SW               PIC X VALUE SPACE.
           88  RESULT-FOUND              VALUE "Y".
       01  AUDIT-OPENED-SW               PIC X VALUE SPACE.
           88  AUDIT-OPENED              VALUE "Y".
       01  DELTA-OPENED-SW               PIC X VALUE SPACE.
           88  DELTA-OPENED              VALUE "Y".
       01  DELTA-TRAILER-FOUND-SW        PIC X VALUE SPACE.
           88  DELTA-TRAILER-FOUND       VALUE "Y".
       01  CSV-OPENED-SW                 PIC X VALUE SPACE.
           88  CSV-OPENED                VALUE "Y".
       01  CSV-TOTAL-FOUND-SW            PIC X VALUE SPACE.
           88  CSV-TOTAL-FOUND           VALUE "Y".

      * CONVERT-CONS: ONE ENTRY PER FEED COUNT RECORD, THE RUN TOTAL
      * RECORD, AND THE DUPLICATE INCIDENTS ACTUALLY LOGGED.
       01  FEED-COUNT-TABLE.
           05  FEED-COUNT-ENTRY OCCURS 5 TIMES.
               10  FEED-COUNT-NUMBER       PIC 9(02).
               10  FEED-COUNT-ID           PIC X(08).
               10  FEED-COUNT-READ         PIC 9(09).
               10  FEED-COUNT-DUPLICATES   PIC 9(09).
       01  FEED-COUNT-USED               PIC 9(04) VALUE ZERO.
       01  FEED-COUNT-INDEX              PIC 9(04) VALUE ZERO.
       01  FEEDS-READ-TOTAL              PIC 9(09) VALUE ZERO.
       01  FEEDS-DUPLICATE-TOTAL         PIC 9(09) VALUE ZERO.
       01  CONS-WRITTEN-COUNT            PIC 9(09) VALUE ZERO.
       01  CONS-DUPLICATE-COUNT          PIC 9(09) VALUE ZERO.
       01  CONS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  DUPLICATE-INCIDENT-COUNT      PIC 9(09) VALUE ZERO.

      * RAW EXTRACT.
       01  EXTRACT-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  EXTRACT-FEED-ID               PIC X(08) VALUE SPACES.
       01  EXTRACT-DETAIL-COUNT          PIC 9(09) VALUE ZERO.

      * CONVERT: THE CONVERTED FILE AND ITS TRAILER, AND THE REJECTS.
       01  CONVERTED-DETAIL-COUNT        PIC 9(09) VALUE ZERO.
       01  CONVERTED-AMOUNT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  OUTPUT-STATED-COUNT           PIC 9(09) VALUE ZERO.
       01  OUTPUT-STATED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  OUTPUT-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
       01  REJECT-COUNT                  PIC 9(09) VALUE ZERO.

      * CONVERT-APPLY: POSTINGS IN THE AUDIT TRAIL FOR THE BUSINESS
      * DATE. RENUMBERED COUNTS ACCOUNTS (THE OLD-KEY RECORD OF EACH
      * PAIR), NOT AUDIT RECORDS.
       01  APPLY-ADDED-COUNT             PIC 9(09) VALUE ZERO.
       01  APPLY-UPDATED-COUNT           PIC 9(09) VALUE ZERO.
       01  APPLY-FLAGGED-COUNT           PIC 9(09) VALUE ZERO.
       01  APPLY-RENUMBERED-COUNT        PIC 9(09) VALUE ZERO.
       01  APPLY-BACKOUT-SW              PIC X VALUE SPACE.
           88  APPLY-BACKED-OUT          VALUE "Y".
       01  APPLY-POSTED-COUNT            PIC 9(09) VALUE ZERO.

      * CONVERT-DELTA.
       01  DELTA-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
       01  DELTA-ADDED-COUNT             PIC 9(09) VALUE ZERO.
       01  DELTA-DELETED-COUNT           PIC 9(09) VALUE ZERO.
       01  DELTA-CHANGED-COUNT           PIC 9(09) VALUE ZERO.
       01  DELTA-RENUMBERED-COUNT        PIC 9(09) VALUE ZERO.
       01  DELTA-UNCHANGED-COUNT         PIC 9(09) VALUE ZERO.
       01  DELTA-STATED-COUNT            PIC 9(09) VALUE ZERO.
       01  DELTA-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
       01  DELTA-ACCOUNTED-COUNT         PIC 9(09) VALUE ZERO.

      * CONVERT-CSV: THE TOTAL_RECORDS LINE, SPLIT AT ITS COMMA.
       01  CSV-TOTAL-LABEL               PIC X(20) VALUE SPACES.
       01  CSV-TOTAL-TEXT                PIC X(20) VALUE SPACES.
       01  CSV-TOTAL-COUNT               PIC 9(09) VALUE ZERO.

      * THE FIGURES HANDED TO THE CHECK-PRINTING PARAGRAPHS.
       01  CHECK-LABEL                   PIC X(56) VALUE SPACES.
       01  CHECK-REPORTED-COUNT          PIC 9(09) VALUE ZERO.
       01  CHECK-EXPECTED-COUNT          PIC 9(09) VALUE ZERO.
       01  CHECK-REPORTED-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  CHECK-EXPECTED-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  CHECK-REPORTED-DATE           PIC 9(08) VALUE ZERO.

       01  BREAK-COUNT                   PIC 9(04) VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(42)
               VALUE "CONVERT-SHEET  NIGHTLY CHAIN CONTROL SHEET".
           05  FILLER                    PIC X(34) VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE "BUSINESS DATE ".
           05  HEADING-BUSINESS-DATE     PIC 9(08).
           05  FILLER                    PIC X(33) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(56) VALUE "CHECK".
           05  FILLER                    PIC X(21)
               VALUE "             REPORTED".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(21)
               VALUE "             EXPECTED".
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "RESULT".
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  SECTION-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  SECTION-TITLE             PIC X(60).
           05  FILLER                    PIC X(71) VALUE SPACES.

       01  FEED-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "FEED ".
           05  FEED-LINE-NUMBER          PIC 9(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FEED-LINE-ID              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE "RECORDS READ ".
           05  FEED-LINE-READ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE "DUPLICATES REJECTED ".
           05  FEED-LINE-DUPLICATES      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(52) VALUE SPACES.

      * A CHECK LINE: WHAT WAS CHECKED, THE FIGURE REPORTED, THE
      * FIGURE IT MUST AGREE WITH, AND OK OR BREAK. THE COUNT, AMOUNT
      * AND DATE VIEWS SHARE THE LABEL AND RESULT COLUMNS.
       01  CHECK-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CHECK-LINE-LABEL          PIC X(56).
           05  CHECK-LINE-FIGURES        PIC X(44).
           05  CHECK-LINE-COUNTS REDEFINES CHECK-LINE-FIGURES.
               10  FILLER                PIC X(10).
               10  CHECK-LINE-REPORTED-COUNT
                                         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                PIC X(12).
               10  CHECK-LINE-EXPECTED-COUNT
                                         PIC ZZZ,ZZZ,ZZ9.
           05  CHECK-LINE-AMOUNTS REDEFINES CHECK-LINE-FIGURES.
               10  CHECK-LINE-REPORTED-AMOUNT
                                         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(02).
               10  CHECK-LINE-EXPECTED-AMOUNT
                                         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  CHECK-LINE-DATES REDEFINES CHECK-LINE-FIGURES.
               10  FILLER                PIC X(13).
               10  CHECK-LINE-REPORTED-DATE
                                         PIC 9(08).
               10  FILLER                PIC X(15).
               10  CHECK-LINE-EXPECTED-DATE
                                         PIC 9(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CHECK-LINE-RESULT         PIC X(05).
           05  FILLER                    PIC X(21) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  SUMMARY-TEXT              PIC X(80).
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  SUMMARY-BREAK-TEXT.
           05  FILLER                    PIC X(04) VALUE "*** ".
           05  SUMMARY-BREAK-COUNT       PIC ZZZ9.
           05  FILLER                    PIC X(50)
               VALUE " BREAK(S) -- HOLD THE DOWNSTREAM FILES ***".
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  BLANK-LINE                    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-READ-INCIDENTS
           PERFORM 1100-READ-EXTRACT
           PERFORM 1200-READ-CONVERTED
           PERFORM 1300-READ-REJECTS
           PERFORM 1400-READ-RECON-RESULT
           PERFORM 1500-READ-AUDIT
           PERFORM 1600-READ-DELTA
           PERFORM 1700-READ-CSV
           PERFORM 3000-PRINT-SHEET
           PERFORM 9000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO REPORT-FILENAME INCIDENTS-FILENAME
                   EXTRACT-FILENAME CONVERTED-FILENAME
                   REJECTS-FILENAME RESULT-FILENAME AUDIT-FILENAME
                   DELTA-FILENAME CSV-FILENAME BUSINESS-DATE-ARGUMENT
           END-UNSTRING

           IF  REPORT-FILENAME = SPACES
           OR INCIDENTS-FILENAME = SPACES
           OR EXTRACT-FILENAME = SPACES
           OR CONVERTED-FILENAME = SPACES
           OR REJECTS-FILENAME = SPACES
           OR RESULT-FILENAME = SPACES
           OR AUDIT-FILENAME = SPACES
           OR DELTA-FILENAME = SPACES
           OR CSV-FILENAME = SPACES
           OR BUSINESS-DATE-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-SHEET REPORT-FILENAME'
                   ' INCIDENTS-FILENAME EXTRACT-FILENAME'
                   ' OUTPUT-FILENAME REJECTS-FILENAME'
                   ' RECON-RESULT-FILENAME AUDIT-FILENAME'
                   ' DELTA-FILENAME CSV-FILENAME BUSINESS-DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  BUSINESS-DATE-ARGUMENT(1:8) NOT NUMERIC
           OR BUSINESS-DATE-ARGUMENT(9:2) NOT = SPACES
               DISPLAY 'CONVERT-SHEET: BUSINESS-DATE MUST BE CCYYMMDD,'
                   ' NOT ' BUSINESS-DATE-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BUSINESS-DATE-ARGUMENT(1:8) TO BUSINESS-DATE
           .

      ******************************************************************
      * CONVERT-CONS: THE DUPLICATE INCIDENTS ARE COUNTED, AND THE
      * FEED COUNT AND RUN TOTAL RECORDS AT THE END OF THE FILE ARE
      * CAPTURED.
      ******************************************************************
       1000-READ-INCIDENTS.

           OPEN INPUT INCIDENTS-FILE
           IF  INCIDENTS-FILE-STATUS = "00"
               SET INCIDENTS-OPENED TO TRUE
               PERFORM 1090-READ-INCIDENT
               PERFORM 1010-TALLY-ONE-INCIDENT UNTIL END-OF-INCIDENTS
               CLOSE INCIDENTS-FILE
           END-IF
           .

       1010-TALLY-ONE-INCIDENT.

           EVALUATE TRUE
               WHEN INCIDENT-CROSS-FEED-DUPLICATE
                   ADD 1 TO DUPLICATE-INCIDENT-COUNT
               WHEN INCIDENT-FEED-COUNTS
                   IF  FEED-COUNT-USED < 5
                       ADD 1 TO FEED-COUNT-USED
                       MOVE INCIDENT-COUNT-FEED
                           TO FEED-COUNT-NUMBER(FEED-COUNT-USED)
                       MOVE INCIDENT-COUNT-FEED-ID
                           TO FEED-COUNT-ID(FEED-COUNT-USED)
                       MOVE INCIDENT-COUNT-READ
                           TO FEED-COUNT-READ(FEED-COUNT-USED)
                       MOVE INCIDENT-COUNT-DUPLICATES
                           TO FEED-COUNT-DUPLICATES(FEED-COUNT-USED)
                   END-IF
                   ADD INCIDENT-COUNT-READ TO FEEDS-READ-TOTAL
                   ADD INCIDENT-COUNT-DUPLICATES
                       TO FEEDS-DUPLICATE-TOTAL
               WHEN INCIDENT-RUN-TOTALS
                   SET RUN-TOTALS-FOUND TO TRUE
                   MOVE INCIDENT-COUNT-WRITTEN TO CONS-WRITTEN-COUNT
                   MOVE INCIDENT-COUNT-DUPLICATES
                       TO CONS-DUPLICATE-COUNT
                   MOVE INCIDENT-COUNT-BUSINESS-DATE
                       TO CONS-BUSINESS-DATE
           END-EVALUATE

           PERFORM 1090-READ-INCIDENT
           .

       1090-READ-INCIDENT.

           READ INCIDENTS-FILE
               AT END
                   SET END-OF-INCIDENTS TO TRUE
           END-READ
           .

      ******************************************************************
      * RAW EXTRACT: THE HEADER RECORD OFF THE TOP, THEN THE DETAIL
      * RECORDS BEHIND IT.
      ******************************************************************
       1100-READ-EXTRACT.

           OPEN INPUT EXTRACT-FILE
           IF  EXTRACT-FILE-STATUS = "00"
               SET EXTRACT-OPENED TO TRUE
               PERFORM 1190-READ-EXTRACT-RECORD
               IF  NOT END-OF-EXTRACT AND IN-HEADER-PRESENT
                   SET EXTRACT-HEADER-FOUND TO TRUE
                   MOVE IN-HEADER-BUSINESS-DATE
                       TO EXTRACT-BUSINESS-DATE
                   MOVE IN-HEADER-FEED-ID TO EXTRACT-FEED-ID
                   PERFORM 1190-READ-EXTRACT-RECORD
               END-IF
               PERFORM 1110-COUNT-ONE-EXTRACT-RECORD
                   UNTIL END-OF-EXTRACT
               CLOSE EXTRACT-FILE
           END-IF
           .

       1110-COUNT-ONE-EXTRACT-RECORD.

           ADD 1 TO EXTRACT-DETAIL-COUNT
           PERFORM 1190-READ-EXTRACT-RECORD
           .

       1190-READ-EXTRACT-RECORD.

           READ EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ
           .

      ******************************************************************
      * CONVERT: THE CONVERTED FILE'S DETAILS ARE COUNTED AND SUMMED
      * AND ITS TRAILER'S FIGURES CAPTURED.
      ******************************************************************
       1200-READ-CONVERTED.

           OPEN INPUT CONVERTED-FILE
           IF  CONVERTED-FILE-STATUS = "00"
               SET CONVERTED-OPENED TO TRUE
               PERFORM 1290-READ-CONVERTED-RECORD
               PERFORM 1210-TALLY-ONE-CONVERTED
                   UNTIL END-OF-CONVERTED
               CLOSE CONVERTED-FILE
           END-IF
           .

       1210-TALLY-ONE-CONVERTED.

           IF  OUT-TRAILER-RECORD
               SET OUTPUT-TRAILER-FOUND TO TRUE
               MOVE OUT-RECORD-COUNT TO OUTPUT-STATED-COUNT
               MOVE OUT-CONTROL-TOTAL TO OUTPUT-STATED-TOTAL
               MOVE OUT-TRAILER-BUSINESS-DATE TO OUTPUT-BUSINESS-DATE
           ELSE
               ADD 1 TO CONVERTED-DETAIL-COUNT
               ADD OUT-AMOUNT TO CONVERTED-AMOUNT-TOTAL
           END-IF

           PERFORM 1290-READ-CONVERTED-RECORD
           .

       1290-READ-CONVERTED-RECORD.

           READ CONVERTED-FILE
               AT END
                   SET END-OF-CONVERTED TO TRUE
           END-READ
           .

      ******************************************************************
      * CONVERT: THE REJECTS FILE IS COUNTED. ONE THAT DOES NOT EXIST
      * IS TREATED AS EMPTY.
      ******************************************************************
       1300-READ-REJECTS.

           OPEN INPUT REJECTS-FILE
           IF  REJECTS-FILE-STATUS = "00"
               PERFORM 1390-READ-REJECT
               PERFORM 1310-COUNT-ONE-REJECT UNTIL END-OF-REJECTS
               CLOSE REJECTS-FILE
           END-IF
           .

       1310-COUNT-ONE-REJECT.

           ADD 1 TO REJECT-COUNT
           PERFORM 1390-READ-REJECT
           .

       1390-READ-REJECT.

           READ REJECTS-FILE
               AT END
                   SET END-OF-REJECTS TO TRUE
           END-READ
           .

      ******************************************************************
      * CONVERT-RECON: ITS ONE-RECORD RESULT FILE.
      ******************************************************************
       1400-READ-RECON-RESULT.

           OPEN INPUT RESULT-FILE
           IF  RESULT-FILE-STATUS = "00"
               SET RESULT-OPENED TO TRUE
               READ RESULT-FILE
                   NOT AT END
                       SET RESULT-FOUND TO TRUE
               END-READ
               CLOSE RESULT-FILE
           END-IF
           .

      ******************************************************************
      * CONVERT-APPLY: THE AUDIT TRAIL IS READ END TO END AND ONLY THE
      * BUSINESS DATE'S POSTINGS ARE COUNTED. A BACKED-OUT RECORD FOR
      * THE DATE MEANS EVERY POSTING COUNTED SO FAR WAS REVERSED, SO
      * THE COUNTS START AGAIN FROM ZERO FOR ANY RE-POSTING BEHIND IT.
      ******************************************************************
       1500-READ-AUDIT.

           OPEN INPUT AUDIT-FILE
           IF  AUDIT-FILE-STATUS = "00"
               SET AUDIT-OPENED TO TRUE
               PERFORM 1590-READ-AUDIT-RECORD
               PERFORM 1510-TALLY-ONE-AUDIT UNTIL END-OF-AUDIT
               CLOSE AUDIT-FILE
           END-IF

           COMPUTE APPLY-POSTED-COUNT =
               APPLY-ADDED-COUNT + APPLY-UPDATED-COUNT
           .

       1510-TALLY-ONE-AUDIT.

           IF  AUDIT-RUN-DATE = BUSINESS-DATE
               EVALUATE TRUE
                   WHEN AUDIT-ACCOUNT-ADDED
                       ADD 1 TO APPLY-ADDED-COUNT
                   WHEN AUDIT-ACCOUNT-UPDATED
                       ADD 1 TO APPLY-UPDATED-COUNT
                   WHEN AUDIT-ACCOUNT-FLAGGED
                       ADD 1 TO APPLY-FLAGGED-COUNT
                   WHEN AUDIT-ACCOUNT-RENUMBERED
                       IF  AUDIT-BEFORE-IMAGE NOT = SPACES
                           ADD 1 TO APPLY-RENUMBERED-COUNT
                       END-IF
                   WHEN AUDIT-POSTING-BACKED-OUT
                       SET APPLY-BACKED-OUT TO TRUE
                       MOVE ZERO TO APPLY-ADDED-COUNT
                       MOVE ZERO TO APPLY-UPDATED-COUNT
                       MOVE ZERO TO APPLY-FLAGGED-COUNT
                       MOVE ZERO TO APPLY-RENUMBERED-COUNT
               END-EVALUATE
           END-IF

           PERFORM 1590-READ-AUDIT-RECORD
           .

       1590-READ-AUDIT-RECORD.

           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ
           .

      ******************************************************************
      * CONVERT-DELTA: THE DELTA RECORDS ARE COUNTED AND THE TRAILER'S
      * FIGURES CAPTURED.
      ******************************************************************
       1600-READ-DELTA.

           OPEN INPUT DELTA-FILE
           IF  DELTA-FILE-STATUS = "00"
               SET DELTA-OPENED TO TRUE
               PERFORM 1690-READ-DELTA-RECORD
               PERFORM 1610-TALLY-ONE-DELTA UNTIL END-OF-DELTA
               CLOSE DELTA-FILE
           END-IF

           COMPUTE DELTA-ACCOUNTED-COUNT =
               DELTA-ADDED-COUNT + DELTA-CHANGED-COUNT
               + DELTA-RENUMBERED-COUNT + DELTA-UNCHANGED-COUNT
           .

       1610-TALLY-ONE-DELTA.

           IF  DELTA-TRAILER
               SET DELTA-TRAILER-FOUND TO TRUE
               MOVE DELTA-TRAILER-ADD-COUNT TO DELTA-ADDED-COUNT
               MOVE DELTA-TRAILER-DELETE-COUNT TO DELTA-DELETED-COUNT
               MOVE DELTA-TRAILER-CHANGE-COUNT TO DELTA-CHANGED-COUNT
               MOVE DELTA-TRAILER-RENUMBER-COUNT
                   TO DELTA-RENUMBERED-COUNT
               MOVE DELTA-TRAILER-UNCHANGED-COUNT
                   TO DELTA-UNCHANGED-COUNT
               MOVE DELTA-TRAILER-RECORD-COUNT TO DELTA-STATED-COUNT
               MOVE DELTA-TRAILER-BUSINESS-DATE
                   TO DELTA-BUSINESS-DATE
           ELSE
               ADD 1 TO DELTA-DETAIL-COUNT
           END-IF

           PERFORM 1690-READ-DELTA-RECORD
           .

       1690-READ-DELTA-RECORD.

           READ DELTA-FILE
               AT END
                   SET END-OF-DELTA TO TRUE
           END-READ
           .

      ******************************************************************
      * CONVERT-CSV: THE TOTAL_RECORDS LINE THAT CLOSES THE EXPORT.
      ******************************************************************
       1700-READ-CSV.

           OPEN INPUT CSV-FILE
           IF  CSV-FILE-STATUS = "00"
               SET CSV-OPENED TO TRUE
               PERFORM 1790-READ-CSV-LINE
               PERFORM 1710-CHECK-ONE-CSV-LINE UNTIL END-OF-CSV
               CLOSE CSV-FILE
           END-IF
           .

       1710-CHECK-ONE-CSV-LINE.

           IF  CSV-LINE(1:14) = "TOTAL_RECORDS,"
               MOVE SPACES TO CSV-TOTAL-TEXT
               UNSTRING CSV-LINE DELIMITED BY ","
                   INTO CSV-TOTAL-LABEL CSV-TOTAL-TEXT
               END-UNSTRING
               IF  CSV-TOTAL-TEXT NOT = SPACES
                   SET CSV-TOTAL-FOUND TO TRUE
                   MOVE FUNCTION NUMVAL(CSV-TOTAL-TEXT)
                       TO CSV-TOTAL-COUNT
               END-IF
           END-IF

           PERFORM 1790-READ-CSV-LINE
           .

       1790-READ-CSV-LINE.

           READ CSV-FILE
               AT END
                   SET END-OF-CSV TO TRUE
           END-READ
           .

      ******************************************************************
      * PRINTS THE SHEET: ONE SECTION PER STEP, IN CHAIN ORDER, THEN
      * THE NIGHT'S OWN TIE AND THE VERDICT.
      ******************************************************************
       3000-PRINT-SHEET.

           OPEN OUTPUT REPORT-FILE
           MOVE BUSINESS-DATE TO HEADING-BUSINESS-DATE
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 3100-PRINT-CONS-SECTION
           PERFORM 3200-PRINT-EXTRACT-SECTION
           PERFORM 3300-PRINT-CONVERT-SECTION
           PERFORM 3400-PRINT-RECON-SECTION
           PERFORM 3500-PRINT-APPLY-SECTION
           PERFORM 3600-PRINT-DELTA-SECTION
           PERFORM 3700-PRINT-CSV-SECTION
           PERFORM 3800-PRINT-CHAIN-SECTION

           CLOSE REPORT-FILE
           .

       3100-PRINT-CONS-SECTION.

           MOVE "CONVERT-CONS  CONSOLIDATION" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT INCIDENTS-OPENED
               MOVE "INCIDENTS FILE NOT AVAILABLE" TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           ELSE
               IF  NOT RUN-TOTALS-FOUND
                   MOVE "INCIDENTS FILE HAS NO RUN TOTAL RECORD"
                       TO CHECK-LABEL
                   PERFORM 5400-PRINT-MISSING-SOURCE
               END-IF
           END-IF

           PERFORM 3110-PRINT-ONE-FEED
               VARYING FEED-COUNT-INDEX FROM 1 BY 1
               UNTIL FEED-COUNT-INDEX > FEED-COUNT-USED

           MOVE "RECORDS READ = RECORDS WRITTEN + DUPLICATES"
               TO CHECK-LABEL
           MOVE FEEDS-READ-TOTAL TO CHECK-REPORTED-COUNT
           COMPUTE CHECK-EXPECTED-COUNT =
               CONS-WRITTEN-COUNT + CONS-DUPLICATE-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "DUPLICATES = DUPLICATE INCIDENTS LOGGED"
               TO CHECK-LABEL
           MOVE FEEDS-DUPLICATE-TOTAL TO CHECK-REPORTED-COUNT
           MOVE DUPLICATE-INCIDENT-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "CONSOLIDATION BUSINESS DATE" TO CHECK-LABEL
           MOVE CONS-BUSINESS-DATE TO CHECK-REPORTED-DATE
           PERFORM 5300-PRINT-DATE-CHECK
           .

       3110-PRINT-ONE-FEED.

           MOVE FEED-COUNT-NUMBER(FEED-COUNT-INDEX) TO FEED-LINE-NUMBER
           MOVE FEED-COUNT-ID(FEED-COUNT-INDEX) TO FEED-LINE-ID
           MOVE FEED-COUNT-READ(FEED-COUNT-INDEX) TO FEED-LINE-READ
           MOVE FEED-COUNT-DUPLICATES(FEED-COUNT-INDEX)
               TO FEED-LINE-DUPLICATES
           MOVE FEED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       3200-PRINT-EXTRACT-SECTION.

           MOVE "RAW EXTRACT" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT EXTRACT-OPENED
               MOVE "EXTRACT FILE NOT AVAILABLE" TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           ELSE
               IF  NOT EXTRACT-HEADER-FOUND
                   MOVE "EXTRACT FILE HAS NO HEADER RECORD"
                       TO CHECK-LABEL
                   PERFORM 5400-PRINT-MISSING-SOURCE
               END-IF
           END-IF

           MOVE "HEADER BUSINESS DATE" TO CHECK-LABEL
           MOVE EXTRACT-BUSINESS-DATE TO CHECK-REPORTED-DATE
           PERFORM 5300-PRINT-DATE-CHECK

           MOVE "DETAIL RECORDS = CONS RECORDS WRITTEN" TO CHECK-LABEL
           MOVE EXTRACT-DETAIL-COUNT TO CHECK-REPORTED-COUNT
           MOVE CONS-WRITTEN-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK
           .

       3300-PRINT-CONVERT-SECTION.

           MOVE "CONVERT  CONVERTED FILE AND REJECTS" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT CONVERTED-OPENED
               MOVE "CONVERTED FILE NOT AVAILABLE" TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           ELSE
               IF  NOT OUTPUT-TRAILER-FOUND
                   MOVE "CONVERTED FILE HAS NO TRAILER RECORD"
                       TO CHECK-LABEL
                   PERFORM 5400-PRINT-MISSING-SOURCE
               END-IF
           END-IF

           MOVE "EXTRACT RECORDS = CONVERTED + REJECTED"
               TO CHECK-LABEL
           MOVE EXTRACT-DETAIL-COUNT TO CHECK-REPORTED-COUNT
           COMPUTE CHECK-EXPECTED-COUNT =
               CONVERTED-DETAIL-COUNT + REJECT-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "TRAILER RECORD COUNT = CONVERTED DETAILS"
               TO CHECK-LABEL
           MOVE OUTPUT-STATED-COUNT TO CHECK-REPORTED-COUNT
           MOVE CONVERTED-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "TRAILER CONTROL TOTAL = CONVERTED AMOUNTS"
               TO CHECK-LABEL
           MOVE OUTPUT-STATED-TOTAL TO CHECK-REPORTED-AMOUNT
           MOVE CONVERTED-AMOUNT-TOTAL TO CHECK-EXPECTED-AMOUNT
           PERFORM 5200-PRINT-AMOUNT-CHECK

           MOVE "TRAILER BUSINESS DATE" TO CHECK-LABEL
           MOVE OUTPUT-BUSINESS-DATE TO CHECK-REPORTED-DATE
           PERFORM 5300-PRINT-DATE-CHECK
           .

      ******************************************************************
      * CONVERT-RECON: ITS OWN VERDICT IS SHOWN, BUT ITS UNMATCHED
      * INPUT RECORDS ARE EXPECTED TO BE CONVERT'S REJECTS, SO THE
      * FIGURES BEHIND THE VERDICT ARE WHAT IS CHECKED. ONLY A KEY
      * SEQUENCE ERROR IS A BREAK IN ITSELF.
      ******************************************************************
       3400-PRINT-RECON-SECTION.

           MOVE "CONVERT-RECON  RECONCILIATION" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT RESULT-OPENED OR NOT RESULT-FOUND
               MOVE "RECONCILIATION RESULT NOT AVAILABLE"
                   TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           ELSE
               IF  RECONRES-RECONCILED
                   MOVE "RECONCILIATION REPORTED RECONCILED"
                       TO CHECK-LABEL
               ELSE
                   MOVE "RECONCILIATION REPORTED NOT RECONCILED"
                       TO CHECK-LABEL
               END-IF
               MOVE SPACES TO CHECK-LINE-FIGURES
               IF  RECONRES-SEQUENCE-ERROR
                   MOVE "FILES OUT OF KEY SEQUENCE" TO CHECK-LABEL
                   PERFORM 5400-PRINT-MISSING-SOURCE
               ELSE
                   MOVE CHECK-LABEL TO CHECK-LINE-LABEL
                   MOVE SPACES TO CHECK-LINE-RESULT
                   PERFORM 5900-WRITE-CHECK-LINE
               END-IF
           END-IF

           MOVE "EXTRACT BUSINESS DATE" TO CHECK-LABEL
           MOVE RECONRES-HEADER-BUSINESS-DATE TO CHECK-REPORTED-DATE
           PERFORM 5300-PRINT-DATE-CHECK

           MOVE "CONVERTED FILE BUSINESS DATE" TO CHECK-LABEL
           MOVE RECONRES-TRAILER-BUSINESS-DATE TO CHECK-REPORTED-DATE
           PERFORM 5300-PRINT-DATE-CHECK

           MOVE "INPUT RECORDS READ = EXTRACT RECORDS" TO CHECK-LABEL
           MOVE RECONRES-INPUT-COUNT TO CHECK-REPORTED-COUNT
           MOVE EXTRACT-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "MATCHED RECORDS = CONVERTED" TO CHECK-LABEL
           MOVE RECONRES-MATCHED-COUNT TO CHECK-REPORTED-COUNT
           MOVE CONVERTED-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "MATCHED AMOUNTS = TRAILER CONTROL TOTAL"
               TO CHECK-LABEL
           MOVE RECONRES-MATCHED-TOTAL TO CHECK-REPORTED-AMOUNT
           MOVE RECONRES-TRAILER-TOTAL TO CHECK-EXPECTED-AMOUNT
           PERFORM 5200-PRINT-AMOUNT-CHECK

           MOVE "UNMATCHED INPUT RECORDS = REJECTED" TO CHECK-LABEL
           MOVE RECONRES-UNMATCHED-INPUT-COUNT TO CHECK-REPORTED-COUNT
           MOVE REJECT-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "UNMATCHED OUTPUT RECORDS = NONE" TO CHECK-LABEL
           MOVE RECONRES-UNMATCHED-OUTPUT-COUNT
               TO CHECK-REPORTED-COUNT
           MOVE ZERO TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK
           .

       3500-PRINT-APPLY-SECTION.

           MOVE "CONVERT-APPLY  MASTER POSTINGS FROM THE AUDIT TRAIL"
               TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT AUDIT-OPENED
               MOVE "AUDIT FILE NOT AVAILABLE" TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           END-IF

           IF  APPLY-BACKED-OUT
               MOVE "POSTING BACKED OUT -- COUNTED FROM THE RE-POSTING"
                   TO CHECK-LINE-LABEL
               MOVE SPACES TO CHECK-LINE-FIGURES
               MOVE SPACES TO CHECK-LINE-RESULT
               PERFORM 5900-WRITE-CHECK-LINE
           END-IF

           MOVE "ADDED + UPDATED = CONVERTED" TO CHECK-LABEL
           MOVE APPLY-POSTED-COUNT TO CHECK-REPORTED-COUNT
           MOVE CONVERTED-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "  ACCOUNTS ADDED" TO CHECK-LABEL
           MOVE APPLY-ADDED-COUNT TO CHECK-REPORTED-COUNT
           PERFORM 5500-PRINT-FIGURE

           MOVE "  ACCOUNTS UPDATED" TO CHECK-LABEL
           MOVE APPLY-UPDATED-COUNT TO CHECK-REPORTED-COUNT
           PERFORM 5500-PRINT-FIGURE

           MOVE "  ACCOUNTS FLAGGED INACTIVE" TO CHECK-LABEL
           MOVE APPLY-FLAGGED-COUNT TO CHECK-REPORTED-COUNT
           PERFORM 5500-PRINT-FIGURE

           MOVE "  ACCOUNTS RENUMBERED" TO CHECK-LABEL
           MOVE APPLY-RENUMBERED-COUNT TO CHECK-REPORTED-COUNT
           PERFORM 5500-PRINT-FIGURE
           .

       3600-PRINT-DELTA-SECTION.

           MOVE "CONVERT-DELTA  DELTA FILE" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT DELTA-OPENED
               MOVE "DELTA FILE NOT AVAILABLE" TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           ELSE
               IF  NOT DELTA-TRAILER-FOUND
                   MOVE "DELTA FILE HAS NO TRAILER RECORD"
                       TO CHECK-LABEL
                   PERFORM 5400-PRINT-MISSING-SOURCE
               END-IF
           END-IF

           MOVE "ADDED + CHANGED + RENUMBERED + UNCHANGED = CONVERTED"
               TO CHECK-LABEL
           MOVE DELTA-ACCOUNTED-COUNT TO CHECK-REPORTED-COUNT
           MOVE CONVERTED-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "TRAILER RECORD COUNT = DELTA RECORDS" TO CHECK-LABEL
           MOVE DELTA-STATED-COUNT TO CHECK-REPORTED-COUNT
           MOVE DELTA-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE "TRAILER BUSINESS DATE" TO CHECK-LABEL
           MOVE DELTA-BUSINESS-DATE TO CHECK-REPORTED-DATE
           PERFORM 5300-PRINT-DATE-CHECK

           MOVE "  ACCOUNTS DELETED" TO CHECK-LABEL
           MOVE DELTA-DELETED-COUNT TO CHECK-REPORTED-COUNT
           PERFORM 5500-PRINT-FIGURE
           .

       3700-PRINT-CSV-SECTION.

           MOVE "CONVERT-CSV  EXPORT" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           IF  NOT CSV-OPENED
               MOVE "EXPORT FILE NOT AVAILABLE" TO CHECK-LABEL
               PERFORM 5400-PRINT-MISSING-SOURCE
           ELSE
               IF  NOT CSV-TOTAL-FOUND
                   MOVE "EXPORT FILE HAS NO TOTAL_RECORDS LINE"
                       TO CHECK-LABEL
                   PERFORM 5400-PRINT-MISSING-SOURCE
               END-IF
           END-IF

           MOVE "TOTAL_RECORDS = CONVERTED" TO CHECK-LABEL
           MOVE CSV-TOTAL-COUNT TO CHECK-REPORTED-COUNT
           MOVE CONVERTED-DETAIL-COUNT TO CHECK-EXPECTED-COUNT
           PERFORM 5100-PRINT-COUNT-CHECK
           .

      ******************************************************************
      * THE NIGHT'S OWN TIE, FROM THE FIRST STEP TO THE LAST, AND THE
      * VERDICT.
      ******************************************************************
       3800-PRINT-CHAIN-SECTION.

           MOVE "NIGHTLY CHAIN" TO SECTION-TITLE
           PERFORM 3900-PRINT-SECTION-TITLE

           MOVE "RECORDS IN = CONVERTED + REJECTED + DUPLICATES"
               TO CHECK-LABEL
           MOVE FEEDS-READ-TOTAL TO CHECK-REPORTED-COUNT
           COMPUTE CHECK-EXPECTED-COUNT =
               CONVERTED-DETAIL-COUNT + REJECT-COUNT
               + FEEDS-DUPLICATE-TOTAL
           PERFORM 5100-PRINT-COUNT-CHECK

           MOVE BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF  BREAK-COUNT = 0
               MOVE "THE NIGHTLY CHAIN BALANCES FROM END TO END"
                   TO SUMMARY-TEXT
           ELSE
               MOVE BREAK-COUNT TO SUMMARY-BREAK-COUNT
               MOVE SUMMARY-BREAK-TEXT TO SUMMARY-TEXT
           END-IF
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       3900-PRINT-SECTION-TITLE.

           MOVE BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

      ******************************************************************
      * ONE CHECK LINE PER CALL: THE FIGURES ARE SET IN THE CHECK-
      * FIELDS BY THE CALLER, COMPARED HERE, AND A DISAGREEMENT
      * COUNTED AND MARKED BREAK. DATES ARE ALWAYS CHECKED AGAINST
      * THE BUSINESS DATE THE SHEET WAS RUN FOR.
      ******************************************************************
       5100-PRINT-COUNT-CHECK.

           MOVE CHECK-LABEL TO CHECK-LINE-LABEL
           MOVE SPACES TO CHECK-LINE-FIGURES
           MOVE CHECK-REPORTED-COUNT TO CHECK-LINE-REPORTED-COUNT
           MOVE CHECK-EXPECTED-COUNT TO CHECK-LINE-EXPECTED-COUNT
           IF  CHECK-REPORTED-COUNT = CHECK-EXPECTED-COUNT
               MOVE "OK" TO CHECK-LINE-RESULT
           ELSE
               PERFORM 5800-MARK-BREAK
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           .

       5200-PRINT-AMOUNT-CHECK.

           MOVE CHECK-LABEL TO CHECK-LINE-LABEL
           MOVE SPACES TO CHECK-LINE-FIGURES
           MOVE CHECK-REPORTED-AMOUNT TO CHECK-LINE-REPORTED-AMOUNT
           MOVE CHECK-EXPECTED-AMOUNT TO CHECK-LINE-EXPECTED-AMOUNT
           IF  CHECK-REPORTED-AMOUNT = CHECK-EXPECTED-AMOUNT
               MOVE "OK" TO CHECK-LINE-RESULT
           ELSE
               PERFORM 5800-MARK-BREAK
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           .

       5300-PRINT-DATE-CHECK.

           MOVE CHECK-LABEL TO CHECK-LINE-LABEL
           MOVE SPACES TO CHECK-LINE-FIGURES
           MOVE CHECK-REPORTED-DATE TO CHECK-LINE-REPORTED-DATE
           MOVE BUSINESS-DATE TO CHECK-LINE-EXPECTED-DATE
           IF  CHECK-REPORTED-DATE = BUSINESS-DATE
               MOVE "OK" TO CHECK-LINE-RESULT
           ELSE
               PERFORM 5800-MARK-BREAK
           END-IF
           PERFORM 5900-WRITE-CHECK-LINE
           .

      ******************************************************************
      * A SOURCE THAT IS MISSING, OR IS MISSING THE CONTROL RECORD IT
      * SHOULD CARRY, IS A BREAK IN ITSELF: THE CHECKS THAT FOLLOW IT
      * CANNOT BE TRUSTED EVEN WHERE THEIR ZEROS HAPPEN TO AGREE.
      ******************************************************************
       5400-PRINT-MISSING-SOURCE.

           MOVE CHECK-LABEL TO CHECK-LINE-LABEL
           MOVE SPACES TO CHECK-LINE-FIGURES
           PERFORM 5800-MARK-BREAK
           PERFORM 5900-WRITE-CHECK-LINE
           .

      * A FIGURE SHOWN FOR INFORMATION, WITH NOTHING TO CHECK IT BY.
       5500-PRINT-FIGURE.

           MOVE CHECK-LABEL TO CHECK-LINE-LABEL
           MOVE SPACES TO CHECK-LINE-FIGURES
           MOVE CHECK-REPORTED-COUNT TO CHECK-LINE-REPORTED-COUNT
           MOVE SPACES TO CHECK-LINE-RESULT
           PERFORM 5900-WRITE-CHECK-LINE
           .

       5800-MARK-BREAK.

           MOVE "BREAK" TO CHECK-LINE-RESULT
           ADD 1 TO BREAK-COUNT
           DISPLAY 'CONVERT-SHEET: BREAK -- '
               FUNCTION TRIM(CHECK-LINE-LABEL)
           .

       5900-WRITE-CHECK-LINE.

           MOVE CHECK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       9000-TERMINATE.

           IF  BREAK-COUNT = 0
               DISPLAY 'CONVERT-SHEET: NIGHTLY CHAIN BALANCES FOR '
                   BUSINESS-DATE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERT-SHEET: ' BREAK-COUNT
                   ' BREAK(S) FOR ' BUSINESS-DATE
                   ' -- SEE ' FUNCTION TRIM(REPORT-FILENAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
