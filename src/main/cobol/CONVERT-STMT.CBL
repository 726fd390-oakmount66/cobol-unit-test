      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTHLY CUSTOMER ACCOUNT STATEMENTS FROM THE
      *            INDEXED ACCOUNT MASTER AND THE APPEND-ONLY AUDIT
      *            TRAIL CONVERT-APPLY MAINTAINS. THE SERVICE DESK
      *            ANSWERS "WHAT MOVED ON THIS ACCOUNT LAST MONTH" ONE
      *            ACCOUNT AT A TIME THROUGH CONVERT-HIST; THIS RUN
      *            PRINTS EVERY ACCOUNT'S MONTH AT ONCE, ONE STATEMENT
      *            PER ACCOUNT, ON A 132-COLUMN PRINT FILE WITH THE
      *            SAME PAGE HEADINGS AS CONVERT-AGED.
      *
      *            EACH STATEMENT SHOWS THE OPENING POSITION AT THE
      *            START OF THE MONTH, EVERY POSTING DURING THE MONTH
      *            THAT CHANGED THE AMOUNT, THE STATUS CODE OR THE
      *            ACTIVE FLAG (WITH ITS RUN DATE), AND THE CLOSING
      *            POSITION AT THE END OF THE MONTH. STATUS CODES
      *            CARRY THEIR DESCRIPTIONS FROM THE STATUS-CODE
      *            REFERENCE FILE (STATREF COPYBOOK). POSTINGS THAT
      *            ONLY CHANGED A NAME OR AN EFFECTIVE DATE ARE NOT
      *            LISTED. A STATEMENT IS PRINTED FOR EVERY ACCOUNT
      *            ACTIVE AT THE START OR END OF THE MONTH AND FOR
      *            EVERY ACCOUNT WITH A LISTED POSTING IN IT.
      *
      *            OPENING AND CLOSING POSITIONS ARE FOUND THE WAY
      *            CONVERT-ASOF FINDS AN AS-OF STATE: THE EARLIEST
      *            AUDIT RECORD DATED AFTER A DAY CARRIES THE ACCOUNT
      *            AS IT STOOD AT THE END OF THAT DAY, AND AN ACCOUNT
      *            WITH NO AUDIT RECORD AFTER THE DAY STILL STANDS AS
      *            THE MASTER HAS IT. EACH STATEMENT MUST FOOT --
      *            OPENING AMOUNT PLUS THE MONTH'S CHANGES EQUALS THE
      *            CLOSING AMOUNT -- OR IT IS MARKED. THE RUN ENDS
      *            WITH A CONTROL PAGE PROVING THAT THE CLOSING
      *            AMOUNTS OF THE ACCOUNTS ACTIVE AT MONTH END ADD UP
      *            TO THE MASTER'S TOTAL FOR ACTIVE ACCOUNTS AS OF
      *            MONTH END: THE ACTIVE MASTER TOTAL NOW, LESS THE
      *            NET EFFECT OF EVERY POSTING SINCE THE MONTH CLOSED.
      *
      * USAGE:     CONVERT-STMT MASTER-FILENAME AUDIT-FILENAME
      *            STATUS-CODES-FILENAME STATEMENT-FILENAME
      *            STATEMENT-MONTH [ARCHIVE-FILENAME]
      *
      *            STATEMENT-MONTH IS CCYYMM. WHEN CONVERT-ARCH HAS
      *            CUT THE LIVE AUDIT FILE ON OR AFTER THE FIRST DAY
      *            OF THE MONTH, THE MONTH'S EARLY POSTINGS LIVE IN
      *            THE ARCHIVE FILE THAT CUT WROTE: NAME IT AS
      *            ARCHIVE-FILENAME AND IT IS READ AHEAD OF THE LIVE
      *            FILE AS ONE TRAIL. THE ARCHIVE'S RECORD COUNT IS
      *            PROVED AGAINST ITS CONTROL TRAILER, AND THE LIVE
      *            FILE MUST OPEN WITH THE CARRIED-FORWARD MARKER OF
      *            THE CUT THAT WROTE IT. A CUT THE RUN NEEDS TO SEE
      *            BEHIND BUT HAS NO ARCHIVE FOR FAILS THE RUN AND
      *            NAMES THE MARKER, RATHER THAN PRINTING STATEMENTS
      *            THAT WOULD LOOK RIGHT AND BE WRONG.
      *
      *            RETURN-CODE IS 8 WHEN A STATEMENT DOES NOT FOOT OR
      *            THE CONTROL PAGE DOES NOT PROVE -- THE STATEMENTS
      *            ARE STILL PRINTED BUT MUST NOT BE SENT. 16 FOR BAD
      *            ARGUMENTS, A FILE THAT CANNOT BE OPENED, OR AN
      *            AUDIT TRAIL THAT CANNOT COVER THE MONTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-STMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-KEY OF MASTER-RECORD
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT STATUS-CODES-FILE
               ASSIGN TO DYNAMIC STATUS-CODES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CODES-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO "CONVERT-STMT-SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY MASTER.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.

      * THE ARCHIVE CARRIES THE AUDIT LAYOUT, CLOSED BY THE CONTROL
      * TRAILER CONVERT-ARCH WRITES. AUDIT RECORDS OPEN WITH A DIGIT,
      * SO A LEADING "T" MARKS THE TRAILER.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY AUDIT.
       01  ARCHIVE-TRAILER-RECORD REDEFINES ARCHIVE-RECORD.
           05  ARCHIVE-TRAILER-TYPE          PIC X(01).
               88  ARCHIVE-TRAILER           VALUE "T".
           05  ARCHIVE-TRAILER-RECORD-COUNT  PIC 9(09).
           05  ARCHIVE-TRAILER-ADD-COUNT     PIC 9(09).
           05  ARCHIVE-TRAILER-UPDATE-COUNT  PIC 9(09).
           05  ARCHIVE-TRAILER-FLAG-COUNT    PIC 9(09).
           05  ARCHIVE-TRAILER-FIRST-DATE    PIC 9(08).
           05  ARCHIVE-TRAILER-LAST-DATE     PIC 9(08).
           05  FILLER                        PIC X(142).

       FD  STATUS-CODES-FILE.
       01  STATUS-REF-RECORD.
           COPY STATREF.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                PIC X(132).

      * ONE RECORD PER AUDIT POSTING DATED IN OR AFTER THE MONTH AND
      * ONE PER MASTER RECORD, GROUPED BY ACCOUNT. WITHIN AN ACCOUNT
      * THE AUDIT POSTINGS COME FIRST, IN THE ORDER THEY WERE WRITTEN
      * (ARRIVAL SEQUENCE), AND THE MASTER RECORD LAST.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-ACCOUNT-KEY          PIC X(10).
           05  SORT-SOURCE               PIC X(01).
               88  SORT-FROM-AUDIT       VALUE "A".
               88  SORT-FROM-MASTER      VALUE "M".
           05  SORT-ARRIVAL-SEQUENCE     PIC 9(09).
           05  SORT-RUN-DATE             PIC 9(08).
           05  SORT-ACTION               PIC X(01).
           05  SORT-BEFORE-IMAGE         PIC X(80).
           05  SORT-AFTER-IMAGE          PIC X(80).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  MASTER-FILENAME          PIC X(120).
           05  AUDIT-FILENAME           PIC X(120).
           05  STATUS-CODES-FILENAME    PIC X(120).
           05  STATEMENT-FILENAME       PIC X(120).
           05  STATEMENT-MONTH-ARGUMENT PIC X(10).
           05  ARCHIVE-FILENAME         PIC X(120).

      * THE STATEMENT PERIOD: FIRST AND LAST DAY OF THE MONTH.
       01  MONTH-START-DATE             PIC 9(08) VALUE ZERO.
       01  MONTH-START-PARTS REDEFINES MONTH-START-DATE.
           05  MONTH-START-YEAR         PIC 9(04).
           05  MONTH-START-MONTH        PIC 9(02).
           05  MONTH-START-DAY          PIC 9(02).
       01  NEXT-MONTH-DATE              PIC 9(08) VALUE ZERO.
       01  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-DATE.
           05  NEXT-MONTH-YEAR          PIC 9(04).
           05  NEXT-MONTH-MONTH         PIC 9(02).
           05  NEXT-MONTH-DAY           PIC 9(02).
       01  MONTH-END-DATE               PIC 9(08) VALUE ZERO.
       01  MONTH-END-INTEGER            PIC S9(09) COMP VALUE ZERO.

       01  MASTER-FILE-STATUS            PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS             PIC X(2) VALUE "00".
       01  ARCHIVE-FILE-STATUS           PIC X(2) VALUE "00".
       01  STATUS-CODES-STATUS           PIC X(2) VALUE "00".
       01  EOF-AUDIT-SW                  PIC X VALUE SPACE.
           88  END-OF-AUDIT              VALUE "Y".
       01  EOF-ARCHIVE-SW                PIC X VALUE SPACE.
           88  END-OF-ARCHIVE            VALUE "Y".
       01  EOF-MASTER-SW                 PIC X VALUE SPACE.
           88  END-OF-MASTER             VALUE "Y".
       01  STATUS-CODES-EOF-SW           PIC X VALUE SPACE.
           88  STATUS-CODES-EOF          VALUE "Y".
       01  SORT-DETAILS-DONE-SW          PIC X VALUE SPACE.
           88  SORT-DETAILS-DONE         VALUE "Y".

      * THE ARCHIVE, WHEN ONE IS NAMED: ITS RECORD COUNT AND TRAILER
      * FIGURES, AND WHETHER THE LIVE FILE'S MARKER HAS BEEN SEEN.
       01  ARCHIVE-REQUESTED-SW          PIC X VALUE SPACE.
           88  ARCHIVE-REQUESTED         VALUE "Y".
       01  ARCHIVE-RECORD-COUNT          PIC 9(09) VALUE ZERO.
       01  ARCHIVE-TRAILER-COUNT         PIC 9(09) VALUE ZERO.
       01  ARCHIVE-TRAILER-STATED-COUNT  PIC 9(09) VALUE ZERO.
       01  ARCHIVE-TRAILER-STATED-LAST   PIC 9(08) VALUE ZERO.
       01  LIVE-MARKER-SW                PIC X VALUE SPACE.
           88  LIVE-MARKER-SEEN          VALUE "Y".

      * THE AUDIT RECORD IN HAND, WHICHEVER FILE IT CAME FROM.
       01  TRAIL-RECORD.
           COPY AUDIT.
       01  TRAIL-FILE-NAME               PIC X(120) VALUE SPACES.

      * THE STATUS-CODE REFERENCE, BOUNDED AT 50 CODES LIKE
      * CONVERT-RPT'S COPY OF IT.
       01  STATUS-REF-TABLE.
           05  STATUS-REF-ENTRY OCCURS 50 TIMES.
               10  STATUS-REF-ENTRY-CODE  PIC X(02).
               10  STATUS-REF-ENTRY-DESC  PIC X(30).
       01  STATUS-REF-USED               PIC 9(04) VALUE ZERO.
       01  STATUS-REF-INDEX              PIC 9(04) VALUE ZERO.
       01  STATUS-DESCRIPTION            PIC X(30) VALUE SPACES.

      * THE ACCOUNT IN HAND AS THE SORTED RECORDS ARE RETURNED: ITS
      * OPENING AND CLOSING IMAGES AND THE MONTH'S POSTINGS. BOUNDED
      * AT 200 POSTINGS IN A MONTH; AN ACCOUNT WITH MORE FAILS THE
      * RUN RATHER THAN PRINTING HALF A STATEMENT.
       01  FIRST-ACCOUNT-SW              PIC X VALUE "Y".
           88  FIRST-ACCOUNT             VALUE "Y".
       01  BREAK-ACCOUNT-KEY             PIC X(10) VALUE SPACES.
       01  OPENING-IMAGE                 PIC X(80) VALUE SPACES.
       01  OPENING-SET-SW                PIC X VALUE SPACE.
           88  OPENING-SET               VALUE "Y".
       01  CLOSING-IMAGE                 PIC X(80) VALUE SPACES.
       01  CLOSING-SET-SW                PIC X VALUE SPACE.
           88  CLOSING-SET               VALUE "Y".
       01  POSTING-TABLE.
           05  POSTING-ENTRY OCCURS 200 TIMES.
               10  POSTING-ENTRY-RUN-DATE  PIC 9(08).
               10  POSTING-ENTRY-ACTION    PIC X(01).
               10  POSTING-ENTRY-BEFORE    PIC X(80).
               10  POSTING-ENTRY-AFTER     PIC X(80).
       01  POSTING-TABLE-USED            PIC 9(04) VALUE ZERO.
       01  POSTING-TABLE-INDEX           PIC 9(04) VALUE ZERO.
       01  LISTED-POSTING-COUNT          PIC 9(04) VALUE ZERO.

      * AN IMAGE DECODED WITH THE MASTER LAYOUT, AND WHAT IT SAYS
      * ABOUT THE ACCOUNT IN HAND: WHETHER THE ACCOUNT IS ON FILE IN
      * IT (A SPACES IMAGE, OR ONE CARRYING ANOTHER KEY AFTER A
      * RENUMBER, IS NOT), ITS AMOUNT, AND ITS AMOUNT IF ACTIVE.
       01  IMAGE-DETAIL.
           COPY MASTER.
       01  IMAGE-FOR-KEY                 PIC X(10) VALUE SPACES.
       01  IMAGE-ON-FILE-SW              PIC X VALUE SPACE.
           88  IMAGE-ON-FILE             VALUE "Y".
       01  IMAGE-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
       01  IMAGE-ACTIVE-AMOUNT           PIC S9(09)V99 VALUE ZERO.
       01  IMAGE-STATE                   PIC X(11) VALUE SPACES.

      * THE TWO SIDES OF ONE POSTING, AS SEEN FROM THE ACCOUNT.
       01  BEFORE-ON-FILE-SW             PIC X VALUE SPACE.
           88  BEFORE-ON-FILE            VALUE "Y".
       01  BEFORE-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
       01  BEFORE-ACTIVE-AMOUNT          PIC S9(09)V99 VALUE ZERO.
       01  BEFORE-STATUS-CODE            PIC X(02) VALUE SPACES.
       01  BEFORE-ACTIVE-FLAG            PIC X(01) VALUE SPACE.
       01  AFTER-ON-FILE-SW              PIC X VALUE SPACE.
           88  AFTER-ON-FILE             VALUE "Y".
       01  AFTER-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
       01  AFTER-ACTIVE-AMOUNT           PIC S9(09)V99 VALUE ZERO.
       01  AFTER-STATUS-CODE             PIC X(02) VALUE SPACES.
       01  AFTER-ACTIVE-FLAG             PIC X(01) VALUE SPACE.

      * ONE STATEMENT'S FIGURES.
       01  OPENING-ON-FILE-SW            PIC X VALUE SPACE.
           88  OPENING-ON-FILE           VALUE "Y".
       01  OPENING-AMOUNT                PIC S9(09)V99 VALUE ZERO.
       01  OPENING-ACTIVE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
       01  CLOSING-ON-FILE-SW            PIC X VALUE SPACE.
           88  CLOSING-ON-FILE           VALUE "Y".
       01  CLOSING-AMOUNT                PIC S9(09)V99 VALUE ZERO.
       01  CLOSING-ACTIVE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
       01  OPENING-STATE                 PIC X(11) VALUE SPACES.
       01  CLOSING-STATE                 PIC X(11) VALUE SPACES.
       01  RUNNING-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       01  STATEMENT-NAME                PIC X(30) VALUE SPACES.

      * RUN FIGURES. THE MASTER TOTALS AND THE NET POSTINGS ARE TAKEN
      * AS THE FILES ARE READ, APART FROM THE STATEMENTS, SO THE
      * CONTROL PAGE PROVES ONE AGAINST THE OTHER.
       01  AUDIT-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  ARRIVAL-SEQUENCE              PIC 9(09) VALUE ZERO.
       01  MONTH-POSTING-COUNT           PIC 9(09) VALUE ZERO.
       01  LATER-POSTING-COUNT           PIC 9(09) VALUE ZERO.
       01  MASTER-RECORD-COUNT           PIC 9(09) VALUE ZERO.
       01  MASTER-ACTIVE-COUNT           PIC 9(09) VALUE ZERO.
       01  MASTER-ACTIVE-NOW-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  LATER-NET-POSTINGS            PIC S9(11)V99 VALUE ZERO.
       01  MONTH-NET-POSTINGS            PIC S9(11)V99 VALUE ZERO.
       01  MASTER-ACTIVE-MONTH-END-TOTAL PIC S9(11)V99 VALUE ZERO.
       01  STATEMENT-COUNT               PIC 9(09) VALUE ZERO.
       01  NO-STATEMENT-COUNT            PIC 9(09) VALUE ZERO.
       01  CLOSING-ACTIVE-COUNT          PIC 9(09) VALUE ZERO.
       01  OPENING-ACTIVE-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  CLOSING-ACTIVE-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  NOT-FOOTING-COUNT             PIC 9(09) VALUE ZERO.
       01  CONTROL-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.
       01  MOVEMENT-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
       01  BALANCE-OK-SW                 PIC X VALUE "Y".
           88  BALANCE-OK                VALUE "Y".

      * PAGE CONTROL FOR THE 132-COLUMN PRINT FILE. EVERY STATEMENT
      * STARTS ON A NEW PAGE, AND A STATEMENT THAT RUNS OVER REPEATS
      * THE ACCOUNT LINE ON THE NEXT.
       01  PAGE-NUMBER                   PIC 9(04) VALUE ZERO.
       01  LINES-ON-PAGE                 PIC 9(02) VALUE ZERO.
       01  PAGE-LINE-LIMIT               PIC 9(02) VALUE 58.
       01  CONTROL-PAGE-SW               PIC X VALUE SPACE.
           88  ON-CONTROL-PAGE           VALUE "Y".

       01  HEADING-LINE-1.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(34)
               VALUE "CONVERT-STMT  ACCOUNT STATEMENT".
           05  FILLER                    PIC X(33) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE "PERIOD ".
           05  HEADING-MONTH-START       PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " TO ".
           05  HEADING-MONTH-END         PIC 9(08).
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  HEADING-PAGE-NUMBER       PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  ACCOUNT-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12)
               VALUE "ACCOUNT KEY ".
           05  ACCOUNT-LINE-KEY          PIC X(10).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE "CUSTOMER NAME ".
           05  ACCOUNT-LINE-NAME         PIC X(30).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE "DATE".
           05  FILLER                    PIC X(20) VALUE "ACTIVITY".
           05  FILLER                    PIC X(08) VALUE "STATUS".
           05  FILLER                    PIC X(32)
               VALUE "STATUS DESCRIPTION".
           05  FILLER                    PIC X(13) VALUE "ACCOUNT".
           05  FILLER                    PIC X(17)
               VALUE "           AMOUNT".
           05  FILLER                    PIC X(18)
               VALUE "            CHANGE".
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DETAIL-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DETAIL-ACTIVITY           PIC X(18).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DETAIL-STATUS-CODE        PIC X(02).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  DETAIL-STATUS-DESCRIPTION PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DETAIL-STATE              PIC X(11).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DETAIL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DETAIL-CHANGE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  NOT-FOOTING-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(55) VALUE
               "*** STATEMENT DOES NOT FOOT -- OPENING PLUS CHANGES IS".
           05  NOT-FOOTING-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(55) VALUE
               "  -- DO NOT SEND ***".

       01  CONTROL-HEADING-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(60) VALUE
               "CONTROL PAGE -- STATEMENTS AGAINST THE ACCOUNT MASTER".
           05  FILLER                    PIC X(71) VALUE SPACES.

       01  CONTROL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CONTROL-LABEL             PIC X(56).
           05  CONTROL-COUNT             PIC ZZZ,ZZZ,ZZ9
               BLANK WHEN ZERO.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CONTROL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  CONTROL-COUNT-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CONTROL-COUNT-LABEL       PIC X(56).
           05  CONTROL-COUNT-ONLY        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  CONTROL-RESULT-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CONTROL-RESULT-TEXT       PIC X(80).
           05  FILLER                    PIC X(49) VALUE SPACES.

       01  BLANK-LINE                    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT-KEY SORT-SOURCE
                   SORT-ARRIVAL-SEQUENCE
               INPUT PROCEDURE IS 2000-SELECT-RECORDS
               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS

           PERFORM 9000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO MASTER-FILENAME AUDIT-FILENAME
                   STATUS-CODES-FILENAME STATEMENT-FILENAME
                   STATEMENT-MONTH-ARGUMENT ARCHIVE-FILENAME
           END-UNSTRING

           IF  MASTER-FILENAME = SPACES
           OR AUDIT-FILENAME = SPACES
           OR STATUS-CODES-FILENAME = SPACES
           OR STATEMENT-FILENAME = SPACES
           OR STATEMENT-MONTH-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-STMT MASTER-FILENAME'
                   ' AUDIT-FILENAME STATUS-CODES-FILENAME'
                   ' STATEMENT-FILENAME STATEMENT-MONTH'
                   ' [ARCHIVE-FILENAME]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0700-SET-STATEMENT-PERIOD

           IF  ARCHIVE-FILENAME NOT = SPACES
               SET ARCHIVE-REQUESTED TO TRUE
           END-IF

           PERFORM 0600-LOAD-STATUS-REFERENCE

           OPEN INPUT MASTER-FILE
           IF  MASTER-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-STMT: CANNOT OPEN MASTER FILE '
                   FUNCTION TRIM(MASTER-FILENAME) ', STATUS '
                   MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AUDIT-FILE
           IF  AUDIT-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-STMT: CANNOT OPEN AUDIT FILE '
                   FUNCTION TRIM(AUDIT-FILENAME) ', STATUS '
                   AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  ARCHIVE-REQUESTED
               OPEN INPUT ARCHIVE-FILE
               IF  ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY 'CONVERT-STMT: CANNOT OPEN ARCHIVE FILE '
                       FUNCTION TRIM(ARCHIVE-FILENAME) ', STATUS '
                       ARCHIVE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           .

      ******************************************************************
      * LOADS THE STATUS-CODE REFERENCE FILE SO EVERY STATUS ON A
      * STATEMENT CAN BE DESCRIBED. A STATEMENT GOES TO A CUSTOMER,
      * SO A REFERENCE FILE THAT CANNOT BE OPENED FAILS THE RUN
      * RATHER THAN PRINTING BARE CODES.
      ******************************************************************
       0600-LOAD-STATUS-REFERENCE.

           OPEN INPUT STATUS-CODES-FILE
           IF  STATUS-CODES-STATUS NOT = "00"
               DISPLAY 'CONVERT-STMT: CANNOT OPEN STATUS-CODES FILE '
                   FUNCTION TRIM(STATUS-CODES-FILENAME) ', STATUS '
                   STATUS-CODES-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0650-LOAD-STATUS-REF-ENTRY UNTIL STATUS-CODES-EOF
           CLOSE STATUS-CODES-FILE
           .

       0650-LOAD-STATUS-REF-ENTRY.

           READ STATUS-CODES-FILE
               AT END
                   SET STATUS-CODES-EOF TO TRUE
               NOT AT END
                   IF  STATUS-REF-USED < 50
                       ADD 1 TO STATUS-REF-USED
                       MOVE STATUS-REF-CODE
                           TO STATUS-REF-ENTRY-CODE(STATUS-REF-USED)
                       MOVE STATUS-REF-DESCRIPTION
                           TO STATUS-REF-ENTRY-DESC(STATUS-REF-USED)
                   ELSE
                       DISPLAY 'CONVERT-STMT: WARNING -- STATUS'
                           ' REFERENCE TABLE FULL, CODE '
                           STATUS-REF-CODE ' NOT LOADED'
                   END-IF
           END-READ
           .

      ******************************************************************
      * TURNS STATEMENT-MONTH (CCYYMM) INTO THE FIRST AND LAST DAY OF
      * THE MONTH. THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE
      * NEXT MONTH, SO FEBRUARY IN A LEAP YEAR NEEDS NO SPECIAL CASE.
      ******************************************************************
       0700-SET-STATEMENT-PERIOD.

           IF  STATEMENT-MONTH-ARGUMENT(1:6) NOT NUMERIC
           OR STATEMENT-MONTH-ARGUMENT(7:4) NOT = SPACES
           OR STATEMENT-MONTH-ARGUMENT(5:2) < "01"
           OR STATEMENT-MONTH-ARGUMENT(5:2) > "12"
               DISPLAY 'CONVERT-STMT: STATEMENT-MONTH MUST BE CCYYMM,'
                   ' NOT ' STATEMENT-MONTH-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE STATEMENT-MONTH-ARGUMENT(1:6)
               TO MONTH-START-DATE(1:6)
           MOVE 1 TO MONTH-START-DAY

           MOVE MONTH-START-DATE TO NEXT-MONTH-DATE
           IF  NEXT-MONTH-MONTH = 12
               ADD 1 TO NEXT-MONTH-YEAR
               MOVE 1 TO NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO NEXT-MONTH-MONTH
           END-IF
           COMPUTE MONTH-END-INTEGER = FUNCTION
               INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
           COMPUTE MONTH-END-DATE = FUNCTION
               DATE-OF-INTEGER(MONTH-END-INTEGER)

           MOVE MONTH-START-DATE TO HEADING-MONTH-START
           MOVE MONTH-END-DATE TO HEADING-MONTH-END
           .

      ******************************************************************
      * SORT INPUT PROCEDURE: READS THE ARCHIVE (WHEN NAMED) AND THEN
      * THE LIVE AUDIT FILE AS ONE CHRONOLOGICAL TRAIL, RELEASING
      * EVERY POSTING DATED ON OR AFTER THE FIRST OF THE MONTH, THEN
      * SWEEPS THE MASTER AND RELEASES EVERY MASTER RECORD. THE NET
      * EFFECT OF THE POSTINGS ON ACTIVE AMOUNTS, IN THE MONTH AND
      * AFTER IT, AND THE ACTIVE MASTER TOTAL ARE TAKEN HERE FOR THE
      * CONTROL PAGE.
      ******************************************************************
       2000-SELECT-RECORDS SECTION.
       2010-SELECT.

           IF  ARCHIVE-REQUESTED
               MOVE ARCHIVE-FILENAME TO TRAIL-FILE-NAME
               PERFORM 2100-READ-ARCHIVE
               PERFORM 2150-TAKE-ARCHIVE-RECORD UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
               PERFORM 2190-PROVE-ARCHIVE
           END-IF

           MOVE AUDIT-FILENAME TO TRAIL-FILE-NAME
           PERFORM 2200-READ-AUDIT
           PERFORM 2250-TAKE-AUDIT-RECORD UNTIL END-OF-AUDIT
           CLOSE AUDIT-FILE

           IF  ARCHIVE-REQUESTED
           AND NOT LIVE-MARKER-SEEN
               DISPLAY 'CONVERT-STMT: ARCHIVE '
                   FUNCTION TRIM(ARCHIVE-FILENAME)
                   ' WAS NAMED BUT AUDIT FILE '
                   FUNCTION TRIM(AUDIT-FILENAME)
                   ' HAS NOT BEEN CUT -- ITS POSTINGS WOULD BE'
                   ' COUNTED TWICE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'CONVERT-STMT: ' AUDIT-RECORD-COUNT
               ' AUDIT RECORDS READ, ' MONTH-POSTING-COUNT
               ' IN THE MONTH, ' LATER-POSTING-COUNT ' AFTER IT'

           MOVE LOW-VALUES TO MASTER-ACCOUNT-KEY OF MASTER-RECORD
           START MASTER-FILE
               KEY IS GREATER THAN
                   MASTER-ACCOUNT-KEY OF MASTER-RECORD
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START
           PERFORM 2400-RELEASE-ONE-MASTER UNTIL END-OF-MASTER
           CLOSE MASTER-FILE
           GO TO 2999-EXIT
           .

       2100-READ-ARCHIVE.

           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ
           .

      ******************************************************************
      * ONE ARCHIVE RECORD: THE CONTROL TRAILER IS CAPTURED FOR THE
      * COMPLETENESS PROOF; EVERYTHING ELSE IS COUNTED AND TAKEN AS AN
      * AUDIT RECORD. A MARKER LEFT ON THE ARCHIVE BY AN EARLIER CUT
      * IS POLICED THE SAME WAY AS ONE ON THE LIVE FILE.
      ******************************************************************
       2150-TAKE-ARCHIVE-RECORD.

           IF  ARCHIVE-TRAILER
               ADD 1 TO ARCHIVE-TRAILER-COUNT
               MOVE ARCHIVE-TRAILER-RECORD-COUNT
                   TO ARCHIVE-TRAILER-STATED-COUNT
               MOVE ARCHIVE-TRAILER-LAST-DATE
                   TO ARCHIVE-TRAILER-STATED-LAST
           ELSE
               ADD 1 TO ARCHIVE-RECORD-COUNT
               MOVE ARCHIVE-RECORD TO TRAIL-RECORD
               IF  AUDIT-CARRIED-FORWARD OF TRAIL-RECORD
                   PERFORM 2300-CHECK-MARKER
               ELSE
                   PERFORM 2350-TAKE-POSTING
               END-IF
           END-IF

           PERFORM 2100-READ-ARCHIVE
           .

      ******************************************************************
      * AN ARCHIVE MISSING ITS TRAILER, OR HOLDING A DIFFERENT NUMBER
      * OF RECORDS THAN ITS TRAILER SAYS, CANNOT BE PROVED COMPLETE
      * AND FAILS THE RUN.
      ******************************************************************
       2190-PROVE-ARCHIVE.

           IF  ARCHIVE-TRAILER-COUNT NOT = 1
           OR ARCHIVE-TRAILER-STATED-COUNT NOT = ARCHIVE-RECORD-COUNT
               DISPLAY 'CONVERT-STMT: ARCHIVE '
                   FUNCTION TRIM(ARCHIVE-FILENAME)
                   ' DOES NOT PROVE COMPLETE: ' ARCHIVE-RECORD-COUNT
                   ' RECORDS READ, ' ARCHIVE-TRAILER-COUNT
                   ' TRAILER(S) STATING ' ARCHIVE-TRAILER-STATED-COUNT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2200-READ-AUDIT.

           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ
           .

       2250-TAKE-AUDIT-RECORD.

           MOVE AUDIT-RECORD TO TRAIL-RECORD
           IF  AUDIT-CARRIED-FORWARD OF TRAIL-RECORD
               PERFORM 2300-CHECK-MARKER
               IF  ARCHIVE-REQUESTED
                   PERFORM 2320-CHECK-LIVE-MARKER
               END-IF
           ELSE
               PERFORM 2350-TAKE-POSTING
           END-IF

           PERFORM 2200-READ-AUDIT
           .

      ******************************************************************
      * A CARRIED-FORWARD MARKER DATED ON OR AFTER THE FIRST OF THE
      * MONTH MEANS POSTINGS THE STATEMENTS NEED WERE CUT AWAY FROM
      * THE FILE IT OPENS. THE ARCHIVE THAT CUT WROTE IS READ AHEAD OF
      * THE LIVE FILE WHEN NAMED, SO A MARKER ON THE LIVE FILE IS
      * COVERED BY IT; A MARKER ON THE ARCHIVE ITSELF, OR ON THE LIVE
      * FILE WITH NO ARCHIVE NAMED, IS NOT.
      ******************************************************************
       2300-CHECK-MARKER.

           IF  AUDIT-RUN-DATE OF TRAIL-RECORD NOT < MONTH-START-DATE
               IF  TRAIL-FILE-NAME = ARCHIVE-FILENAME
               OR NOT ARCHIVE-REQUESTED
                   DISPLAY 'CONVERT-STMT: AUDIT RECORDS THROUGH '
                       AUDIT-RUN-DATE OF TRAIL-RECORD
                       ' WERE CUT FROM '
                       FUNCTION TRIM(TRAIL-FILE-NAME) ' TO AN'
                       ' ARCHIVE ['
                       FUNCTION TRIM(AUDIT-BEFORE-IMAGE
                           OF TRAIL-RECORD)
                       '] -- THE MONTH STARTING ' MONTH-START-DATE
                       ' NEEDS THEM, RERUN NAMING THAT ARCHIVE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

      ******************************************************************
      * THE LIVE FILE'S MARKER MUST BE THE CUT THAT WROTE THE NAMED
      * ARCHIVE: NOTHING ON THE ARCHIVE MAY BE DATED AFTER IT.
      ******************************************************************
       2320-CHECK-LIVE-MARKER.

           SET LIVE-MARKER-SEEN TO TRUE
           IF  ARCHIVE-TRAILER-STATED-LAST
                   > AUDIT-RUN-DATE OF TRAIL-RECORD
               DISPLAY 'CONVERT-STMT: ARCHIVE '
                   FUNCTION TRIM(ARCHIVE-FILENAME)
                   ' RUNS TO ' ARCHIVE-TRAILER-STATED-LAST
                   ', PAST THE LIVE FILE''S CUT-OFF OF '
                   AUDIT-RUN-DATE OF TRAIL-RECORD
                   ' -- IT IS NOT THE ARCHIVE OF THAT CUT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      ******************************************************************
      * ONE POSTING FROM EITHER FILE. ONLY POSTINGS ON OR AFTER THE
      * FIRST OF THE MONTH MATTER: THE EARLIEST ONE FOR AN ACCOUNT
      * CARRIES ITS OPENING POSITION. THE NET EFFECT ON THE ACCOUNT'S
      * ACTIVE AMOUNT IS ADDED TO THE MONTH'S OR THE LATER TOTAL.
      ******************************************************************
       2350-TAKE-POSTING.

           ADD 1 TO AUDIT-RECORD-COUNT
           ADD 1 TO ARRIVAL-SEQUENCE
           IF  AUDIT-RUN-DATE OF TRAIL-RECORD NOT < MONTH-START-DATE
               MOVE AUDIT-ACCOUNT-KEY OF TRAIL-RECORD TO IMAGE-FOR-KEY
               MOVE AUDIT-BEFORE-IMAGE OF TRAIL-RECORD TO IMAGE-DETAIL
               PERFORM 6100-DECODE-IMAGE
               MOVE IMAGE-ACTIVE-AMOUNT TO BEFORE-ACTIVE-AMOUNT
               MOVE AUDIT-AFTER-IMAGE OF TRAIL-RECORD TO IMAGE-DETAIL
               PERFORM 6100-DECODE-IMAGE
               MOVE IMAGE-ACTIVE-AMOUNT TO AFTER-ACTIVE-AMOUNT
               IF  AUDIT-RUN-DATE OF TRAIL-RECORD > MONTH-END-DATE
                   ADD 1 TO LATER-POSTING-COUNT
                   COMPUTE LATER-NET-POSTINGS = LATER-NET-POSTINGS
                       + AFTER-ACTIVE-AMOUNT - BEFORE-ACTIVE-AMOUNT
               ELSE
                   ADD 1 TO MONTH-POSTING-COUNT
                   COMPUTE MONTH-NET-POSTINGS = MONTH-NET-POSTINGS
                       + AFTER-ACTIVE-AMOUNT - BEFORE-ACTIVE-AMOUNT
               END-IF

               MOVE AUDIT-ACCOUNT-KEY OF TRAIL-RECORD
                   TO SORT-ACCOUNT-KEY
               SET SORT-FROM-AUDIT TO TRUE
               MOVE ARRIVAL-SEQUENCE TO SORT-ARRIVAL-SEQUENCE
               MOVE AUDIT-RUN-DATE OF TRAIL-RECORD TO SORT-RUN-DATE
               MOVE AUDIT-ACTION OF TRAIL-RECORD TO SORT-ACTION
               MOVE AUDIT-BEFORE-IMAGE OF TRAIL-RECORD
                   TO SORT-BEFORE-IMAGE
               MOVE AUDIT-AFTER-IMAGE OF TRAIL-RECORD
                   TO SORT-AFTER-IMAGE
               RELEASE SORT-RECORD
           END-IF
           .

       2400-RELEASE-ONE-MASTER.

           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO MASTER-RECORD-COUNT
                   IF  MASTER-ACCOUNT-ACTIVE OF MASTER-RECORD
                       ADD 1 TO MASTER-ACTIVE-COUNT
                       ADD MASTER-AMOUNT OF MASTER-RECORD
                           TO MASTER-ACTIVE-NOW-TOTAL
                   END-IF
                   MOVE MASTER-ACCOUNT-KEY OF MASTER-RECORD
                       TO SORT-ACCOUNT-KEY
                   SET SORT-FROM-MASTER TO TRUE
                   MOVE ZERO TO SORT-ARRIVAL-SEQUENCE
                   MOVE ZERO TO SORT-RUN-DATE
                   MOVE SPACE TO SORT-ACTION
                   MOVE SPACES TO SORT-BEFORE-IMAGE
                   MOVE MASTER-RECORD TO SORT-AFTER-IMAGE
                   RELEASE SORT-RECORD
           END-READ
           .

       2999-EXIT.
           EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE: GATHERS EACH ACCOUNT'S RECORDS, PRINTS
      * ITS STATEMENT AT THE CHANGE OF ACCOUNT, THEN THE CONTROL PAGE.
      ******************************************************************
       3000-PRINT-STATEMENTS SECTION.
       3010-PRINT.

           PERFORM 3100-RETURN-ONE-RECORD UNTIL SORT-DETAILS-DONE
           IF  NOT FIRST-ACCOUNT
               PERFORM 3400-FINISH-ACCOUNT
           END-IF
           PERFORM 3700-PRINT-CONTROL-PAGE
           GO TO 3999-EXIT
           .

       3100-RETURN-ONE-RECORD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DETAILS-DONE TO TRUE
               NOT AT END
                   PERFORM 3200-TAKE-SORTED-RECORD
           END-RETURN
           .

       3200-TAKE-SORTED-RECORD.

           IF  FIRST-ACCOUNT
               MOVE SPACE TO FIRST-ACCOUNT-SW
               PERFORM 3300-START-ACCOUNT
           ELSE
               IF  SORT-ACCOUNT-KEY NOT = BREAK-ACCOUNT-KEY
                   PERFORM 3400-FINISH-ACCOUNT
                   PERFORM 3300-START-ACCOUNT
               END-IF
           END-IF

      *    THE EARLIEST RECORD SEEN FOR THE ACCOUNT GIVES THE OPENING
      *    POSITION (A POSTING'S BEFORE-IMAGE, OR THE MASTER WHEN
      *    NOTHING HAS BEEN POSTED SINCE THE MONTH BEGAN); THE EARLIEST
      *    ONE AFTER THE MONTH GIVES THE CLOSING POSITION THE SAME WAY.
           IF  SORT-FROM-MASTER
               IF  NOT OPENING-SET
                   MOVE SORT-AFTER-IMAGE TO OPENING-IMAGE
                   SET OPENING-SET TO TRUE
               END-IF
               IF  NOT CLOSING-SET
                   MOVE SORT-AFTER-IMAGE TO CLOSING-IMAGE
                   SET CLOSING-SET TO TRUE
               END-IF
           ELSE
               IF  NOT OPENING-SET
                   MOVE SORT-BEFORE-IMAGE TO OPENING-IMAGE
                   SET OPENING-SET TO TRUE
               END-IF
               IF  SORT-RUN-DATE > MONTH-END-DATE
                   IF  NOT CLOSING-SET
                       MOVE SORT-BEFORE-IMAGE TO CLOSING-IMAGE
                       SET CLOSING-SET TO TRUE
                   END-IF
               ELSE
                   PERFORM 3250-STORE-MONTH-POSTING
               END-IF
           END-IF
           .

       3250-STORE-MONTH-POSTING.

           IF  POSTING-TABLE-USED >= 200
               DISPLAY 'CONVERT-STMT: ACCOUNT ' SORT-ACCOUNT-KEY
                   ' HAS MORE THAN 200 POSTINGS IN THE MONTH --'
                   ' ITS STATEMENT WOULD BE INCOMPLETE SO THE RUN'
                   ' STOPS HERE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO POSTING-TABLE-USED
           MOVE SORT-RUN-DATE
               TO POSTING-ENTRY-RUN-DATE(POSTING-TABLE-USED)
           MOVE SORT-ACTION
               TO POSTING-ENTRY-ACTION(POSTING-TABLE-USED)
           MOVE SORT-BEFORE-IMAGE
               TO POSTING-ENTRY-BEFORE(POSTING-TABLE-USED)
           MOVE SORT-AFTER-IMAGE
               TO POSTING-ENTRY-AFTER(POSTING-TABLE-USED)
           .

       3300-START-ACCOUNT.

           MOVE SORT-ACCOUNT-KEY TO BREAK-ACCOUNT-KEY
           MOVE SORT-ACCOUNT-KEY TO IMAGE-FOR-KEY
           MOVE SPACES TO OPENING-IMAGE
           MOVE SPACE TO OPENING-SET-SW
           MOVE SPACES TO CLOSING-IMAGE
           MOVE SPACE TO CLOSING-SET-SW
           MOVE ZERO TO POSTING-TABLE-USED
           .

      ******************************************************************
      * THE ACCOUNT'S RECORDS ARE ALL IN. AN ACCOUNT WITH NO MASTER
      * RECORD AND NOTHING POSTED AFTER THE MONTH LEFT THE FILE DURING
      * IT, SO IT CLOSES NOT ON FILE. DECIDES WHETHER THE ACCOUNT GETS
      * A STATEMENT AND, IF SO, PRINTS IT.
      ******************************************************************
       3400-FINISH-ACCOUNT.

           MOVE OPENING-IMAGE TO IMAGE-DETAIL
           PERFORM 6100-DECODE-IMAGE
           MOVE IMAGE-ON-FILE-SW TO OPENING-ON-FILE-SW
           MOVE IMAGE-AMOUNT TO OPENING-AMOUNT
           MOVE IMAGE-ACTIVE-AMOUNT TO OPENING-ACTIVE-AMOUNT
           MOVE IMAGE-STATE TO OPENING-STATE

           MOVE CLOSING-IMAGE TO IMAGE-DETAIL
           PERFORM 6100-DECODE-IMAGE
           MOVE IMAGE-ON-FILE-SW TO CLOSING-ON-FILE-SW
           MOVE IMAGE-AMOUNT TO CLOSING-AMOUNT
           MOVE IMAGE-ACTIVE-AMOUNT TO CLOSING-ACTIVE-AMOUNT
           MOVE IMAGE-STATE TO CLOSING-STATE

           MOVE ZERO TO LISTED-POSTING-COUNT
           PERFORM 3450-COUNT-LISTED-POSTING
               VARYING POSTING-TABLE-INDEX FROM 1 BY 1
               UNTIL POSTING-TABLE-INDEX > POSTING-TABLE-USED

           IF  CLOSING-STATE = "ACTIVE"
               ADD 1 TO CLOSING-ACTIVE-COUNT
           END-IF

           IF  OPENING-STATE = "ACTIVE"
           OR CLOSING-STATE = "ACTIVE"
           OR LISTED-POSTING-COUNT > 0
               PERFORM 3500-PRINT-STATEMENT
           ELSE
               ADD 1 TO NO-STATEMENT-COUNT
           END-IF
           .

       3450-COUNT-LISTED-POSTING.

           PERFORM 6200-DECODE-POSTING
           IF  BEFORE-AMOUNT NOT = AFTER-AMOUNT
           OR BEFORE-STATUS-CODE NOT = AFTER-STATUS-CODE
           OR BEFORE-ACTIVE-FLAG NOT = AFTER-ACTIVE-FLAG
           OR BEFORE-ON-FILE-SW NOT = AFTER-ON-FILE-SW
               ADD 1 TO LISTED-POSTING-COUNT
           END-IF
           .

      ******************************************************************
      * PRINTS ONE STATEMENT: OPENING LINE, ONE LINE PER LISTED
      * POSTING WITH THE AMOUNT AND STATUS IT LEFT AND THE CHANGE IT
      * MADE, AND THE CLOSING LINE WITH THE CHANGE OVER THE MONTH.
      * EVERY POSTING, LISTED OR NOT, IS ADDED INTO THE FOOTING.
      ******************************************************************
       3500-PRINT-STATEMENT.

           ADD 1 TO STATEMENT-COUNT
           ADD OPENING-ACTIVE-AMOUNT TO OPENING-ACTIVE-TOTAL
           ADD CLOSING-ACTIVE-AMOUNT TO CLOSING-ACTIVE-TOTAL

           MOVE SPACES TO STATEMENT-NAME
           MOVE OPENING-IMAGE TO IMAGE-DETAIL
           IF  OPENING-ON-FILE
               MOVE MASTER-CUSTOMER-NAME OF IMAGE-DETAIL
                   TO STATEMENT-NAME
           END-IF
           MOVE CLOSING-IMAGE TO IMAGE-DETAIL
           IF  CLOSING-ON-FILE
               MOVE MASTER-CUSTOMER-NAME OF IMAGE-DETAIL
                   TO STATEMENT-NAME
           END-IF
           IF  STATEMENT-NAME = SPACES
           AND POSTING-TABLE-USED > 0
               MOVE POSTING-ENTRY-AFTER(POSTING-TABLE-USED)
                   TO IMAGE-DETAIL
               MOVE MASTER-CUSTOMER-NAME OF IMAGE-DETAIL
                   TO STATEMENT-NAME
           END-IF
           MOVE BREAK-ACCOUNT-KEY TO ACCOUNT-LINE-KEY
           MOVE STATEMENT-NAME TO ACCOUNT-LINE-NAME

           PERFORM 3900-START-NEW-PAGE

           MOVE OPENING-IMAGE TO IMAGE-DETAIL
           PERFORM 6100-DECODE-IMAGE
           MOVE MONTH-START-DATE TO DETAIL-DATE
           MOVE "OPENING POSITION" TO DETAIL-ACTIVITY
           PERFORM 3800-FILL-POSITION
           MOVE ZERO TO DETAIL-CHANGE
           MOVE DETAIL-LINE TO STATEMENT-LINE
           PERFORM 3970-WRITE-STATEMENT-LINE

           MOVE OPENING-AMOUNT TO RUNNING-AMOUNT
           PERFORM 3550-PRINT-POSTING
               VARYING POSTING-TABLE-INDEX FROM 1 BY 1
               UNTIL POSTING-TABLE-INDEX > POSTING-TABLE-USED

           MOVE CLOSING-IMAGE TO IMAGE-DETAIL
           PERFORM 6100-DECODE-IMAGE
           MOVE MONTH-END-DATE TO DETAIL-DATE
           MOVE "CLOSING POSITION" TO DETAIL-ACTIVITY
           PERFORM 3800-FILL-POSITION
           COMPUTE DETAIL-CHANGE = CLOSING-AMOUNT - OPENING-AMOUNT
           PERFORM 3960-WRITE-BLANK-LINE
           MOVE DETAIL-LINE TO STATEMENT-LINE
           PERFORM 3970-WRITE-STATEMENT-LINE

           IF  RUNNING-AMOUNT NOT = CLOSING-AMOUNT
               ADD 1 TO NOT-FOOTING-COUNT
               SET BALANCE-OK-SW TO SPACE
               MOVE RUNNING-AMOUNT TO NOT-FOOTING-AMOUNT
               PERFORM 3960-WRITE-BLANK-LINE
               MOVE NOT-FOOTING-LINE TO STATEMENT-LINE
               PERFORM 3970-WRITE-STATEMENT-LINE
               DISPLAY 'CONVERT-STMT: STATEMENT FOR '
                   BREAK-ACCOUNT-KEY ' DOES NOT FOOT: OPENING PLUS'
                   ' CHANGES ' RUNNING-AMOUNT ', CLOSING '
                   CLOSING-AMOUNT
           END-IF
           .

       3550-PRINT-POSTING.

           PERFORM 6200-DECODE-POSTING
           COMPUTE RUNNING-AMOUNT = RUNNING-AMOUNT
               + AFTER-AMOUNT - BEFORE-AMOUNT

           IF  BEFORE-AMOUNT NOT = AFTER-AMOUNT
           OR BEFORE-STATUS-CODE NOT = AFTER-STATUS-CODE
           OR BEFORE-ACTIVE-FLAG NOT = AFTER-ACTIVE-FLAG
           OR BEFORE-ON-FILE-SW NOT = AFTER-ON-FILE-SW
               MOVE POSTING-ENTRY-RUN-DATE(POSTING-TABLE-INDEX)
                   TO DETAIL-DATE
               EVALUATE POSTING-ENTRY-ACTION(POSTING-TABLE-INDEX)
                   WHEN "A"
                       MOVE "ADDED" TO DETAIL-ACTIVITY
                   WHEN "U"
                       MOVE "UPDATED" TO DETAIL-ACTIVITY
                   WHEN "F"
                       MOVE "FLAGGED INACTIVE" TO DETAIL-ACTIVITY
                   WHEN "N"
                       IF  BEFORE-ON-FILE
                           MOVE "RENUMBERED" TO DETAIL-ACTIVITY
                       ELSE
                           MOVE "RENUMBERED-NEW KEY"
                               TO DETAIL-ACTIVITY
                       END-IF
                   WHEN "R"
                       IF  AFTER-ON-FILE
                           MOVE "BACKED OUT" TO DETAIL-ACTIVITY
                       ELSE
                           MOVE "BACKED OUT-REMOVED"
                               TO DETAIL-ACTIVITY
                       END-IF
                   WHEN "M"
                       MOVE "MANUAL ADJUSTMENT" TO DETAIL-ACTIVITY
                   WHEN "P"
                       MOVE "PURGED" TO DETAIL-ACTIVITY
                   WHEN OTHER
                       MOVE POSTING-ENTRY-ACTION(POSTING-TABLE-INDEX)
                           TO DETAIL-ACTIVITY
               END-EVALUATE
               MOVE POSTING-ENTRY-AFTER(POSTING-TABLE-INDEX)
                   TO IMAGE-DETAIL
               PERFORM 6100-DECODE-IMAGE
               PERFORM 3800-FILL-POSITION
               COMPUTE DETAIL-CHANGE = AFTER-AMOUNT - BEFORE-AMOUNT
               MOVE DETAIL-LINE TO STATEMENT-LINE
               PERFORM 3970-WRITE-STATEMENT-LINE
           END-IF
           .

      ******************************************************************
      * CONTROL PAGE: THE ACTIVE MASTER TOTAL NOW, ROLLED BACK TO THE
      * END OF THE MONTH BY THE NET EFFECT OF EVERY POSTING SINCE,
      * MUST EQUAL THE SUM OF THE CLOSING AMOUNTS OF THE ACCOUNTS THE
      * STATEMENTS SHOW ACTIVE; AND THE STATEMENTS' OPENING TOTAL PLUS
      * THE MONTH'S NET POSTINGS MUST EQUAL THAT SAME SUM.
      ******************************************************************
       3700-PRINT-CONTROL-PAGE.

           SET ON-CONTROL-PAGE TO TRUE
           PERFORM 3900-START-NEW-PAGE

           COMPUTE MASTER-ACTIVE-MONTH-END-TOTAL =
               MASTER-ACTIVE-NOW-TOTAL - LATER-NET-POSTINGS
           COMPUTE CONTROL-DIFFERENCE =
               MASTER-ACTIVE-MONTH-END-TOTAL - CLOSING-ACTIVE-TOTAL
           COMPUTE MOVEMENT-DIFFERENCE = OPENING-ACTIVE-TOTAL
               + MONTH-NET-POSTINGS - CLOSING-ACTIVE-TOTAL

           MOVE "ACTIVE ACCOUNTS ON THE MASTER NOW" TO CONTROL-LABEL
           MOVE MASTER-ACTIVE-COUNT TO CONTROL-COUNT
           MOVE MASTER-ACTIVE-NOW-TOTAL TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE
           MOVE "LESS NET POSTINGS AFTER THE MONTH END"
               TO CONTROL-LABEL
           MOVE LATER-POSTING-COUNT TO CONTROL-COUNT
           MOVE LATER-NET-POSTINGS TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE
           MOVE "ACTIVE MASTER TOTAL AT THE MONTH END" TO CONTROL-LABEL
           MOVE ZERO TO CONTROL-COUNT
           MOVE MASTER-ACTIVE-MONTH-END-TOTAL TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE
           MOVE "CLOSING AMOUNTS OF ACCOUNTS ACTIVE AT THE MONTH END"
               TO CONTROL-LABEL
           MOVE CLOSING-ACTIVE-COUNT TO CONTROL-COUNT
           MOVE CLOSING-ACTIVE-TOTAL TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE
           MOVE "DIFFERENCE" TO CONTROL-LABEL
           MOVE ZERO TO CONTROL-COUNT
           MOVE CONTROL-DIFFERENCE TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE

           PERFORM 3960-WRITE-BLANK-LINE
           MOVE "OPENING AMOUNTS OF ACCOUNTS ACTIVE AT THE MONTH START"
               TO CONTROL-LABEL
           MOVE ZERO TO CONTROL-COUNT
           MOVE OPENING-ACTIVE-TOTAL TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE
           MOVE "NET POSTINGS DURING THE MONTH" TO CONTROL-LABEL
           MOVE MONTH-POSTING-COUNT TO CONTROL-COUNT
           MOVE MONTH-NET-POSTINGS TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE
           MOVE "DIFFERENCE FROM THE CLOSING AMOUNTS" TO CONTROL-LABEL
           MOVE ZERO TO CONTROL-COUNT
           MOVE MOVEMENT-DIFFERENCE TO CONTROL-AMOUNT
           PERFORM 3750-PRINT-CONTROL-LINE

           PERFORM 3960-WRITE-BLANK-LINE
           MOVE "STATEMENTS PRINTED" TO CONTROL-LABEL
           MOVE STATEMENT-COUNT TO CONTROL-COUNT-ONLY
           PERFORM 3760-PRINT-CONTROL-COUNT
           MOVE "ACCOUNTS WITH NO STATEMENT (INACTIVE ALL MONTH)"
               TO CONTROL-LABEL
           MOVE NO-STATEMENT-COUNT TO CONTROL-COUNT-ONLY
           PERFORM 3760-PRINT-CONTROL-COUNT
           MOVE "STATEMENTS THAT DO NOT FOOT" TO CONTROL-LABEL
           MOVE NOT-FOOTING-COUNT TO CONTROL-COUNT-ONLY
           PERFORM 3760-PRINT-CONTROL-COUNT

           IF  CONTROL-DIFFERENCE NOT = ZERO
           OR MOVEMENT-DIFFERENCE NOT = ZERO
               SET BALANCE-OK-SW TO SPACE
           END-IF

           PERFORM 3960-WRITE-BLANK-LINE
           IF  BALANCE-OK
               MOVE "CONTROL TOTALS AGREE -- STATEMENTS MAY BE RELEASED"
                   TO CONTROL-RESULT-TEXT
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT AGREE -- HOLD ***"
                   TO CONTROL-RESULT-TEXT
           END-IF
           MOVE CONTROL-RESULT-LINE TO STATEMENT-LINE
           PERFORM 3970-WRITE-STATEMENT-LINE
           .

       3750-PRINT-CONTROL-LINE.

           MOVE CONTROL-LINE TO STATEMENT-LINE
           PERFORM 3970-WRITE-STATEMENT-LINE
           .

      * A COUNT WITH NO AMOUNT BESIDE IT, PRINTED EVEN WHEN ZERO.
       3760-PRINT-CONTROL-COUNT.

           MOVE CONTROL-LABEL TO CONTROL-COUNT-LABEL
           MOVE CONTROL-COUNT-LINE TO STATEMENT-LINE
           PERFORM 3970-WRITE-STATEMENT-LINE
           .

      * THE STATUS, DESCRIPTION, STATE AND AMOUNT COLUMNS OF A DETAIL
      * LINE, FROM THE IMAGE JUST DECODED.
       3800-FILL-POSITION.

           IF  IMAGE-ON-FILE
               MOVE MASTER-STATUS-CODE OF IMAGE-DETAIL
                   TO DETAIL-STATUS-CODE
               PERFORM 6300-FIND-STATUS-DESCRIPTION
               MOVE STATUS-DESCRIPTION TO DETAIL-STATUS-DESCRIPTION
           ELSE
               MOVE SPACES TO DETAIL-STATUS-CODE
               MOVE SPACES TO DETAIL-STATUS-DESCRIPTION
           END-IF
           MOVE IMAGE-STATE TO DETAIL-STATE
           MOVE IMAGE-AMOUNT TO DETAIL-AMOUNT
           .

       3900-START-NEW-PAGE.

           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HEADING-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 2 TO LINES-ON-PAGE
           IF  NOT ON-CONTROL-PAGE
               MOVE ACCOUNT-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE HEADING-LINE-2 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE BLANK-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 3 TO LINES-ON-PAGE
           ELSE
               MOVE CONTROL-HEADING-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE BLANK-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 2 TO LINES-ON-PAGE
           END-IF
           .

       3960-WRITE-BLANK-LINE.

           MOVE BLANK-LINE TO STATEMENT-LINE
           PERFORM 3970-WRITE-STATEMENT-LINE
           .

       3970-WRITE-STATEMENT-LINE.

           IF  LINES-ON-PAGE >= PAGE-LINE-LIMIT
               PERFORM 3900-START-NEW-PAGE
           END-IF
           WRITE STATEMENT-LINE
           ADD 1 TO LINES-ON-PAGE
           .

       3999-EXIT.
           EXIT.

      ******************************************************************
      * IMAGE ROUTINES SHARED BY THE SELECTION AND THE PRINTING.
      ******************************************************************
       6000-IMAGE-ROUTINES SECTION.

      ******************************************************************
      * DECODES IMAGE-DETAIL FOR THE ACCOUNT IN IMAGE-FOR-KEY. THE
      * ACCOUNT IS ON FILE IN THE IMAGE ONLY WHEN THE IMAGE CARRIES
      * ITS KEY: A SPACES IMAGE (NOT YET ADDED, OR REMOVED BY A
      * BACKOUT) OR ONE UNDER ANOTHER KEY (THE AFTER-IMAGE OF A
      * RENUMBER FROM THIS KEY) IS NOT.
      ******************************************************************
       6100-DECODE-IMAGE.

           IF  IMAGE-DETAIL NOT = SPACES
           AND MASTER-ACCOUNT-KEY OF IMAGE-DETAIL = IMAGE-FOR-KEY
               SET IMAGE-ON-FILE TO TRUE
               MOVE MASTER-AMOUNT OF IMAGE-DETAIL TO IMAGE-AMOUNT
               IF  MASTER-ACCOUNT-ACTIVE OF IMAGE-DETAIL
                   MOVE IMAGE-AMOUNT TO IMAGE-ACTIVE-AMOUNT
                   MOVE "ACTIVE" TO IMAGE-STATE
               ELSE
                   MOVE ZERO TO IMAGE-ACTIVE-AMOUNT
                   MOVE "INACTIVE" TO IMAGE-STATE
               END-IF
           ELSE
               MOVE SPACE TO IMAGE-ON-FILE-SW
               MOVE ZERO TO IMAGE-AMOUNT
               MOVE ZERO TO IMAGE-ACTIVE-AMOUNT
               MOVE "NOT ON FILE" TO IMAGE-STATE
           END-IF
           .

      * DECODES BOTH SIDES OF THE POSTING AT POSTING-TABLE-INDEX.
       6200-DECODE-POSTING.

           MOVE POSTING-ENTRY-BEFORE(POSTING-TABLE-INDEX)
               TO IMAGE-DETAIL
           PERFORM 6100-DECODE-IMAGE
           MOVE IMAGE-ON-FILE-SW TO BEFORE-ON-FILE-SW
           MOVE IMAGE-AMOUNT TO BEFORE-AMOUNT
           MOVE IMAGE-ACTIVE-AMOUNT TO BEFORE-ACTIVE-AMOUNT
           MOVE MASTER-STATUS-CODE OF IMAGE-DETAIL
               TO BEFORE-STATUS-CODE
           MOVE MASTER-ACTIVE-FLAG OF IMAGE-DETAIL
               TO BEFORE-ACTIVE-FLAG

           MOVE POSTING-ENTRY-AFTER(POSTING-TABLE-INDEX)
               TO IMAGE-DETAIL
           PERFORM 6100-DECODE-IMAGE
           MOVE IMAGE-ON-FILE-SW TO AFTER-ON-FILE-SW
           MOVE IMAGE-AMOUNT TO AFTER-AMOUNT
           MOVE IMAGE-ACTIVE-AMOUNT TO AFTER-ACTIVE-AMOUNT
           MOVE MASTER-STATUS-CODE OF IMAGE-DETAIL
               TO AFTER-STATUS-CODE
           MOVE MASTER-ACTIVE-FLAG OF IMAGE-DETAIL
               TO AFTER-ACTIVE-FLAG
           .

      * THE DESCRIPTION OF THE STATUS CODE IN IMAGE-DETAIL. A CODE THE
      * REFERENCE FILE DOES NOT KNOW IS CALLED OUT, AS IN CONVERT-RPT.
       6300-FIND-STATUS-DESCRIPTION.

           MOVE "(NOT ON STATUS TABLE)" TO STATUS-DESCRIPTION
           PERFORM 6350-MATCH-STATUS-CODE
               VARYING STATUS-REF-INDEX FROM 1 BY 1
               UNTIL STATUS-REF-INDEX > STATUS-REF-USED
           .

       6350-MATCH-STATUS-CODE.

           IF  STATUS-REF-ENTRY-CODE(STATUS-REF-INDEX)
                   = MASTER-STATUS-CODE OF IMAGE-DETAIL
               MOVE STATUS-REF-ENTRY-DESC(STATUS-REF-INDEX)
                   TO STATUS-DESCRIPTION
           END-IF
           .

      ******************************************************************
      * WRAP-UP AFTER THE SORT. A SECTION OF ITS OWN, AS IN
      * CONVERT-ASOF, SO THE OUTPUT PROCEDURE ENDS AT ITS EXIT.
      ******************************************************************
       9000-TERMINATE SECTION.
       9010-WRAP-UP.

           CLOSE STATEMENT-FILE

           DISPLAY "CONVERT-STMT: " STATEMENT-COUNT
               " STATEMENT(S) FOR " MONTH-START-DATE " TO "
               MONTH-END-DATE " ON " PAGE-NUMBER " PAGE(S)"
           DISPLAY "CONVERT-STMT: " MASTER-RECORD-COUNT
               " MASTER RECORDS READ, " NO-STATEMENT-COUNT
               " ACCOUNT(S) WITH NO STATEMENT"
           DISPLAY "CONVERT-STMT: CLOSING ACTIVE TOTAL "
               CLOSING-ACTIVE-TOTAL ", MASTER ACTIVE TOTAL AT MONTH"
               " END " MASTER-ACTIVE-MONTH-END-TOTAL

           IF  BALANCE-OK
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERT-STMT: CONTROL TOTALS DO NOT AGREE --"
                   " SEE THE CONTROL PAGE"
               MOVE 8 TO RETURN-CODE
           END-IF
           GO TO 9999-EXIT
           .

       9999-EXIT.
           EXIT.
