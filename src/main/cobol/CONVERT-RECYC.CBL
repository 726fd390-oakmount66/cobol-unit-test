      *
      * USAGE:     CONVERT-RECYC SUSPENSE-FILENAME REJECTS-FILENAME
      *            EXTRACT-FILENAME ESCALATION-FILENAME BUSINESS-DATE
      *            [AGE-LIMIT-DAYS [STATUS-CODES-FILENAME
      *            [CALENDAR-FILENAME [REGION [DAY-COUNT]]]]]
      *
      *            SUSPENSE-FILENAME IS READ AND REWRITTEN IN PLACE
      *            (STAGED ON A WORK FILE UNTIL THE BALANCE PROVES
      *            SO CONVERT'S FEED-CONTROL RE-TRANSMISSION GUARD
      *            SEES A STRICTLY RISING SEQUENCE.
      *
      *            WHEN CALENDAR-FILENAME (BUSCAL COPYBOOK) IS GIVEN,
      *            DAYS IN SUSPENSE ARE COUNTED IN BUSINESS DAYS FOR
      *            REGION (DEFAULT ALL), SO A RECORD IS NOT ESCALATED
      *            JUST BECAUSE A LONG WEEKEND WENT BY. DAY-COUNT IS
      *            BUSINESS (THE DEFAULT) OR CALENDAR, WHICH KEEPS
      *            CALENDAR DAYS EVEN THOUGH A CALENDAR IS NAMED.
      *            STATUS-CODES-FILENAME MAY BE GIVEN AS NONE TO
      *            NAME A CALENDAR WITHOUT A STATUS-CODE FILE.
      *
      *            RETURN-CODE IS 4 WHEN ANY RECORD WAS ESCALATED
      *            (THE REPORT NEEDS A HUMAN), 16 FOR BAD ARGUMENTS,
      *            A CALENDAR THAT CANNOT BE USED, OR A BALANCE THAT
      *            DOES NOT PROVE OUT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  OPTIONAL BUSINESS-DAY CALENDAR, REGION AND
      *                DAY-COUNT ARGUMENTS: DAYS IN SUSPENSE COUNT
      *                BUSINESS DAYS WHEN A CALENDAR IS GIVEN.
      *   15 OCT 2026  A REJECT TAKEN INTO SUSPENSE IS STAMPED WITH THE
      *                FEED ID CONVERT RECORDED FOR IT (IN-SOURCE-FEED-
      *                ID), SO RECYCLED AND HELD RECORDS KEEP THE
      *                REGION THAT SENT THEM, AND EACH ESCALATION LINE
      *                NAMES THAT FEED FOR THE FEED SCORECARD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-RECYC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CODES-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO DYNAMIC CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

      * STAGES THE STILL-HELD RECORDS WHILE THE SUSPENSE FILE IS
      * STILL OPEN FOR INPUT, THE SAME STAGING CONVERT-ARCH USES.
           SELECT HELD-WORK-FILE
           05  REJECT-REASON-CODE        PIC X(04).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-RAW-INPUT          PIC X(80).
           05  REJECT-FEED-ID            PIC X(08).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
       01  STATUS-REF-RECORD.
           COPY STATREF.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY BUSCAL.

       FD  HELD-WORK-FILE.
       01  HELD-RECORD                   PIC X(96).

           05  BUSINESS-DATE-ARGUMENT   PIC X(10).
           05  AGE-LIMIT-ARGUMENT       PIC X(10).
           05  STATUS-CODES-FILENAME    PIC X(120).
           05  CALENDAR-FILENAME        PIC X(120).
           05  REGION-ARGUMENT          PIC X(10).
           05  DAY-COUNT-ARGUMENT       PIC X(10).

       01  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  AGE-LIMIT-DAYS               PIC 9(04) VALUE 30.
       01  FIRST-DATE-INTEGER            PIC S9(09) COMP VALUE ZERO.
       01  CANDIDATE-DAYS-OLD            PIC S9(09) COMP VALUE ZERO.

      * BUSINESS-DAY CALENDAR. ONLY THE REGION'S OWN RECORDS AND THE
      * "ALL" RECORDS ARE KEPT, ONE ENTRY PER DATE, EACH HELD AS ITS
      * INTEGER-OF-DATE DAY NUMBER WITH A NOTE OF WHETHER IT FALLS
      * ON A WEEKEND.
       01  BUSINESS-DAY-AGING-SW        PIC X VALUE SPACE.
           88  BUSINESS-DAY-AGING       VALUE "Y".
       01  CALENDAR-REGION              PIC X(08) VALUE "ALL".
       01  CALENDAR-FILE-STATUS         PIC X(2) VALUE "00".
       01  EOF-CALENDAR-SW              PIC X VALUE SPACE.
           88  END-OF-CALENDAR          VALUE "Y".
       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY OCCURS 1000 TIMES.
               10  CALENDAR-ENTRY-INTEGER  PIC S9(09) COMP.
               10  CALENDAR-ENTRY-REGION   PIC X(08).
               10  CALENDAR-ENTRY-TYPE     PIC X(01).
               10  CALENDAR-ENTRY-WEEKEND  PIC X(01).
       01  CALENDAR-TABLE-USED          PIC 9(04) VALUE ZERO.
       01  CALENDAR-TABLE-INDEX         PIC 9(04) VALUE ZERO.
       01  CALENDAR-FOUND-INDEX         PIC 9(04) VALUE ZERO.
       01  CALENDAR-FOUND-SW            PIC X VALUE SPACE.
           88  CALENDAR-FOUND           VALUE "Y".
       01  CALENDAR-LOAD-INTEGER        PIC S9(09) COMP VALUE ZERO.

      * BUSINESS-DAY COUNTING BETWEEN TWO DAY NUMBERS.
       01  COUNT-FROM-INTEGER           PIC S9(09) COMP VALUE ZERO.
       01  COUNT-TO-INTEGER             PIC S9(09) COMP VALUE ZERO.
       01  COUNT-DAY-INTEGER            PIC S9(09) COMP VALUE ZERO.
       01  COUNT-ODD-START              PIC S9(09) COMP VALUE ZERO.
       01  COUNT-SPAN-DAYS              PIC S9(09) COMP VALUE ZERO.
       01  COUNT-WHOLE-WEEKS            PIC S9(09) COMP VALUE ZERO.
       01  COUNT-ODD-DAYS               PIC S9(09) COMP VALUE ZERO.
       01  COUNT-WEEKDAY                PIC S9(09) COMP VALUE ZERO.
       01  COUNT-REVERSED-SW            PIC X VALUE SPACE.
           88  COUNT-REVERSED           VALUE "Y".
       01  BUSINESS-DAYS-COUNTED        PIC S9(09) COMP VALUE ZERO.

      * STATUS-CODES-FILENAME IS OPTIONAL, LOADED AND APPLIED THE
      * SAME WAY CONVERT LOADS AND APPLIES IT. WHEN OMITTED, THE
      * STATUS-TABLE CHECKS ARE SKIPPED EXACTLY AS CONVERT SKIPS
           05  ESCALATION-DAYS-OLD       PIC ZZZ9.
           05  FILLER                    PIC X(05)
               VALUE " DAYS".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ESCALATION-FEED-ID        PIC X(08).

       PROCEDURE DIVISION.

               INTO SUSPENSE-FILENAME REJECTS-FILENAME
                   EXTRACT-FILENAME ESCALATION-FILENAME
                   BUSINESS-DATE-ARGUMENT AGE-LIMIT-ARGUMENT
                   STATUS-CODES-FILENAME CALENDAR-FILENAME
                   REGION-ARGUMENT DAY-COUNT-ARGUMENT
           END-UNSTRING

           IF  SUSPENSE-FILENAME = SPACES
               DISPLAY 'USAGE: CONVERT-RECYC SUSPENSE-FILENAME'
                   ' REJECTS-FILENAME EXTRACT-FILENAME'
                   ' ESCALATION-FILENAME BUSINESS-DATE'
                   ' [AGE-LIMIT-DAYS [STATUS-CODES-FILENAME'
                   ' [CALENDAR-FILENAME [REGION [DAY-COUNT]]]]]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           END-IF

           IF  STATUS-CODES-FILENAME NOT = SPACES
           AND FUNCTION TRIM(STATUS-CODES-FILENAME) NOT = "NONE"
               SET STATUS-TABLE-REQUESTED TO TRUE
               PERFORM 0800-LOAD-STATUS-TABLE
           END-IF

           IF  CALENDAR-FILENAME NOT = SPACES
               IF  REGION-ARGUMENT NOT = SPACES
                   MOVE REGION-ARGUMENT TO CALENDAR-REGION
               END-IF
               EVALUATE FUNCTION TRIM(DAY-COUNT-ARGUMENT)
                   WHEN SPACES
                   WHEN "BUSINESS"
                       SET BUSINESS-DAY-AGING TO TRUE
                       PERFORM 0900-LOAD-CALENDAR
                   WHEN "CALENDAR"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CONVERT-RECYC: DAY-COUNT MUST BE'
                           ' BUSINESS OR CALENDAR, NOT '
                           DAY-COUNT-ARGUMENT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           PERFORM 0600-WRITE-EXTRACT-HEADER
           OPEN OUTPUT ESCALATION-FILE
           END-READ
           .

      ******************************************************************
      * LOADS THE BUSINESS-DAY CALENDAR FOR THE REGION. A CALENDAR
      * THAT IS NAMED BUT CANNOT BE OPENED, OR THAT HOLDS A RECORD
      * WITH A DATE THAT IS NOT A CALENDAR DATE OR AN UNKNOWN DAY
      * TYPE, FAILS THE RUN -- AGING QUIETLY OFF A BROKEN CALENDAR
      * WOULD BE WORSE THAN NOT AGING IN BUSINESS DAYS AT ALL.
      ******************************************************************
       0900-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE
           IF  CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-RECYC: CANNOT OPEN CALENDAR FILE '
                   FUNCTION TRIM(CALENDAR-FILENAME) ', STATUS '
                   CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0910-LOAD-CALENDAR-ENTRY UNTIL END-OF-CALENDAR
           CLOSE CALENDAR-FILE

           DISPLAY 'CONVERT-RECYC: SUSPENSE AGED IN BUSINESS DAYS FOR'
               ' REGION ' CALENDAR-REGION ' -- ' CALENDAR-TABLE-USED
               ' CALENDAR EXCEPTION(S) LOADED'
           .

       0910-LOAD-CALENDAR-ENTRY.

           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF  CAL-REGION = CALENDAR-REGION
                   OR CAL-ALL-REGIONS
                       PERFORM 0920-STORE-CALENDAR-ENTRY
                   END-IF
           END-READ
           .

      ******************************************************************
      * STORES ONE CALENDAR RECORD. A SECOND RECORD FOR A DATE ALREADY
      * HELD REPLACES THE FIRST, EXCEPT THAT AN "ALL" RECORD NEVER
      * REPLACES THE REGION'S OWN RECORD FOR THE SAME DATE.
      ******************************************************************
       0920-STORE-CALENDAR-ENTRY.

           MOVE ZERO TO CALENDAR-LOAD-INTEGER
           IF  CAL-DATE NUMERIC
               COMPUTE CALENDAR-LOAD-INTEGER = FUNCTION
                   INTEGER-OF-DATE(CAL-DATE)
           END-IF
           IF  CALENDAR-LOAD-INTEGER = ZERO
           OR NOT (CAL-HOLIDAY OR CAL-NON-PROCESSING
                   OR CAL-PROCESSING-DAY)
               DISPLAY 'CONVERT-RECYC: BAD CALENDAR RECORD -- REGION '
                   CAL-REGION ' DATE ' CAL-DATE ' TYPE ' CAL-DAY-TYPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SET CALENDAR-FOUND-SW TO SPACE
           MOVE ZERO TO CALENDAR-FOUND-INDEX
           PERFORM 0930-MATCH-CALENDAR-DATE
               VARYING CALENDAR-TABLE-INDEX FROM 1 BY 1
               UNTIL CALENDAR-TABLE-INDEX > CALENDAR-TABLE-USED
               OR CALENDAR-FOUND

           IF  CALENDAR-FOUND
               IF  CAL-ALL-REGIONS
               AND CALENDAR-ENTRY-REGION(CALENDAR-FOUND-INDEX)
                       NOT = "ALL"
                   MOVE ZERO TO CALENDAR-FOUND-INDEX
               END-IF
           ELSE
               IF  CALENDAR-TABLE-USED >= 1000
                   DISPLAY 'CONVERT-RECYC: CALENDAR HOLDS MORE THAN'
                       ' 1000 DATES FOR REGION ' CALENDAR-REGION
                       ' -- TRIM PAST YEARS BEFORE RUNNING AGAIN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CALENDAR-TABLE-USED
               MOVE CALENDAR-TABLE-USED TO CALENDAR-FOUND-INDEX
           END-IF

           IF  CALENDAR-FOUND-INDEX > ZERO
               MOVE CALENDAR-LOAD-INTEGER
                   TO CALENDAR-ENTRY-INTEGER(CALENDAR-FOUND-INDEX)
               MOVE CAL-REGION
                   TO CALENDAR-ENTRY-REGION(CALENDAR-FOUND-INDEX)
               MOVE CAL-DAY-TYPE
                   TO CALENDAR-ENTRY-TYPE(CALENDAR-FOUND-INDEX)
               DIVIDE CALENDAR-LOAD-INTEGER BY 7
                   GIVING COUNT-WHOLE-WEEKS REMAINDER COUNT-WEEKDAY
               IF  COUNT-WEEKDAY = 6 OR COUNT-WEEKDAY = 0
                   MOVE "Y"
                       TO CALENDAR-ENTRY-WEEKEND(CALENDAR-FOUND-INDEX)
               ELSE
                   MOVE "N"
                       TO CALENDAR-ENTRY-WEEKEND(CALENDAR-FOUND-INDEX)
               END-IF
           END-IF
           .

       0930-MATCH-CALENDAR-DATE.

           IF  CALENDAR-ENTRY-INTEGER(CALENDAR-TABLE-INDEX)
                   = CALENDAR-LOAD-INTEGER
               SET CALENDAR-FOUND TO TRUE
               MOVE CALENDAR-TABLE-INDEX TO CALENDAR-FOUND-INDEX
           END-IF
           .

      ******************************************************************
      * RE-VALIDATES ONE RECORD ALREADY IN SUSPENSE AND ROUTES IT:
      * PASSES NOW -> RECYCLED TO THE EXTRACT; STILL FAILS AND PAST
       2000-PROCESS-REJECTS.

           MOVE REJECT-RAW-INPUT TO CANDIDATE-DETAIL
           IF  IN-SOURCE-FEED-ID OF CANDIDATE-DETAIL = SPACES
               MOVE REJECT-FEED-ID
                   TO IN-SOURCE-FEED-ID OF CANDIDATE-DETAIL
           END-IF
           MOVE BUSINESS-DATE TO CANDIDATE-FIRST-DATE
           PERFORM 5000-ROUTE-ONE-CANDIDATE
           PERFORM 2900-READ-REJECT
               MOVE BUSINESS-DATE TO CANDIDATE-FIRST-DATE
               MOVE ZERO TO CANDIDATE-DAYS-OLD
           ELSE
               IF  BUSINESS-DAY-AGING
                   MOVE FIRST-DATE-INTEGER TO COUNT-FROM-INTEGER
                   MOVE BUSINESS-DATE-INTEGER TO COUNT-TO-INTEGER
                   PERFORM 5310-COUNT-BUSINESS-DAYS
                   MOVE BUSINESS-DAYS-COUNTED TO CANDIDATE-DAYS-OLD
               ELSE
                   COMPUTE CANDIDATE-DAYS-OLD =
                       BUSINESS-DATE-INTEGER - FIRST-DATE-INTEGER
               END-IF
               IF  CANDIDATE-DAYS-OLD < ZERO
                   MOVE ZERO TO CANDIDATE-DAYS-OLD
               END-IF
           END-IF
           .

      ******************************************************************
      * COUNTS THE BUSINESS DAYS AFTER COUNT-FROM-INTEGER UP TO AND
      * INCLUDING COUNT-TO-INTEGER (BOTH INTEGER-OF-DATE DAY NUMBERS)
      * INTO BUSINESS-DAYS-COUNTED, NEGATIVE WHEN THE FROM DATE IS THE
      * LATER ONE. WHOLE WEEKS COUNT FIVE DAYS EACH, THE ODD DAYS LEFT
      * OVER ARE TESTED ONE BY ONE, THEN EACH CALENDAR EXCEPTION
      * INSIDE THE SPAN TAKES AWAY ITS WEEKDAY OR ADDS BACK ITS
      * WEEKEND DAY. DAY 1 OF INTEGER-OF-DATE IS A MONDAY, SO A DAY
      * NUMBER'S REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
      ******************************************************************
       5310-COUNT-BUSINESS-DAYS.

           SET COUNT-REVERSED-SW TO SPACE
           IF  COUNT-FROM-INTEGER > COUNT-TO-INTEGER
               SET COUNT-REVERSED TO TRUE
               MOVE COUNT-FROM-INTEGER TO COUNT-DAY-INTEGER
               MOVE COUNT-TO-INTEGER TO COUNT-FROM-INTEGER
               MOVE COUNT-DAY-INTEGER TO COUNT-TO-INTEGER
           END-IF

           COMPUTE COUNT-SPAN-DAYS =
               COUNT-TO-INTEGER - COUNT-FROM-INTEGER
           DIVIDE COUNT-SPAN-DAYS BY 7
               GIVING COUNT-WHOLE-WEEKS REMAINDER COUNT-ODD-DAYS
           COMPUTE BUSINESS-DAYS-COUNTED = COUNT-WHOLE-WEEKS * 5
           COMPUTE COUNT-ODD-START =
               COUNT-TO-INTEGER - COUNT-ODD-DAYS + 1
           PERFORM 5320-COUNT-ONE-ODD-DAY
               VARYING COUNT-DAY-INTEGER FROM COUNT-ODD-START BY 1
               UNTIL COUNT-DAY-INTEGER > COUNT-TO-INTEGER

           PERFORM 5330-APPLY-CALENDAR-ENTRY
               VARYING CALENDAR-TABLE-INDEX FROM 1 BY 1
               UNTIL CALENDAR-TABLE-INDEX > CALENDAR-TABLE-USED

           IF  COUNT-REVERSED
               COMPUTE BUSINESS-DAYS-COUNTED =
                   ZERO - BUSINESS-DAYS-COUNTED
           END-IF
           .

       5320-COUNT-ONE-ODD-DAY.

           DIVIDE COUNT-DAY-INTEGER BY 7
               GIVING COUNT-WHOLE-WEEKS REMAINDER COUNT-WEEKDAY
           IF  COUNT-WEEKDAY NOT = 6 AND COUNT-WEEKDAY NOT = 0
               ADD 1 TO BUSINESS-DAYS-COUNTED
           END-IF
           .

       5330-APPLY-CALENDAR-ENTRY.

           IF  CALENDAR-ENTRY-INTEGER(CALENDAR-TABLE-INDEX)
                   > COUNT-FROM-INTEGER
           AND CALENDAR-ENTRY-INTEGER(CALENDAR-TABLE-INDEX)
                   NOT > COUNT-TO-INTEGER
               IF  CALENDAR-ENTRY-WEEKEND(CALENDAR-TABLE-INDEX) = "Y"
                   IF  CALENDAR-ENTRY-TYPE(CALENDAR-TABLE-INDEX) = "P"
                       ADD 1 TO BUSINESS-DAYS-COUNTED
                   END-IF
               ELSE
                   IF  CALENDAR-ENTRY-TYPE(CALENDAR-TABLE-INDEX)
                           NOT = "P"
                       SUBTRACT 1 FROM BUSINESS-DAYS-COUNTED
                   END-IF
               END-IF
           END-IF
           .

       5400-ESCALATE-CANDIDATE.

           MOVE IN-ACCOUNT-KEY OF CANDIDATE-DETAIL
           MOVE CANDIDATE-REASON-TEXT TO ESCALATION-REASON-TEXT
           MOVE CANDIDATE-FIRST-DATE TO ESCALATION-FIRST-DATE
           MOVE CANDIDATE-DAYS-OLD TO ESCALATION-DAYS-OLD
           MOVE IN-SOURCE-FEED-ID OF CANDIDATE-DETAIL
               TO ESCALATION-FEED-ID
           MOVE SPACES TO ESCALATION-LINE
           MOVE ESCALATION-DETAIL-LINE TO ESCALATION-LINE
           WRITE ESCALATION-LINE
           DISPLAY "CONVERT-RECYC:   STILL HELD: " HELD-COUNT
           DISPLAY "CONVERT-RECYC:   ESCALATED: " ESCALATED-COUNT
               " (OVER " AGE-LIMIT-DAYS " DAYS)"
           IF  BUSINESS-DAY-AGING
               DISPLAY "CONVERT-RECYC:   AGES COUNTED IN BUSINESS DAYS"
           END-IF

           IF  ESCALATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
