      *            SORTED BY STATUS CODE AND KEY BEFORE PRINTING.
      *
      * USAGE:     CONVERT-AGED OUTPUT-FILENAME REPORT-FILENAME
      *            [RUN-DATE [CALENDAR-FILENAME [REGION [DAY-COUNT]]]]
      *
      *            RUN-DATE IS CCYYMMDD. WHEN OMITTED, THE BUSINESS
      *            DATE CARRIED ON THE INPUT FILE'S OWN TRAILER IS
      *            THE FILE BELONGS TO RATHER THAN WHENEVER THE
      *            REPORT STEP HAPPENED TO RUN.
      *
      *            WHEN CALENDAR-FILENAME (BUSCAL COPYBOOK) IS GIVEN,
      *            AGES ARE COUNTED IN BUSINESS DAYS FOR REGION
      *            (DEFAULT ALL): A LONG WEEKEND NO LONGER PUSHES AN
      *            AMOUNT INTO THE NEXT BUCKET. DAY-COUNT IS BUSINESS
      *            (THE DEFAULT) OR CALENDAR, WHICH KEEPS THE PLAIN
      *            CALENDAR-DAY AGING EVEN THOUGH A CALENDAR IS NAMED.
      *            THE BUCKET BOUNDARIES (30, 60, 90) ARE THE SAME
      *            EITHER WAY; THE AGING SECTION SAYS WHICH DAYS
      *            THEY ARE COUNTED IN.
      *
      *            RETURN-CODE IS 4 IF THE INPUT FILE HAS NO TRAILER
      *            OR DOES NOT BALANCE AGAINST IT -- THE REPORT IS
      *            STILL PRODUCED, BUT THE JOB STEP CAN CATCH THAT IT
      *            WAS PRINTED FROM A QUESTIONABLE FILE. 16 FOR BAD
      *            ARGUMENTS OR A CALENDAR THAT CANNOT BE USED.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  OPTIONAL BUSINESS-DAY CALENDAR, REGION AND
      *                DAY-COUNT ARGUMENTS: AGES COUNT BUSINESS DAYS
      *                WHEN A CALENDAR IS GIVEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-AGED.
               ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE
               ASSIGN TO DYNAMIC CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "CONVERT-AGED-SORTWK".

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(132).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY BUSCAL.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-STATUS-CODE          PIC X(02).
           05  CONVERTED-FILENAME       PIC X(120).
           05  REPORT-FILENAME          PIC X(120).
           05  RUN-DATE-ARGUMENT        PIC X(10).
           05  CALENDAR-FILENAME        PIC X(120).
           05  REGION-ARGUMENT          PIC X(10).
           05  DAY-COUNT-ARGUMENT       PIC X(10).

       01  REPORT-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  RUN-DATE-GIVEN-SW            PIC X VALUE SPACE.
       01  EFFECTIVE-DATE-INTEGER       PIC S9(09) COMP VALUE ZERO.
       01  DAYS-OLD                     PIC S9(09) COMP VALUE ZERO.

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

       01  EOF-CONVERTED-SW              PIC X VALUE SPACE.
           88  END-OF-CONVERTED          VALUE "Y".
       01  SORT-DETAILS-DONE-SW          PIC X VALUE SPACE.

       01  AGING-HEADING-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(35)
               VALUE "AGING OF AMOUNTS BY EFFECTIVE DATE".
           05  AGING-HEADING-BASIS       PIC X(20)
               VALUE "IN CALENDAR DAYS".
           05  FILLER                    PIC X(76) VALUE SPACES.

       01  AGING-DETAIL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO CONVERTED-FILENAME REPORT-FILENAME
                   RUN-DATE-ARGUMENT CALENDAR-FILENAME
                   REGION-ARGUMENT DAY-COUNT-ARGUMENT
           END-UNSTRING

           IF  CONVERTED-FILENAME = SPACES
           OR REPORT-FILENAME = SPACES
               DISPLAY 'USAGE: CONVERT-AGED OUTPUT-FILENAME'
                   ' REPORT-FILENAME [RUN-DATE [CALENDAR-FILENAME'
                   ' [REGION [DAY-COUNT]]]]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE RUN-DATE-ARGUMENT(1:8) TO REPORT-RUN-DATE
           END-IF

           IF  CALENDAR-FILENAME NOT = SPACES
               IF  REGION-ARGUMENT NOT = SPACES
                   MOVE REGION-ARGUMENT TO CALENDAR-REGION
               END-IF
               EVALUATE FUNCTION TRIM(DAY-COUNT-ARGUMENT)
                   WHEN SPACES
                   WHEN "BUSINESS"
                       SET BUSINESS-DAY-AGING TO TRUE
                       PERFORM 0700-LOAD-CALENDAR
                       MOVE "IN BUSINESS DAYS" TO AGING-HEADING-BASIS
                   WHEN "CALENDAR"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CONVERT-AGED: DAY-COUNT MUST BE'
                           ' BUSINESS OR CALENDAR, NOT '
                           DAY-COUNT-ARGUMENT
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF

           PERFORM 0600-CLEAR-AGING-BUCKET
               VARYING AGING-BUCKET-INDEX FROM 1 BY 1
               UNTIL AGING-BUCKET-INDEX > 4
           MOVE ZERO TO AGING-BUCKET-AMOUNT(AGING-BUCKET-INDEX)
           .

      ******************************************************************
      * LOADS THE BUSINESS-DAY CALENDAR FOR THE REGION. A CALENDAR
      * THAT IS NAMED BUT CANNOT BE OPENED, OR THAT HOLDS A RECORD
      * WITH A DATE THAT IS NOT A CALENDAR DATE OR AN UNKNOWN DAY
      * TYPE, FAILS THE RUN -- AGING QUIETLY OFF A BROKEN CALENDAR
      * WOULD BE WORSE THAN NOT AGING IN BUSINESS DAYS AT ALL.
      ******************************************************************
       0700-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE
           IF  CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-AGED: CANNOT OPEN CALENDAR FILE '
                   FUNCTION TRIM(CALENDAR-FILENAME) ', STATUS '
                   CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0710-LOAD-CALENDAR-ENTRY UNTIL END-OF-CALENDAR
           CLOSE CALENDAR-FILE

           DISPLAY 'CONVERT-AGED: AGING IN BUSINESS DAYS FOR REGION '
               CALENDAR-REGION ' -- ' CALENDAR-TABLE-USED
               ' CALENDAR EXCEPTION(S) LOADED'
           .

       0710-LOAD-CALENDAR-ENTRY.

           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF  CAL-REGION = CALENDAR-REGION
                   OR CAL-ALL-REGIONS
                       PERFORM 0720-STORE-CALENDAR-ENTRY
                   END-IF
           END-READ
           .

      ******************************************************************
      * STORES ONE CALENDAR RECORD. A SECOND RECORD FOR A DATE ALREADY
      * HELD REPLACES THE FIRST, EXCEPT THAT AN "ALL" RECORD NEVER
      * REPLACES THE REGION'S OWN RECORD FOR THE SAME DATE.
      ******************************************************************
       0720-STORE-CALENDAR-ENTRY.

           MOVE ZERO TO CALENDAR-LOAD-INTEGER
           IF  CAL-DATE NUMERIC
               COMPUTE CALENDAR-LOAD-INTEGER = FUNCTION
                   INTEGER-OF-DATE(CAL-DATE)
           END-IF
           IF  CALENDAR-LOAD-INTEGER = ZERO
           OR NOT (CAL-HOLIDAY OR CAL-NON-PROCESSING
                   OR CAL-PROCESSING-DAY)
               DISPLAY 'CONVERT-AGED: BAD CALENDAR RECORD -- REGION '
                   CAL-REGION ' DATE ' CAL-DATE ' TYPE ' CAL-DAY-TYPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SET CALENDAR-FOUND-SW TO SPACE
           MOVE ZERO TO CALENDAR-FOUND-INDEX
           PERFORM 0730-MATCH-CALENDAR-DATE
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
                   DISPLAY 'CONVERT-AGED: CALENDAR HOLDS MORE THAN'
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

       0730-MATCH-CALENDAR-DATE.

           IF  CALENDAR-ENTRY-INTEGER(CALENDAR-TABLE-INDEX)
                   = CALENDAR-LOAD-INTEGER
               SET CALENDAR-FOUND TO TRUE
               MOVE CALENDAR-TABLE-INDEX TO CALENDAR-FOUND-INDEX
           END-IF
           .

      ******************************************************************
      * SORT INPUT PROCEDURE: READS THE CONVERTED FILE, RELEASES EACH
      * DETAIL RECORD KEYED BY STATUS CODE AND ACCOUNT KEY, AND
               MOVE 4 TO AGING-BUCKET-INDEX
               MOVE "INVALID " TO DETAIL-AGING-LABEL
           ELSE
               IF  BUSINESS-DAY-AGING
                   MOVE EFFECTIVE-DATE-INTEGER TO COUNT-FROM-INTEGER
                   MOVE RUN-DATE-INTEGER TO COUNT-TO-INTEGER
                   PERFORM 3260-COUNT-BUSINESS-DAYS
                   MOVE BUSINESS-DAYS-COUNTED TO DAYS-OLD
               ELSE
                   COMPUTE DAYS-OLD =
                       RUN-DATE-INTEGER - EFFECTIVE-DATE-INTEGER
               END-IF
               EVALUATE TRUE
                   WHEN DAYS-OLD < 30
                       MOVE 1 TO AGING-BUCKET-INDEX
           ADD SORT-AMOUNT TO AGING-BUCKET-AMOUNT(AGING-BUCKET-INDEX)
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
       3260-COUNT-BUSINESS-DAYS.

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
           PERFORM 3270-COUNT-ONE-ODD-DAY
               VARYING COUNT-DAY-INTEGER FROM COUNT-ODD-START BY 1
               UNTIL COUNT-DAY-INTEGER > COUNT-TO-INTEGER

           PERFORM 3280-APPLY-CALENDAR-ENTRY
               VARYING CALENDAR-TABLE-INDEX FROM 1 BY 1
               UNTIL CALENDAR-TABLE-INDEX > CALENDAR-TABLE-USED

           IF  COUNT-REVERSED
               COMPUTE BUSINESS-DAYS-COUNTED =
                   ZERO - BUSINESS-DAYS-COUNTED
           END-IF
           .

       3270-COUNT-ONE-ODD-DAY.

           DIVIDE COUNT-DAY-INTEGER BY 7
               GIVING COUNT-WHOLE-WEEKS REMAINDER COUNT-WEEKDAY
           IF  COUNT-WEEKDAY NOT = 6 AND COUNT-WEEKDAY NOT = 0
               ADD 1 TO BUSINESS-DAYS-COUNTED
           END-IF
           .

       3280-APPLY-CALENDAR-ENTRY.

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

       3300-PRINT-STATUS-SUBTOTAL.

           MOVE BREAK-STATUS-CODE TO SUBTOTAL-STATUS-CODE
