      *            BRACKETING PATTERN.
      *
      * USAGE:     CONVERT-CTL RUNCTL-FILENAME FUNCTION BUSINESS-DATE
      *            [STEP-NAME [PREDECESSOR-STEP [CALENDAR-FILENAME
      *            [REGION]]]]
      *
      *            CONVERT-CTL RUNCTL-FILENAME STATUS BUSINESS-DATE
      *            [CALENDAR-FILENAME [REGION [FINAL-STEP]]]
      *
      *            FUNCTION IS ONE OF:
      *              BEGIN   RECORD STEP-NAME AS STARTED FOR THE
      *                      1 MEANS THE STEP IS ALREADY COMPLETE
      *                      FOR THE DATE AND THE JOB SHOULD SKIP
      *                      IT; 8 MEANS PREDECESSOR-STEP HAS NOT
      *                      COMPLETED, OR THAT THE DATE IS NOT A
      *                      BUSINESS DAY, AND THE STEP MUST NOT RUN.
      *              END     RECORD STEP-NAME AS COMPLETE FOR THE
      *                      DATE. ONLY TO BE REACHED WHEN THE REAL
      *                      STEP ENDED CLEANLY, WHICH IS WHAT THE
      *              STATUS  REPORT EVERY STEP RECORDED FOR THE DATE
      *                      -- THE CHAIN'S STATE AT A GLANCE FOR
      *                      WHOEVER IS DECIDING WHAT TO RE-RUN.
      *                      WITH A CALENDAR, ALSO LISTS EVERY
      *                      BUSINESS DAY OF THE LAST 31 DAYS WITH
      *                      NO COMPLETED CHAIN, AND ENDS RC 4 IF
      *                      THERE IS ONE.
      *
      *            CALENDAR-FILENAME IS THE BUSINESS-DAY CALENDAR
      *            (BUSCAL COPYBOOK), READ FOR REGION (DEFAULT ALL).
      *            WHEN IT IS GIVEN TO BEGIN, A BUSINESS DATE THAT
      *            FALLS ON A WEEKEND, HOLIDAY OR NON-PROCESSING DAY
      *            IS REFUSED WITH RC 8, SO A NIGHT WITH NO EXTRACT
      *            DUE CANNOT BE RUN BY MISTAKE. PREDECESSOR-STEP
      *            MAY BE GIVEN AS NONE TO NAME A CALENDAR FOR A
      *            STEP WITH NO PREDECESSOR. FOR STATUS, A DAY'S
      *            CHAIN IS COMPLETE WHEN FINAL-STEP IS RECORDED
      *            COMPLETE FOR IT; WITHOUT FINAL-STEP, WHEN AT LEAST
      *            ONE STEP IS RECORDED AND EVERY RECORDED STEP IS
      *            COMPLETE. DAYS BEFORE THE FIRST DATE IN THE
      *            RUN-CONTROL FILE ARE NOT REPORTED.
      *
      *            A RUN-CONTROL FILE THAT DOES NOT EXIST YET IS
      *            TREATED AS EMPTY, SO THE FIRST NIGHT BOOTSTRAPS
      *            ITSELF. RETURN-CODE 16 FOR BAD ARGUMENTS OR A
      *            CALENDAR THAT CANNOT BE USED.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  OPTIONAL BUSINESS-DAY CALENDAR: BEGIN REFUSES
      *                A DATE THAT IS NOT A BUSINESS DAY AND STATUS
      *                REPORTS RECENT BUSINESS DAYS WITH NO COMPLETED
      *                CHAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-CTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO DYNAMIC CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  RUNCTL-START-TIME         PIC X(06).
           05  RUNCTL-END-TIME           PIC X(06).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           05  BUSINESS-DATE-ARGUMENT   PIC X(10).
           05  STEP-NAME-ARGUMENT       PIC X(14).
           05  PREDECESSOR-ARGUMENT     PIC X(14).
           05  CALENDAR-FILENAME        PIC X(120).
           05  REGION-ARGUMENT          PIC X(10).
           05  FINAL-STEP-ARGUMENT      PIC X(14).

       01  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  STEP-NAME                    PIC X(12) VALUE SPACES.
       01  PREDECESSOR-STEP             PIC X(12) VALUE SPACES.
       01  FINAL-STEP                   PIC X(12) VALUE SPACES.

       01  RUNCTL-FILE-STATUS            PIC X(2) VALUE "00".
       01  EOF-RUNCTL-SW                 PIC X VALUE SPACE.

       01  DATE-STEP-COUNT               PIC 9(04) VALUE ZERO.

      * BUSINESS-DAY CALENDAR. ONLY THE REGION'S OWN RECORDS AND THE
      * "ALL" RECORDS ARE KEPT, ONE ENTRY PER DATE, EACH HELD AS ITS
      * INTEGER-OF-DATE DAY NUMBER WITH A NOTE OF WHETHER IT FALLS
      * ON A WEEKEND.
       01  CALENDAR-REQUESTED-SW        PIC X VALUE SPACE.
           88  CALENDAR-REQUESTED       VALUE "Y".
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
               10  CALENDAR-ENTRY-DESCRIPTION PIC X(30).
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

      * THE DAY BEING TESTED: ITS DAY NUMBER AND CCYYMMDD DATE, AND
      * WHETHER IT IS A BUSINESS DAY FOR THE REGION.
       01  TEST-DAY-INTEGER             PIC S9(09) COMP VALUE ZERO.
       01  TEST-DAY-DATE                PIC 9(08) VALUE ZERO.
       01  BUSINESS-DAY-SW              PIC X VALUE SPACE.
           88  BUSINESS-DAY             VALUE "Y".
       01  BUSINESS-DATE-INTEGER        PIC S9(09) COMP VALUE ZERO.

      * STATUS LOOK-BACK FOR BUSINESS DAYS WITH NO COMPLETED CHAIN:
      * THE LAST 31 DAYS, BUT NEVER BEFORE THE FIRST DATE THE
      * RUN-CONTROL FILE KNOWS ABOUT.
       01  LOOKBACK-DAYS                PIC S9(09) COMP VALUE 30.
       01  LOOKBACK-START-INTEGER       PIC S9(09) COMP VALUE ZERO.
       01  EARLIEST-RUNCTL-INTEGER      PIC S9(09) COMP VALUE ZERO.
       01  ENTRY-DATE-INTEGER           PIC S9(09) COMP VALUE ZERO.
       01  DAY-STEP-COUNT               PIC 9(04) VALUE ZERO.
       01  DAY-INCOMPLETE-COUNT         PIC 9(04) VALUE ZERO.
       01  DAY-FINAL-COMPLETE-SW        PIC X VALUE SPACE.
           88  DAY-FINAL-COMPLETE       VALUE "Y".
       01  DAY-CHAIN-COMPLETE-SW        PIC X VALUE SPACE.
           88  DAY-CHAIN-COMPLETE       VALUE "Y".
       01  MISSED-DAY-COUNT             PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-RUNCTL-TABLE
           IF  CALENDAR-REQUESTED
               PERFORM 1500-LOAD-CALENDAR
           END-IF

           EVALUATE FUNCTION TRIM(FUNCTION-ARGUMENT)
               WHEN "BEGIN"
           UNSTRING ARGS DELIMITED BY SPACE
               INTO RUNCTL-FILENAME FUNCTION-ARGUMENT
                   BUSINESS-DATE-ARGUMENT STEP-NAME-ARGUMENT
                   PREDECESSOR-ARGUMENT CALENDAR-FILENAME
                   REGION-ARGUMENT
           END-UNSTRING

      * STATUS TAKES NO STEP NAMES, SO ITS CALENDAR ARGUMENTS FOLLOW
      * THE BUSINESS DATE DIRECTLY.
           IF  FUNCTION TRIM(FUNCTION-ARGUMENT) = "STATUS"
               MOVE SPACES TO ARG-VALUES
               UNSTRING ARGS DELIMITED BY SPACE
                   INTO RUNCTL-FILENAME FUNCTION-ARGUMENT
                       BUSINESS-DATE-ARGUMENT CALENDAR-FILENAME
                       REGION-ARGUMENT FINAL-STEP-ARGUMENT
               END-UNSTRING
           END-IF

           IF  RUNCTL-FILENAME = SPACES
           OR FUNCTION-ARGUMENT = SPACES
           OR BUSINESS-DATE-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-CTL RUNCTL-FILENAME FUNCTION'
                   ' BUSINESS-DATE [STEP-NAME [PREDECESSOR-STEP'
                   ' [CALENDAR-FILENAME [REGION]]]]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               GOBACK
           END-IF
           MOVE BUSINESS-DATE-ARGUMENT(1:8) TO BUSINESS-DATE
           COMPUTE BUSINESS-DATE-INTEGER = FUNCTION
               INTEGER-OF-DATE(BUSINESS-DATE)

           IF  FUNCTION TRIM(FUNCTION-ARGUMENT) NOT = "STATUS"
           AND STEP-NAME-ARGUMENT = SPACES
           END-IF
           MOVE STEP-NAME-ARGUMENT TO STEP-NAME
           MOVE PREDECESSOR-ARGUMENT TO PREDECESSOR-STEP
           IF  PREDECESSOR-STEP = "NONE"
               MOVE SPACES TO PREDECESSOR-STEP
           END-IF
           MOVE FINAL-STEP-ARGUMENT TO FINAL-STEP

           IF  CALENDAR-FILENAME NOT = SPACES
               SET CALENDAR-REQUESTED TO TRUE
               IF  REGION-ARGUMENT NOT = SPACES
                   MOVE REGION-ARGUMENT TO CALENDAR-REGION
               END-IF
               IF  BUSINESS-DATE-INTEGER = ZERO
                   DISPLAY 'CONVERT-CTL: BUSINESS-DATE ' BUSINESS-DATE
                       ' IS NOT A VALID CALENDAR DATE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ACCEPT CURRENT-TIME-RAW FROM TIME END-ACCEPT
           MOVE CURRENT-TIME-RAW(1:6) TO CURRENT-TIME-HHMMSS
           END-READ
           .

      ******************************************************************
      * LOADS THE BUSINESS-DAY CALENDAR FOR THE REGION. A CALENDAR
      * THAT IS NAMED BUT CANNOT BE OPENED, OR THAT HOLDS A RECORD
      * WITH A DATE THAT IS NOT A CALENDAR DATE OR AN UNKNOWN DAY
      * TYPE, FAILS THE RUN -- GUESSING WHICH NIGHTS ARE DUE OFF A
      * BROKEN CALENDAR WOULD BE WORSE THAN NOT CHECKING AT ALL.
      ******************************************************************
       1500-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE
           IF  CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-CTL: CANNOT OPEN CALENDAR FILE '
                   FUNCTION TRIM(CALENDAR-FILENAME) ', STATUS '
                   CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1510-LOAD-CALENDAR-ENTRY UNTIL END-OF-CALENDAR
           CLOSE CALENDAR-FILE
           .

       1510-LOAD-CALENDAR-ENTRY.

           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF  CAL-REGION = CALENDAR-REGION
                   OR CAL-ALL-REGIONS
                       PERFORM 1520-STORE-CALENDAR-ENTRY
                   END-IF
           END-READ
           .

      ******************************************************************
      * STORES ONE CALENDAR RECORD. A SECOND RECORD FOR A DATE ALREADY
      * HELD REPLACES THE FIRST, EXCEPT THAT AN "ALL" RECORD NEVER
      * REPLACES THE REGION'S OWN RECORD FOR THE SAME DATE.
      ******************************************************************
       1520-STORE-CALENDAR-ENTRY.

           MOVE ZERO TO CALENDAR-LOAD-INTEGER
           IF  CAL-DATE NUMERIC
               COMPUTE CALENDAR-LOAD-INTEGER = FUNCTION
                   INTEGER-OF-DATE(CAL-DATE)
           END-IF
           IF  CALENDAR-LOAD-INTEGER = ZERO
           OR NOT (CAL-HOLIDAY OR CAL-NON-PROCESSING
                   OR CAL-PROCESSING-DAY)
               DISPLAY 'CONVERT-CTL: BAD CALENDAR RECORD -- REGION '
                   CAL-REGION ' DATE ' CAL-DATE ' TYPE ' CAL-DAY-TYPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SET CALENDAR-FOUND-SW TO SPACE
           MOVE ZERO TO CALENDAR-FOUND-INDEX
           PERFORM 1530-MATCH-CALENDAR-DATE
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
                   DISPLAY 'CONVERT-CTL: CALENDAR HOLDS MORE THAN'
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
               MOVE CAL-DESCRIPTION
                   TO CALENDAR-ENTRY-DESCRIPTION(CALENDAR-FOUND-INDEX)
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

       1530-MATCH-CALENDAR-DATE.

           IF  CALENDAR-ENTRY-INTEGER(CALENDAR-TABLE-INDEX)
                   = CALENDAR-LOAD-INTEGER
               SET CALENDAR-FOUND TO TRUE
               MOVE CALENDAR-TABLE-INDEX TO CALENDAR-FOUND-INDEX
           END-IF
           .

      ******************************************************************
      * BEGIN: DECIDE WHETHER THE REAL STEP SHOULD RUN. ALREADY
      * COMPLETE FOR THE DATE -> RC 1, THE JOB SKIPS IT AND A SECOND
      * 3AM ABEND COSTS MINUTES INSTEAD OF THE BATCH WINDOW. AN
      * INCOMPLETE PREDECESSOR -> RC 8, BECAUSE RUNNING A STEP ON
      * ITS PREDECESSOR'S STALE OUTPUT IS WORSE THAN NOT RUNNING.
      * WITH A CALENDAR, A DATE THAT IS NOT A BUSINESS DAY -> RC 8
      * TOO: NO EXTRACT IS DUE, SO NOTHING MAY RUN FOR IT.
      ******************************************************************
       2000-BEGIN-STEP.

           IF  CALENDAR-REQUESTED
               MOVE BUSINESS-DATE-INTEGER TO TEST-DAY-INTEGER
               PERFORM 7000-TEST-BUSINESS-DAY
               IF  NOT BUSINESS-DAY
                   PERFORM 2100-REFUSE-NON-BUSINESS-DAY
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE STEP-NAME TO STEP-LOOKUP-NAME
           PERFORM 5000-FIND-STEP-ENTRY

           MOVE 0 TO RETURN-CODE
           .

      ******************************************************************
      * SAYS WHY THE DATE IS REFUSED: THE CALENDAR'S OWN DESCRIPTION
      * WHEN IT LISTS THE DATE, OTHERWISE THAT IT IS A WEEKEND.
      ******************************************************************
       2100-REFUSE-NON-BUSINESS-DAY.

           MOVE BUSINESS-DATE-INTEGER TO CALENDAR-LOAD-INTEGER
           SET CALENDAR-FOUND-SW TO SPACE
           MOVE ZERO TO CALENDAR-FOUND-INDEX
           PERFORM 1530-MATCH-CALENDAR-DATE
               VARYING CALENDAR-TABLE-INDEX FROM 1 BY 1
               UNTIL CALENDAR-TABLE-INDEX > CALENDAR-TABLE-USED
               OR CALENDAR-FOUND

           IF  CALENDAR-FOUND
               DISPLAY 'CONVERT-CTL: STEP ' STEP-NAME
                   ' REFUSED FOR ' BUSINESS-DATE
                   ' -- NOT A BUSINESS DAY FOR REGION '
                   CALENDAR-REGION ': '
                   CALENDAR-ENTRY-DESCRIPTION(CALENDAR-FOUND-INDEX)
           ELSE
               DISPLAY 'CONVERT-CTL: STEP ' STEP-NAME
                   ' REFUSED FOR ' BUSINESS-DATE
                   ' -- NOT A BUSINESS DAY FOR REGION '
                   CALENDAR-REGION ': WEEKEND'
           END-IF
           .

      ******************************************************************
      * END: RECORD THE STEP COMPLETE. A MISSING BEGIN RECORD IS
      * REPAIRED WITH A WARNING RATHER THAN REFUSED -- THE STEP DID
           IF  DATE-STEP-COUNT = 0
               DISPLAY " NO STEPS RECORDED FOR THIS DATE"
           END-IF
           MOVE 0 TO RETURN-CODE
           IF  CALENDAR-REQUESTED
               PERFORM 4200-REPORT-MISSED-DAYS
           END-IF
           DISPLAY "==================================================="
           .

       4100-REPORT-ONE-ENTRY.
           END-IF
           .

      ******************************************************************
      * WITH A CALENDAR, WALKS BACK OVER THE LOOK-BACK WINDOW AND
      * LISTS EVERY BUSINESS DAY WHOSE CHAIN NEVER COMPLETED -- THE
      * NIGHT NOBODY NOTICED WAS MISSED. RC 4 IF THERE IS ONE.
      ******************************************************************
       4200-REPORT-MISSED-DAYS.

           MOVE BUSINESS-DATE-INTEGER TO EARLIEST-RUNCTL-INTEGER
           PERFORM 4210-NOTE-EARLIEST-DATE
               VARYING RUNCTL-TABLE-INDEX FROM 1 BY 1
               UNTIL RUNCTL-TABLE-INDEX > RUNCTL-TABLE-USED
           COMPUTE LOOKBACK-START-INTEGER =
               BUSINESS-DATE-INTEGER - LOOKBACK-DAYS
           IF  LOOKBACK-START-INTEGER < EARLIEST-RUNCTL-INTEGER
               MOVE EARLIEST-RUNCTL-INTEGER TO LOOKBACK-START-INTEGER
           END-IF

           DISPLAY "---------------------------------------------------"
           COMPUTE TEST-DAY-DATE = FUNCTION
               DATE-OF-INTEGER(LOOKBACK-START-INTEGER)
           DISPLAY " BUSINESS DAYS FOR REGION " CALENDAR-REGION
               " FROM " TEST-DAY-DATE " WITH NO COMPLETED CHAIN:"
           MOVE ZERO TO MISSED-DAY-COUNT
           PERFORM 4300-CHECK-ONE-DAY
               VARYING TEST-DAY-INTEGER FROM LOOKBACK-START-INTEGER
               BY 1 UNTIL TEST-DAY-INTEGER > BUSINESS-DATE-INTEGER
           IF  MISSED-DAY-COUNT = 0
               DISPLAY "   NONE"
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       4210-NOTE-EARLIEST-DATE.

           MOVE ZERO TO ENTRY-DATE-INTEGER
           IF  RUNCTL-ENTRY-DATE(RUNCTL-TABLE-INDEX) NUMERIC
               COMPUTE ENTRY-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
                   (RUNCTL-ENTRY-DATE(RUNCTL-TABLE-INDEX))
           END-IF
           IF  ENTRY-DATE-INTEGER > ZERO
           AND ENTRY-DATE-INTEGER < EARLIEST-RUNCTL-INTEGER
               MOVE ENTRY-DATE-INTEGER TO EARLIEST-RUNCTL-INTEGER
           END-IF
           .

       4300-CHECK-ONE-DAY.

           PERFORM 7000-TEST-BUSINESS-DAY
           IF  BUSINESS-DAY
               COMPUTE TEST-DAY-DATE = FUNCTION
                   DATE-OF-INTEGER(TEST-DAY-INTEGER)
               MOVE ZERO TO DAY-STEP-COUNT
               MOVE ZERO TO DAY-INCOMPLETE-COUNT
               SET DAY-FINAL-COMPLETE-SW TO SPACE
               PERFORM 4310-TALLY-DAY-ENTRY
                   VARYING RUNCTL-TABLE-INDEX FROM 1 BY 1
                   UNTIL RUNCTL-TABLE-INDEX > RUNCTL-TABLE-USED

               SET DAY-CHAIN-COMPLETE-SW TO SPACE
               IF  FINAL-STEP NOT = SPACES
                   IF  DAY-FINAL-COMPLETE
                       SET DAY-CHAIN-COMPLETE TO TRUE
                   END-IF
               ELSE
                   IF  DAY-STEP-COUNT > 0
                   AND DAY-INCOMPLETE-COUNT = 0
                       SET DAY-CHAIN-COMPLETE TO TRUE
                   END-IF
               END-IF

               IF  NOT DAY-CHAIN-COMPLETE
                   ADD 1 TO MISSED-DAY-COUNT
                   IF  DAY-STEP-COUNT = 0
                       DISPLAY "   " TEST-DAY-DATE
                           "  NOTHING RECORDED -- CHAIN NEVER RAN"
                   ELSE
                       IF  FINAL-STEP NOT = SPACES
                           DISPLAY "   " TEST-DAY-DATE "  "
                               DAY-STEP-COUNT " STEP(S) RECORDED, "
                               FINAL-STEP " NOT COMPLETE"
                       ELSE
                           DISPLAY "   " TEST-DAY-DATE "  "
                               DAY-STEP-COUNT " STEP(S) RECORDED, "
                               DAY-INCOMPLETE-COUNT " NOT COMPLETE"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       4310-TALLY-DAY-ENTRY.

           IF  RUNCTL-ENTRY-DATE(RUNCTL-TABLE-INDEX) = TEST-DAY-DATE
               ADD 1 TO DAY-STEP-COUNT
               IF  RUNCTL-ENTRY-STATUS(RUNCTL-TABLE-INDEX) = "C"
                   IF  RUNCTL-ENTRY-STEP(RUNCTL-TABLE-INDEX)
                           = FINAL-STEP
                       SET DAY-FINAL-COMPLETE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO DAY-INCOMPLETE-COUNT
               END-IF
           END-IF
           .

       5000-FIND-STEP-ENTRY.

           SET STEP-FOUND-SW TO SPACE
               TO RUNCTL-END-TIME
           WRITE RUNCTL-RECORD
           .

      ******************************************************************
      * SETS BUSINESS-DAY WHEN TEST-DAY-INTEGER (AN INTEGER-OF-DATE
      * DAY NUMBER) IS A BUSINESS DAY FOR THE REGION: THE ONE-DAY
      * SPAN ENDING ON IT COUNTS ONE BUSINESS DAY.
      ******************************************************************
       7000-TEST-BUSINESS-DAY.

           COMPUTE COUNT-FROM-INTEGER = TEST-DAY-INTEGER - 1
           MOVE TEST-DAY-INTEGER TO COUNT-TO-INTEGER
           PERFORM 7100-COUNT-BUSINESS-DAYS
           IF  BUSINESS-DAYS-COUNTED = 1
               SET BUSINESS-DAY TO TRUE
           ELSE
               SET BUSINESS-DAY-SW TO SPACE
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
       7100-COUNT-BUSINESS-DAYS.

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
           PERFORM 7110-COUNT-ONE-ODD-DAY
               VARYING COUNT-DAY-INTEGER FROM COUNT-ODD-START BY 1
               UNTIL COUNT-DAY-INTEGER > COUNT-TO-INTEGER

           PERFORM 7120-APPLY-CALENDAR-ENTRY
               VARYING CALENDAR-TABLE-INDEX FROM 1 BY 1
               UNTIL CALENDAR-TABLE-INDEX > CALENDAR-TABLE-USED

           IF  COUNT-REVERSED
               COMPUTE BUSINESS-DAYS-COUNTED =
                   ZERO - BUSINESS-DAYS-COUNTED
           END-IF
           .

       7110-COUNT-ONE-ODD-DAY.

           DIVIDE COUNT-DAY-INTEGER BY 7
               GIVING COUNT-WHOLE-WEEKS REMAINDER COUNT-WEEKDAY
           IF  COUNT-WEEKDAY NOT = 6 AND COUNT-WEEKDAY NOT = 0
               ADD 1 TO BUSINESS-DAYS-COUNTED
           END-IF
           .

       7120-APPLY-CALENDAR-ENTRY.

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
