      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   GENERATION CATALOG FOR THE NIGHTLY FILES. CONVERT-
      *            DELTA COMPARES TONIGHT'S CONVERTED FILE WITH THE
      *            PRIOR BUSINESS DAY'S, BUT NOTHING IN THE CHAIN EVER
      *            KEPT THE PRIOR ONE -- SOMEONE COPIED OUTPUT.TXT TO
      *            PRIOR.TXT BY HAND, AND THE NIGHT THEY FORGOT, THE
      *            DELTA COMPARED THE WRONG GENERATIONS. THIS PROGRAM
      *            KEEPS A CATALOG (GENCAT COPYBOOK) OF GENERATIONS OF
      *            THE CONVERTED FILE, AND OPTIONALLY OF THE DELTA AND
      *            REJECTS FILES, EACH STAMPED WITH ITS BUSINESS DATE
      *            AND CONTROL FIGURES, AND HANDS A DOWNSTREAM STEP
      *            THE CURRENT OR THE PREVIOUS BUSINESS DAY'S
      *            GENERATION ON REQUEST.
      *
      * USAGE:     CONVERT-GEN CATALOG-FILENAME REGISTER BUSINESS-DATE
      *            GENERATIONS-KEPT FILE-TYPE FILENAME
      *            [FILE-TYPE FILENAME [FILE-TYPE FILENAME]]
      *
      *            CONVERT-GEN CATALOG-FILENAME FETCH BUSINESS-DATE
      *            FILE-TYPE GENERATION TARGET-FILENAME
      *            [CALENDAR-FILENAME [REGION]]
      *
      *            FILE-TYPE IS CONVERTED (OUTPUT COPYBOOK), DELTA
      *            (DELTA COPYBOOK) OR REJECTS (CONVERT'S REJECTS
      *            FILE). FUNCTION IS ONE OF:
      *              REGISTER  CATALOGUE EACH NAMED FILE AS THE NEW
      *                        GENERATION OF ITS TYPE FOR THE
      *                        BUSINESS DATE. A CONVERTED OR DELTA
      *                        FILE MUST BALANCE AGAINST ITS OWN
      *                        TRAILER AND THE TRAILER MUST CARRY THE
      *                        BUSINESS DATE; A REJECTS FILE HAS NO
      *                        TRAILER AND IS TAKEN AS IT STANDS (A
      *                        MISSING ONE IS AN EMPTY GENERATION --
      *                        A CLEAN RUN WRITES NO REJECTS). THE
      *                        BUSINESS DATE MUST BE LATER THAN THE
      *                        NEWEST GENERATION OF EVERY TYPE NAMED.
      *                        EVERY FILE IS PROVED BEFORE ANY IS
      *                        CATALOGUED, SO ONE BAD FILE REGISTERS
      *                        NONE OF THEM. EACH FILE IS COPIED TO
      *                        ITS GENERATION NAME (ITS OWN NAME WITH
      *                        .GNNNNV00 ADDED) AND THE CATALOG KEEPS
      *                        THE NEWEST GENERATIONS-KEPT (1 TO 99)
      *                        GENERATIONS OF EACH TYPE, DELETING THE
      *                        COPIES OF OLDER ONES.
      *              FETCH     COPY A CATALOGUED GENERATION TO
      *                        TARGET-FILENAME, WHERE THE NEXT STEP
      *                        READS IT. GENERATION IS CURRENT (THE
      *                        GENERATION FOR THE BUSINESS DATE) OR
      *                        PREVIOUS (THE ONE FOR THE PREVIOUS
      *                        BUSINESS DAY). WITH A CALENDAR (BUSCAL
      *                        COPYBOOK, READ FOR REGION, DEFAULT
      *                        ALL) THE PREVIOUS BUSINESS DAY IS TAKEN
      *                        FROM THE CALENDAR AND ITS GENERATION
      *                        MUST BE CATALOGUED -- A MISSED NIGHT IS
      *                        REFUSED RATHER THAN BRIDGED WITH AN
      *                        OLDER GENERATION. WITHOUT ONE, PREVIOUS
      *                        IS THE NEWEST GENERATION DATED BEFORE
      *                        THE BUSINESS DATE. THE COPY IS PROVED
      *                        AGAINST THE CATALOG'S FIGURES AS IT IS
      *                        MADE.
      *
      *            A CATALOG FILE THAT DOES NOT EXIST YET IS TREATED
      *            AS EMPTY; THE FIRST NIGHT'S PRIOR GENERATION IS
      *            SEEDED BY REGISTERING IT BY HAND.
      *
      *            RETURN-CODE IS 8 WHEN REGISTER REFUSES A FILE THAT
      *            DOES NOT BALANCE, IS FOR ANOTHER BUSINESS DATE, OR
      *            IS NOT LATER THAN THE NEWEST GENERATION (THE
      *            CATALOG IS LEFT UNTOUCHED), OR WHEN FETCH FINDS NO
      *            GENERATION FOR THE DATE ASKED FOR (THE TARGET IS
      *            NOT WRITTEN). 16 FOR BAD ARGUMENTS, A FILE THAT
      *            CANNOT BE OPENED, A CALENDAR THAT CANNOT BE USED,
      *            A FULL CATALOG, OR A CATALOGUED GENERATION THAT NO
      *            LONGER AGREES WITH ITS CATALOG FIGURES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT TARGET-FILE
               ASSIGN TO DYNAMIC TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO DYNAMIC CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ONE RECORD PER CATALOGUED GENERATION. THE WHOLE FILE IS SMALL
      * (GENERATIONS-KEPT PER TYPE), SO IT IS LOADED AND REWRITTEN
      * WHOLE, THE WAY CONVERT-CTL MAINTAINS ITS RUN-CONTROL FILE.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY GENCAT.

      * THE FILE BEING PROVED OR COPIED, IN THE LAYOUT OF ITS TYPE.
       FD  SOURCE-FILE.
       01  SOURCE-CONVERTED-RECORD.
           COPY OUTPUT.
       01  SOURCE-DELTA-RECORD.
           COPY DELTA.
       01  SOURCE-REJECT-RECORD.
           05  REJECT-REASON-CODE        PIC X(04).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-RAW-INPUT          PIC X(80).
           05  REJECT-FEED-ID            PIC X(08).

      * THE COPY, WRITTEN AT THE LENGTH OF ITS TYPE.
       FD  TARGET-FILE.
       01  TARGET-CONVERTED-RECORD       PIC X(80).
       01  TARGET-DELTA-RECORD           PIC X(129).
       01  TARGET-REJECT-RECORD          PIC X(122).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  CATALOG-FILENAME         PIC X(120).
           05  FUNCTION-ARGUMENT        PIC X(10).
           05  BUSINESS-DATE-ARGUMENT   PIC X(10).
           05  FUNCTION-ARGUMENTS       PIC X(260).
       01  REGISTER-ARGUMENTS.
           05  KEEP-ARGUMENT            PIC X(10).
           05  REGISTER-FILE-ARGUMENT OCCURS 3 TIMES.
               10  REGISTER-TYPE-ARGUMENT   PIC X(10).
               10  REGISTER-NAME-ARGUMENT   PIC X(120).
       01  FETCH-ARGUMENTS.
           05  FETCH-TYPE-ARGUMENT      PIC X(10).
           05  GENERATION-ARGUMENT      PIC X(10).
           05  FETCH-TARGET-ARGUMENT    PIC X(120).
           05  CALENDAR-FILENAME        PIC X(120).
           05  REGION-ARGUMENT          PIC X(10).

       01  SOURCE-FILENAME              PIC X(120) VALUE SPACES.
       01  TARGET-FILENAME              PIC X(120) VALUE SPACES.
       01  DELETE-FILENAME              PIC X(120) VALUE SPACES.

       01  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  BUSINESS-DATE-INTEGER        PIC S9(09) COMP VALUE ZERO.
       01  GENERATIONS-KEPT             PIC 9(02) VALUE ZERO.

       01  CATALOG-FILE-STATUS           PIC X(2) VALUE "00".
       01  SOURCE-FILE-STATUS            PIC X(2) VALUE "00".
       01  TARGET-FILE-STATUS            PIC X(2) VALUE "00".
       01  EOF-CATALOG-SW                PIC X VALUE SPACE.
           88  END-OF-CATALOG            VALUE "Y".
       01  EOF-SOURCE-SW                 PIC X VALUE SPACE.
           88  END-OF-SOURCE             VALUE "Y".

      * THE FILES NAMED ON A REGISTER RUN, WITH WHAT PROVING EACH ONE
      * FOUND, AND THE GENERATION EACH WILL BECOME.
       01  REGISTER-FILE-COUNT          PIC 9(01) VALUE ZERO.
       01  REGISTER-INDEX               PIC 9(01) VALUE ZERO.
       01  OTHER-REGISTER-INDEX         PIC 9(01) VALUE ZERO.
       01  REGISTER-TABLE.
           05  REGISTER-ENTRY OCCURS 3 TIMES.
               10  REGISTER-FILE-TYPE       PIC X(10).
               10  REGISTER-FILENAME        PIC X(120).
               10  REGISTER-RECORD-COUNT    PIC 9(09).
               10  REGISTER-CONTROL-TOTAL   PIC S9(11)V99.
               10  REGISTER-GENERATION      PIC 9(04).
               10  REGISTER-DATASET-NAME    PIC X(120).

      * WHAT PROVING A FILE FOUND: ITS DETAIL RECORDS COUNTED AND
      * TOTALLED, AND WHAT ITS TRAILER SAYS.
       01  FILE-TYPE                    PIC X(10) VALUE SPACES.
           88  CONVERTED-TYPE           VALUE "CONVERTED".
           88  DELTA-TYPE               VALUE "DELTA".
           88  REJECTS-TYPE             VALUE "REJECTS".
       01  COPY-REQUESTED-SW            PIC X VALUE SPACE.
           88  COPY-REQUESTED           VALUE "Y".
       01  FILE-PROVED-SW               PIC X VALUE SPACE.
           88  FILE-PROVED              VALUE "Y".
       01  PROOF-FAILURE                PIC X(60) VALUE SPACES.
       01  DETAIL-COUNT                 PIC 9(09) VALUE ZERO.
       01  DETAIL-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  TRAILER-COUNT                PIC 9(09) VALUE ZERO.
       01  RECORDS-AFTER-TRAILER        PIC 9(09) VALUE ZERO.
       01  STATED-COUNT                 PIC 9(09) VALUE ZERO.
       01  STATED-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  STATED-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  DELTA-TYPE-COUNTS.
           05  DELTA-ADDED-SEEN         PIC 9(09) VALUE ZERO.
           05  DELTA-DELETED-SEEN       PIC 9(09) VALUE ZERO.
           05  DELTA-CHANGED-SEEN       PIC 9(09) VALUE ZERO.
           05  DELTA-RENUMBERED-SEEN    PIC 9(09) VALUE ZERO.
       01  STATED-DELTA-COUNTS.
           05  STATED-ADDED-COUNT       PIC 9(09) VALUE ZERO.
           05  STATED-DELETED-COUNT     PIC 9(09) VALUE ZERO.
           05  STATED-CHANGED-COUNT     PIC 9(09) VALUE ZERO.
           05  STATED-RENUMBERED-COUNT  PIC 9(09) VALUE ZERO.
       01  DISPLAY-TOTAL                PIC -(11)9.99.

      * THE CATALOG IN CORE. 99 GENERATIONS OF EACH OF THE THREE
      * TYPES FIT WITH ROOM TO SPARE; A FULL TABLE FAILS THE RUN
      * RATHER THAN QUIETLY DROPPING GENERATIONS.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 300 TIMES.
               10  CATALOG-ENTRY-TYPE       PIC X(10).
               10  CATALOG-ENTRY-GENERATION PIC 9(04).
               10  CATALOG-ENTRY-DATE       PIC 9(08).
               10  CATALOG-ENTRY-COUNT      PIC 9(09).
               10  CATALOG-ENTRY-TOTAL      PIC S9(11)V99.
               10  CATALOG-ENTRY-NAME       PIC X(120).
               10  CATALOG-ENTRY-STATE      PIC X(01).
                   88  CATALOG-ENTRY-ROLLED-OFF  VALUE "R".
       01  CATALOG-TABLE-USED           PIC 9(04) VALUE ZERO.
       01  CATALOG-TABLE-INDEX          PIC 9(04) VALUE ZERO.
       01  CATALOG-FOUND-INDEX          PIC 9(04) VALUE ZERO.
       01  CATALOG-FOUND-SW             PIC X VALUE SPACE.
           88  CATALOG-FOUND            VALUE "Y".
       01  NEWEST-GENERATION-DATE       PIC 9(08) VALUE ZERO.
       01  HIGHEST-GENERATION           PIC 9(04) VALUE ZERO.
       01  TYPE-GENERATION-COUNT        PIC 9(04) VALUE ZERO.
       01  OLDEST-INDEX                 PIC 9(04) VALUE ZERO.
       01  ROLLED-OFF-COUNT             PIC 9(04) VALUE ZERO.
       01  DELETE-RESULT                PIC S9(09) COMP VALUE ZERO.

      * THE GENERATION A FETCH IS LOOKING FOR.
       01  WANTED-DATE                  PIC 9(08) VALUE ZERO.
       01  PREVIOUS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01  MISSING-DATE                 PIC 9(08) VALUE ZERO.
       01  DAYS-STEPPED-BACK            PIC 9(04) VALUE ZERO.

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

      * THE DAY BEING TESTED: ITS DAY NUMBER, AND WHETHER IT IS A
      * BUSINESS DAY FOR THE REGION.
       01  TEST-DAY-INTEGER             PIC S9(09) COMP VALUE ZERO.
       01  BUSINESS-DAY-SW              PIC X VALUE SPACE.
           88  BUSINESS-DAY             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-CATALOG-TABLE

           EVALUATE FUNCTION TRIM(FUNCTION-ARGUMENT)
               WHEN "REGISTER"
                   PERFORM 2000-REGISTER-GENERATIONS
               WHEN "FETCH"
                   IF  CALENDAR-REQUESTED
                       PERFORM 1500-LOAD-CALENDAR
                   END-IF
                   PERFORM 3000-FETCH-GENERATION
               WHEN OTHER
                   DISPLAY 'CONVERT-GEN: FUNCTION MUST BE REGISTER'
                       ' OR FETCH, NOT '
                       FUNCTION TRIM(FUNCTION-ARGUMENT)
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO CATALOG-FILENAME FUNCTION-ARGUMENT
                   BUSINESS-DATE-ARGUMENT
           END-UNSTRING

           EVALUATE FUNCTION TRIM(FUNCTION-ARGUMENT)
               WHEN "REGISTER"
                   UNSTRING ARGS DELIMITED BY SPACE
                       INTO CATALOG-FILENAME FUNCTION-ARGUMENT
                           BUSINESS-DATE-ARGUMENT KEEP-ARGUMENT
                           REGISTER-TYPE-ARGUMENT(1)
                           REGISTER-NAME-ARGUMENT(1)
                           REGISTER-TYPE-ARGUMENT(2)
                           REGISTER-NAME-ARGUMENT(2)
                           REGISTER-TYPE-ARGUMENT(3)
                           REGISTER-NAME-ARGUMENT(3)
                   END-UNSTRING
               WHEN "FETCH"
                   UNSTRING ARGS DELIMITED BY SPACE
                       INTO CATALOG-FILENAME FUNCTION-ARGUMENT
                           BUSINESS-DATE-ARGUMENT FETCH-TYPE-ARGUMENT
                           GENERATION-ARGUMENT FETCH-TARGET-ARGUMENT
                           CALENDAR-FILENAME REGION-ARGUMENT
                   END-UNSTRING
           END-EVALUATE

           IF  CATALOG-FILENAME = SPACES
           OR FUNCTION-ARGUMENT = SPACES
           OR BUSINESS-DATE-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-GEN CATALOG-FILENAME REGISTER'
                   ' BUSINESS-DATE GENERATIONS-KEPT FILE-TYPE FILENAME'
                   ' [FILE-TYPE FILENAME [FILE-TYPE FILENAME]]'
               DISPLAY '       CONVERT-GEN CATALOG-FILENAME FETCH'
                   ' BUSINESS-DATE FILE-TYPE GENERATION'
                   ' TARGET-FILENAME [CALENDAR-FILENAME [REGION]]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  BUSINESS-DATE-ARGUMENT(1:8) NOT NUMERIC
           OR BUSINESS-DATE-ARGUMENT(9:2) NOT = SPACES
               DISPLAY 'CONVERT-GEN: BUSINESS-DATE MUST BE CCYYMMDD,'
                   ' NOT ' BUSINESS-DATE-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BUSINESS-DATE-ARGUMENT(1:8) TO BUSINESS-DATE
           COMPUTE BUSINESS-DATE-INTEGER = FUNCTION
               INTEGER-OF-DATE(BUSINESS-DATE)

           IF  FUNCTION TRIM(FUNCTION-ARGUMENT) = "REGISTER"
               PERFORM 0600-CHECK-REGISTER-ARGUMENTS
           END-IF
           IF  FUNCTION TRIM(FUNCTION-ARGUMENT) = "FETCH"
               PERFORM 0700-CHECK-FETCH-ARGUMENTS
           END-IF
           .

      ******************************************************************
      * REGISTER NEEDS A GENERATIONS-KEPT OF 1 TO 99 AND AT LEAST ONE
      * FILE-TYPE/FILENAME PAIR, EACH TYPE KNOWN AND NAMED ONCE.
      ******************************************************************
       0600-CHECK-REGISTER-ARGUMENTS.

           IF  KEEP-ARGUMENT(1:2) NOT NUMERIC
           OR KEEP-ARGUMENT(3:8) NOT = SPACES
           OR KEEP-ARGUMENT(1:2) = "00"
               IF  KEEP-ARGUMENT(1:1) NUMERIC
               AND KEEP-ARGUMENT(2:9) = SPACES
               AND KEEP-ARGUMENT(1:1) NOT = "0"
                   MOVE KEEP-ARGUMENT(1:1) TO GENERATIONS-KEPT
               ELSE
                   DISPLAY 'CONVERT-GEN: GENERATIONS-KEPT MUST BE 1'
                       ' TO 99, NOT ' KEEP-ARGUMENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE KEEP-ARGUMENT(1:2) TO GENERATIONS-KEPT
           END-IF

           PERFORM 0610-CHECK-ONE-REGISTER-FILE
               VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > 3

           IF  REGISTER-FILE-COUNT = 0
               DISPLAY 'CONVERT-GEN: REGISTER NEEDS AT LEAST ONE'
                   ' FILE-TYPE AND FILENAME'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       0610-CHECK-ONE-REGISTER-FILE.

           IF  REGISTER-TYPE-ARGUMENT(REGISTER-INDEX) NOT = SPACES
               MOVE REGISTER-TYPE-ARGUMENT(REGISTER-INDEX)
                   TO FILE-TYPE
               IF  NOT CONVERTED-TYPE AND NOT DELTA-TYPE
               AND NOT REJECTS-TYPE
                   DISPLAY 'CONVERT-GEN: FILE-TYPE MUST BE CONVERTED,'
                       ' DELTA OR REJECTS, NOT ' FILE-TYPE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF  REGISTER-NAME-ARGUMENT(REGISTER-INDEX) = SPACES
                   DISPLAY 'CONVERT-GEN: FILE-TYPE ' FILE-TYPE
                       ' NAMES NO FILE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0620-CHECK-TYPE-NAMED-ONCE
                   VARYING OTHER-REGISTER-INDEX FROM 1 BY 1
                   UNTIL OTHER-REGISTER-INDEX > REGISTER-FILE-COUNT
               ADD 1 TO REGISTER-FILE-COUNT
               MOVE FILE-TYPE
                   TO REGISTER-FILE-TYPE(REGISTER-FILE-COUNT)
               MOVE REGISTER-NAME-ARGUMENT(REGISTER-INDEX)
                   TO REGISTER-FILENAME(REGISTER-FILE-COUNT)
           END-IF
           .

       0620-CHECK-TYPE-NAMED-ONCE.

           IF  REGISTER-FILE-TYPE(OTHER-REGISTER-INDEX) = FILE-TYPE
               DISPLAY 'CONVERT-GEN: FILE-TYPE ' FILE-TYPE
                   ' IS NAMED MORE THAN ONCE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      ******************************************************************
      * FETCH NEEDS A KNOWN FILE-TYPE, CURRENT OR PREVIOUS, AND A
      * TARGET. A CALENDAR NEEDS THE BUSINESS DATE TO BE A REAL DATE.
      ******************************************************************
       0700-CHECK-FETCH-ARGUMENTS.

           MOVE FETCH-TYPE-ARGUMENT TO FILE-TYPE
           IF  NOT CONVERTED-TYPE AND NOT DELTA-TYPE
           AND NOT REJECTS-TYPE
               DISPLAY 'CONVERT-GEN: FILE-TYPE MUST BE CONVERTED,'
                   ' DELTA OR REJECTS, NOT ' FETCH-TYPE-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  GENERATION-ARGUMENT NOT = "CURRENT"
           AND GENERATION-ARGUMENT NOT = "PREVIOUS"
               DISPLAY 'CONVERT-GEN: GENERATION MUST BE CURRENT OR'
                   ' PREVIOUS, NOT ' GENERATION-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FETCH-TARGET-ARGUMENT = SPACES
               DISPLAY 'CONVERT-GEN: FETCH NEEDS A TARGET-FILENAME'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  CALENDAR-FILENAME NOT = SPACES
               SET CALENDAR-REQUESTED TO TRUE
               IF  REGION-ARGUMENT NOT = SPACES
                   MOVE REGION-ARGUMENT TO CALENDAR-REGION
               END-IF
               IF  BUSINESS-DATE-INTEGER = ZERO
                   DISPLAY 'CONVERT-GEN: BUSINESS-DATE ' BUSINESS-DATE
                       ' IS NOT A VALID CALENDAR DATE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

      ******************************************************************
      * LOADS THE WHOLE CATALOG. A CATALOG THAT DOES NOT EXIST YET IS
      * AN EMPTY ONE, THE WAY CONVERT-CTL TREATS A FIRST-RUN
      * RUN-CONTROL FILE.
      ******************************************************************
       1000-LOAD-CATALOG-TABLE.

           OPEN INPUT CATALOG-FILE
           IF  CATALOG-FILE-STATUS NOT = "00"
               SET END-OF-CATALOG TO TRUE
           ELSE
               PERFORM 1100-LOAD-ONE-ENTRY UNTIL END-OF-CATALOG
               CLOSE CATALOG-FILE
           END-IF
           .

       1100-LOAD-ONE-ENTRY.

           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
               NOT AT END
                   IF  CATALOG-TABLE-USED < 300
                       ADD 1 TO CATALOG-TABLE-USED
                       MOVE CATALOG-TABLE-USED TO CATALOG-TABLE-INDEX
                       PERFORM 1200-STORE-CATALOG-RECORD
                   ELSE
                       DISPLAY 'CONVERT-GEN: CATALOG HOLDS MORE THAN'
                           ' 300 GENERATIONS -- LOWER GENERATIONS-KEPT'
                           ' OR TRIM THE CATALOG BEFORE RUNNING AGAIN'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ
           .

       1200-STORE-CATALOG-RECORD.

           MOVE GENCAT-FILE-TYPE
               TO CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX)
           MOVE GENCAT-GENERATION
               TO CATALOG-ENTRY-GENERATION(CATALOG-TABLE-INDEX)
           MOVE GENCAT-BUSINESS-DATE
               TO CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
           MOVE GENCAT-RECORD-COUNT
               TO CATALOG-ENTRY-COUNT(CATALOG-TABLE-INDEX)
           MOVE GENCAT-CONTROL-TOTAL
               TO CATALOG-ENTRY-TOTAL(CATALOG-TABLE-INDEX)
           MOVE GENCAT-DATASET-NAME
               TO CATALOG-ENTRY-NAME(CATALOG-TABLE-INDEX)
           MOVE SPACE TO CATALOG-ENTRY-STATE(CATALOG-TABLE-INDEX)
           .

      ******************************************************************
      * LOADS THE BUSINESS-DAY CALENDAR FOR THE REGION. A CALENDAR
      * THAT IS NAMED BUT CANNOT BE OPENED, OR THAT HOLDS A RECORD
      * WITH A DATE THAT IS NOT A CALENDAR DATE OR AN UNKNOWN DAY
      * TYPE, FAILS THE RUN -- PICKING A PRIOR GENERATION OFF A
      * BROKEN CALENDAR WOULD BE WORSE THAN NOT PICKING ONE AT ALL.
      ******************************************************************
       1500-LOAD-CALENDAR.

           OPEN INPUT CALENDAR-FILE
           IF  CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-GEN: CANNOT OPEN CALENDAR FILE '
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
               DISPLAY 'CONVERT-GEN: BAD CALENDAR RECORD -- REGION '
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
                   DISPLAY 'CONVERT-GEN: CALENDAR HOLDS MORE THAN'
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
      * REGISTER: EVERY FILE NAMED MUST BE LATER THAN THE NEWEST
      * GENERATION OF ITS TYPE AND MUST PROVE OUT BEFORE ANY OF THEM
      * IS COPIED, SO A REFUSAL LEAVES THE CATALOG EXACTLY AS IT WAS.
      * THE CATALOG IS REWRITTEN BEFORE THE ROLLED-OFF COPIES ARE
      * DELETED, SO IT NEVER NAMES A GENERATION THAT IS GONE.
      ******************************************************************
       2000-REGISTER-GENERATIONS.

           PERFORM 2100-CHECK-DATE-ORDER
               VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > REGISTER-FILE-COUNT

           PERFORM 2200-PROVE-REGISTER-FILE
               VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > REGISTER-FILE-COUNT

           PERFORM 2300-COPY-REGISTER-FILE
               VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > REGISTER-FILE-COUNT

           PERFORM 2400-ROLL-OFF-TYPE
               VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > REGISTER-FILE-COUNT

           PERFORM 6000-REWRITE-CATALOG-FILE

           PERFORM 2500-DELETE-ROLLED-OFF
               VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
               UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED

           DISPLAY 'CONVERT-GEN: ' REGISTER-FILE-COUNT ' FILE(S)'
               ' REGISTERED FOR ' BUSINESS-DATE ', '
               ROLLED-OFF-COUNT ' GENERATION(S) ROLLED OFF'
           MOVE 0 TO RETURN-CODE
           .

       2100-CHECK-DATE-ORDER.

           MOVE REGISTER-FILE-TYPE(REGISTER-INDEX) TO FILE-TYPE
           PERFORM 5000-FIND-NEWEST-GENERATION
           IF  NEWEST-GENERATION-DATE NOT < BUSINESS-DATE
               DISPLAY 'CONVERT-GEN: ' FUNCTION TRIM(FILE-TYPE)
                   ' NOT REGISTERED FOR ' BUSINESS-DATE
                   ' -- NEWEST GENERATION ' HIGHEST-GENERATION
                   ' IS ALREADY FOR ' NEWEST-GENERATION-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2200-PROVE-REGISTER-FILE.

           MOVE REGISTER-FILE-TYPE(REGISTER-INDEX) TO FILE-TYPE
           MOVE REGISTER-FILENAME(REGISTER-INDEX) TO SOURCE-FILENAME
           SET COPY-REQUESTED-SW TO SPACE
           PERFORM 4000-PROVE-FILE

           IF  FILE-PROVED
           AND NOT REJECTS-TYPE
           AND STATED-BUSINESS-DATE NOT = BUSINESS-DATE
               SET FILE-PROVED-SW TO SPACE
               MOVE "ITS TRAILER IS FOR ANOTHER BUSINESS DATE"
                   TO PROOF-FAILURE
           END-IF

           IF  NOT FILE-PROVED
               DISPLAY 'CONVERT-GEN: '
                   FUNCTION TRIM(SOURCE-FILENAME) ' NOT REGISTERED'
                   ' AS ' FUNCTION TRIM(FILE-TYPE) ' FOR '
                   BUSINESS-DATE ' -- ' FUNCTION TRIM(PROOF-FAILURE)
               PERFORM 4900-DISPLAY-PROOF-FIGURES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE DETAIL-COUNT TO REGISTER-RECORD-COUNT(REGISTER-INDEX)
           IF  CONVERTED-TYPE
               MOVE DETAIL-TOTAL
                   TO REGISTER-CONTROL-TOTAL(REGISTER-INDEX)
           ELSE
               MOVE ZERO TO REGISTER-CONTROL-TOTAL(REGISTER-INDEX)
           END-IF
           .

      ******************************************************************
      * COPIES ONE PROVED FILE TO ITS NEW GENERATION NAME AND ADDS IT
      * TO THE CATALOG. THE COPY IS PROVED AGAIN AS IT IS MADE.
      ******************************************************************
       2300-COPY-REGISTER-FILE.

           MOVE REGISTER-FILE-TYPE(REGISTER-INDEX) TO FILE-TYPE
           PERFORM 5000-FIND-NEWEST-GENERATION
           ADD 1 TO HIGHEST-GENERATION
               GIVING REGISTER-GENERATION(REGISTER-INDEX)
           MOVE SPACES TO REGISTER-DATASET-NAME(REGISTER-INDEX)
           STRING FUNCTION TRIM(REGISTER-FILENAME(REGISTER-INDEX))
                   DELIMITED BY SIZE
               ".G" DELIMITED BY SIZE
               REGISTER-GENERATION(REGISTER-INDEX) DELIMITED BY SIZE
               "V00" DELIMITED BY SIZE
               INTO REGISTER-DATASET-NAME(REGISTER-INDEX)
           END-STRING

           MOVE REGISTER-FILENAME(REGISTER-INDEX) TO SOURCE-FILENAME
           MOVE REGISTER-DATASET-NAME(REGISTER-INDEX)
               TO TARGET-FILENAME
           SET COPY-REQUESTED TO TRUE
           PERFORM 4000-PROVE-FILE
           IF  NOT FILE-PROVED
           OR DETAIL-COUNT NOT = REGISTER-RECORD-COUNT(REGISTER-INDEX)
               DISPLAY 'CONVERT-GEN: ' FUNCTION TRIM(SOURCE-FILENAME)
                   ' CHANGED WHILE IT WAS BEING REGISTERED -- '
                   FUNCTION TRIM(TARGET-FILENAME) ' IS NOT CATALOGUED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  CATALOG-TABLE-USED >= 300
               DISPLAY 'CONVERT-GEN: CATALOG HOLDS 300 GENERATIONS --'
                   ' LOWER GENERATIONS-KEPT OR TRIM THE CATALOG'
                   ' BEFORE RUNNING AGAIN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CATALOG-TABLE-USED
           MOVE FILE-TYPE TO CATALOG-ENTRY-TYPE(CATALOG-TABLE-USED)
           MOVE REGISTER-GENERATION(REGISTER-INDEX)
               TO CATALOG-ENTRY-GENERATION(CATALOG-TABLE-USED)
           MOVE BUSINESS-DATE TO CATALOG-ENTRY-DATE(CATALOG-TABLE-USED)
           MOVE REGISTER-RECORD-COUNT(REGISTER-INDEX)
               TO CATALOG-ENTRY-COUNT(CATALOG-TABLE-USED)
           MOVE REGISTER-CONTROL-TOTAL(REGISTER-INDEX)
               TO CATALOG-ENTRY-TOTAL(CATALOG-TABLE-USED)
           MOVE REGISTER-DATASET-NAME(REGISTER-INDEX)
               TO CATALOG-ENTRY-NAME(CATALOG-TABLE-USED)
           MOVE SPACE TO CATALOG-ENTRY-STATE(CATALOG-TABLE-USED)

           MOVE REGISTER-CONTROL-TOTAL(REGISTER-INDEX) TO DISPLAY-TOTAL
           DISPLAY 'CONVERT-GEN: ' FUNCTION TRIM(FILE-TYPE)
               ' GENERATION ' REGISTER-GENERATION(REGISTER-INDEX)
               ' FOR ' BUSINESS-DATE ' IS '
               FUNCTION TRIM(TARGET-FILENAME) ' -- '
               REGISTER-RECORD-COUNT(REGISTER-INDEX) ' RECORDS, TOTAL '
               DISPLAY-TOTAL
           .

      ******************************************************************
      * MARKS THE OLDEST GENERATIONS OF A TYPE BEYOND GENERATIONS-KEPT
      * AS ROLLED OFF. THEY ARE DROPPED WHEN THE CATALOG IS REWRITTEN.
      ******************************************************************
       2400-ROLL-OFF-TYPE.

           MOVE REGISTER-FILE-TYPE(REGISTER-INDEX) TO FILE-TYPE
           PERFORM 5100-COUNT-TYPE-GENERATIONS
           PERFORM 2410-ROLL-OFF-OLDEST
               UNTIL TYPE-GENERATION-COUNT NOT > GENERATIONS-KEPT
           .

       2410-ROLL-OFF-OLDEST.

           MOVE ZERO TO OLDEST-INDEX
           PERFORM 2420-NOTE-OLDEST
               VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
               UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
           SET CATALOG-ENTRY-ROLLED-OFF(OLDEST-INDEX) TO TRUE
           ADD 1 TO ROLLED-OFF-COUNT
           SUBTRACT 1 FROM TYPE-GENERATION-COUNT
           .

       2420-NOTE-OLDEST.

           IF  CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX) = FILE-TYPE
           AND NOT CATALOG-ENTRY-ROLLED-OFF(CATALOG-TABLE-INDEX)
               IF  OLDEST-INDEX = ZERO
                   MOVE CATALOG-TABLE-INDEX TO OLDEST-INDEX
               ELSE
                   IF  CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
                           < CATALOG-ENTRY-DATE(OLDEST-INDEX)
                       MOVE CATALOG-TABLE-INDEX TO OLDEST-INDEX
                   END-IF
               END-IF
           END-IF
           .

       2500-DELETE-ROLLED-OFF.

           IF  CATALOG-ENTRY-ROLLED-OFF(CATALOG-TABLE-INDEX)
               MOVE CATALOG-ENTRY-NAME(CATALOG-TABLE-INDEX)
                   TO DELETE-FILENAME
               CALL "CBL_DELETE_FILE" USING DELETE-FILENAME
                   RETURNING DELETE-RESULT
               END-CALL
               IF  DELETE-RESULT = ZERO
                   DISPLAY 'CONVERT-GEN: '
                       FUNCTION TRIM(CATALOG-ENTRY-TYPE
                           (CATALOG-TABLE-INDEX))
                       ' GENERATION '
                       CATALOG-ENTRY-GENERATION(CATALOG-TABLE-INDEX)
                       ' FOR '
                       CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
                       ' ROLLED OFF -- '
                       FUNCTION TRIM(DELETE-FILENAME) ' DELETED'
               ELSE
                   DISPLAY 'CONVERT-GEN: WARNING -- '
                       FUNCTION TRIM(CATALOG-ENTRY-TYPE
                           (CATALOG-TABLE-INDEX))
                       ' GENERATION '
                       CATALOG-ENTRY-GENERATION(CATALOG-TABLE-INDEX)
                       ' ROLLED OFF BUT '
                       FUNCTION TRIM(DELETE-FILENAME)
                       ' COULD NOT BE DELETED'
               END-IF
           END-IF
           .

      ******************************************************************
      * FETCH: FINDS THE GENERATION ASKED FOR AND COPIES IT TO THE
      * TARGET, PROVING THE COPY AGAINST THE CATALOG'S FIGURES. A
      * GENERATION THAT NO LONGER AGREES WITH THEM IS NOT HANDED ON;
      * THE PART-MADE COPY IS DELETED.
      ******************************************************************
       3000-FETCH-GENERATION.

           IF  GENERATION-ARGUMENT = "CURRENT"
               MOVE BUSINESS-DATE TO WANTED-DATE
           ELSE
               PERFORM 3100-SET-PREVIOUS-DATE
           END-IF

           SET CATALOG-FOUND-SW TO SPACE
           MOVE ZERO TO CATALOG-FOUND-INDEX
           PERFORM 3200-MATCH-WANTED-GENERATION
               VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
               UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
               OR CATALOG-FOUND

           IF  NOT CATALOG-FOUND
               MOVE WANTED-DATE TO MISSING-DATE
               MOVE ZERO TO WANTED-DATE
               PERFORM 3120-NOTE-NEWEST-BEFORE
                   VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
                   UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
               DISPLAY 'CONVERT-GEN: NO ' FUNCTION TRIM(FILE-TYPE)
                   ' GENERATION IS CATALOGUED FOR ' MISSING-DATE
                   ' (' FUNCTION TRIM(GENERATION-ARGUMENT) ' FOR '
                   BUSINESS-DATE ') -- NEWEST BEFORE ' BUSINESS-DATE
                   ' IS FOR ' WANTED-DATE ', '
                   FUNCTION TRIM(FETCH-TARGET-ARGUMENT)
                   ' NOT WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CATALOG-ENTRY-NAME(CATALOG-FOUND-INDEX)
               TO SOURCE-FILENAME
           MOVE FETCH-TARGET-ARGUMENT TO TARGET-FILENAME
           SET COPY-REQUESTED TO TRUE
           PERFORM 4000-PROVE-FILE

           IF  FILE-PROVED
               IF  DETAIL-COUNT
                       NOT = CATALOG-ENTRY-COUNT(CATALOG-FOUND-INDEX)
               OR (CONVERTED-TYPE
                   AND DETAIL-TOTAL
                       NOT = CATALOG-ENTRY-TOTAL(CATALOG-FOUND-INDEX))
               OR (NOT REJECTS-TYPE
                   AND STATED-BUSINESS-DATE
                       NOT = CATALOG-ENTRY-DATE(CATALOG-FOUND-INDEX))
                   SET FILE-PROVED-SW TO SPACE
                   MOVE "IT NO LONGER AGREES WITH THE CATALOG"
                       TO PROOF-FAILURE
               END-IF
           END-IF

           IF  NOT FILE-PROVED
               DISPLAY 'CONVERT-GEN: ' FUNCTION TRIM(FILE-TYPE)
                   ' GENERATION '
                   CATALOG-ENTRY-GENERATION(CATALOG-FOUND-INDEX)
                   ' (' FUNCTION TRIM(SOURCE-FILENAME) ') CANNOT BE'
                   ' USED -- ' FUNCTION TRIM(PROOF-FAILURE)
               MOVE CATALOG-ENTRY-TOTAL(CATALOG-FOUND-INDEX)
                   TO DISPLAY-TOTAL
               DISPLAY 'CONVERT-GEN:   CATALOG SAYS '
                   CATALOG-ENTRY-COUNT(CATALOG-FOUND-INDEX)
                   ' RECORDS, TOTAL ' DISPLAY-TOTAL
                   ', BUSINESS DATE '
                   CATALOG-ENTRY-DATE(CATALOG-FOUND-INDEX)
               PERFORM 4900-DISPLAY-PROOF-FIGURES
               MOVE TARGET-FILENAME TO DELETE-FILENAME
               CALL "CBL_DELETE_FILE" USING DELETE-FILENAME
                   RETURNING DELETE-RESULT
               END-CALL
               DISPLAY 'CONVERT-GEN: '
                   FUNCTION TRIM(TARGET-FILENAME) ' NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'CONVERT-GEN: ' FUNCTION TRIM(FILE-TYPE)
               ' GENERATION '
               CATALOG-ENTRY-GENERATION(CATALOG-FOUND-INDEX)
               ' FOR ' CATALOG-ENTRY-DATE(CATALOG-FOUND-INDEX)
               ' (' FUNCTION TRIM(GENERATION-ARGUMENT) ' FOR '
               BUSINESS-DATE ') COPIED TO '
               FUNCTION TRIM(TARGET-FILENAME) ' -- '
               DETAIL-COUNT ' RECORDS'
           MOVE 0 TO RETURN-CODE
           .

      ******************************************************************
      * THE PREVIOUS BUSINESS DAY: WITH A CALENDAR, THE LAST DAY
      * BEFORE THE BUSINESS DATE THE CALENDAR SAYS IS ONE (LOOKING
      * BACK NO MORE THAN 31 DAYS); WITHOUT ONE, THE DATE OF THE
      * NEWEST GENERATION BEFORE THE BUSINESS DATE.
      ******************************************************************
       3100-SET-PREVIOUS-DATE.

           MOVE ZERO TO WANTED-DATE
           IF  CALENDAR-REQUESTED
               MOVE BUSINESS-DATE-INTEGER TO TEST-DAY-INTEGER
               MOVE ZERO TO DAYS-STEPPED-BACK
               SET BUSINESS-DAY-SW TO SPACE
               PERFORM 3110-STEP-BACK-ONE-DAY
                   UNTIL BUSINESS-DAY
                   OR DAYS-STEPPED-BACK > 31
               IF  NOT BUSINESS-DAY
                   DISPLAY 'CONVERT-GEN: NO BUSINESS DAY FOR REGION '
                       CALENDAR-REGION ' IN THE 31 DAYS BEFORE '
                       BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE PREVIOUS-BUSINESS-DATE = FUNCTION
                   DATE-OF-INTEGER(TEST-DAY-INTEGER)
               MOVE PREVIOUS-BUSINESS-DATE TO WANTED-DATE
           ELSE
               PERFORM 3120-NOTE-NEWEST-BEFORE
                   VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
                   UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
           END-IF
           .

       3110-STEP-BACK-ONE-DAY.

           SUBTRACT 1 FROM TEST-DAY-INTEGER
           ADD 1 TO DAYS-STEPPED-BACK
           PERFORM 7000-TEST-BUSINESS-DAY
           .

       3120-NOTE-NEWEST-BEFORE.

           IF  CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX) = FILE-TYPE
           AND CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX) < BUSINESS-DATE
           AND CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX) > WANTED-DATE
               MOVE CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
                   TO WANTED-DATE
           END-IF
           .

       3200-MATCH-WANTED-GENERATION.

           IF  CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX) = FILE-TYPE
           AND CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX) = WANTED-DATE
           AND WANTED-DATE NOT = ZERO
               SET CATALOG-FOUND TO TRUE
               MOVE CATALOG-TABLE-INDEX TO CATALOG-FOUND-INDEX
           END-IF
           .

      ******************************************************************
      * PROVES SOURCE-FILENAME AS A FILE OF FILE-TYPE AND, WHEN
      * COPY-REQUESTED, COPIES IT RECORD FOR RECORD TO
      * TARGET-FILENAME AS IT GOES. A CONVERTED FILE PROVES WHEN ITS
      * ONE TRAILER, ITS LAST RECORD, STATES THE DETAIL COUNT AND
      * AMOUNT TOTAL FOUND, THE SAME BALANCE CONVERT-DELTA CHECKS; A
      * DELTA FILE WHEN ITS TRAILER STATES THE DETAIL COUNT AND THE
      * COUNT OF EACH CHANGE TYPE FOUND. A REJECTS FILE HAS NOTHING TO
      * PROVE AGAINST AND IS ONLY COUNTED; A MISSING ONE IS EMPTY.
      ******************************************************************
       4000-PROVE-FILE.

           SET FILE-PROVED-SW TO SPACE
           MOVE SPACES TO PROOF-FAILURE
           SET EOF-SOURCE-SW TO SPACE
           MOVE ZERO TO DETAIL-COUNT DETAIL-TOTAL TRAILER-COUNT
               RECORDS-AFTER-TRAILER STATED-COUNT STATED-TOTAL
               STATED-BUSINESS-DATE
           INITIALIZE DELTA-TYPE-COUNTS STATED-DELTA-COUNTS

           OPEN INPUT SOURCE-FILE
           IF  SOURCE-FILE-STATUS NOT = "00"
               IF  REJECTS-TYPE
               AND SOURCE-FILE-STATUS = "35"
                   SET END-OF-SOURCE TO TRUE
               ELSE
                   DISPLAY 'CONVERT-GEN: CANNOT OPEN '
                       FUNCTION TRIM(SOURCE-FILENAME) ', STATUS '
                       SOURCE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF  COPY-REQUESTED
               OPEN OUTPUT TARGET-FILE
               IF  TARGET-FILE-STATUS NOT = "00"
                   DISPLAY 'CONVERT-GEN: CANNOT OPEN '
                       FUNCTION TRIM(TARGET-FILENAME) ', STATUS '
                       TARGET-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 4100-TAKE-SOURCE-RECORD UNTIL END-OF-SOURCE

           IF  SOURCE-FILE-STATUS NOT = "35"
               CLOSE SOURCE-FILE
           END-IF
           IF  COPY-REQUESTED
               CLOSE TARGET-FILE
           END-IF

           EVALUATE TRUE
               WHEN REJECTS-TYPE
                   SET FILE-PROVED TO TRUE
               WHEN TRAILER-COUNT = 0
                   MOVE "IT HAS NO TRAILER RECORD" TO PROOF-FAILURE
               WHEN TRAILER-COUNT > 1 OR RECORDS-AFTER-TRAILER > 0
                   MOVE "ITS TRAILER IS NOT ITS LAST RECORD"
                       TO PROOF-FAILURE
               WHEN STATED-COUNT NOT = DETAIL-COUNT
               OR (CONVERTED-TYPE AND STATED-TOTAL NOT = DETAIL-TOTAL)
               OR (DELTA-TYPE
                   AND DELTA-TYPE-COUNTS NOT = STATED-DELTA-COUNTS)
                   MOVE "IT DOES NOT BALANCE AGAINST ITS TRAILER"
                       TO PROOF-FAILURE
               WHEN OTHER
                   SET FILE-PROVED TO TRUE
           END-EVALUATE
           .

       4100-TAKE-SOURCE-RECORD.

           READ SOURCE-FILE
               AT END
                   SET END-OF-SOURCE TO TRUE
               NOT AT END
                   IF  TRAILER-COUNT > 0
                       ADD 1 TO RECORDS-AFTER-TRAILER
                   END-IF
                   EVALUATE TRUE
                       WHEN CONVERTED-TYPE
                           PERFORM 4200-TAKE-CONVERTED-RECORD
                       WHEN DELTA-TYPE
                           PERFORM 4300-TAKE-DELTA-RECORD
                       WHEN OTHER
                           ADD 1 TO DETAIL-COUNT
                           IF  COPY-REQUESTED
                               WRITE TARGET-REJECT-RECORD
                                   FROM SOURCE-REJECT-RECORD
                           END-IF
                   END-EVALUATE
           END-READ
           .

       4200-TAKE-CONVERTED-RECORD.

           IF  OUT-TRAILER-RECORD
               ADD 1 TO TRAILER-COUNT
               MOVE OUT-RECORD-COUNT TO STATED-COUNT
               MOVE OUT-CONTROL-TOTAL TO STATED-TOTAL
               MOVE OUT-TRAILER-BUSINESS-DATE TO STATED-BUSINESS-DATE
           ELSE
               ADD 1 TO DETAIL-COUNT
               ADD OUT-AMOUNT TO DETAIL-TOTAL
           END-IF
           IF  COPY-REQUESTED
               WRITE TARGET-CONVERTED-RECORD
                   FROM SOURCE-CONVERTED-RECORD
           END-IF
           .

       4300-TAKE-DELTA-RECORD.

           EVALUATE TRUE
               WHEN DELTA-TRAILER
                   ADD 1 TO TRAILER-COUNT
                   MOVE DELTA-TRAILER-RECORD-COUNT TO STATED-COUNT
                   MOVE DELTA-TRAILER-BUSINESS-DATE
                       TO STATED-BUSINESS-DATE
                   MOVE DELTA-TRAILER-ADD-COUNT TO STATED-ADDED-COUNT
                   MOVE DELTA-TRAILER-DELETE-COUNT
                       TO STATED-DELETED-COUNT
                   MOVE DELTA-TRAILER-CHANGE-COUNT
                       TO STATED-CHANGED-COUNT
                   MOVE DELTA-TRAILER-RENUMBER-COUNT
                       TO STATED-RENUMBERED-COUNT
               WHEN DELTA-ACCOUNT-ADDED
                   ADD 1 TO DETAIL-COUNT DELTA-ADDED-SEEN
               WHEN DELTA-ACCOUNT-DELETED
                   ADD 1 TO DETAIL-COUNT DELTA-DELETED-SEEN
               WHEN DELTA-ACCOUNT-CHANGED
                   ADD 1 TO DETAIL-COUNT DELTA-CHANGED-SEEN
               WHEN DELTA-ACCOUNT-RENUMBERED
                   ADD 1 TO DETAIL-COUNT DELTA-RENUMBERED-SEEN
               WHEN OTHER
                   ADD 1 TO DETAIL-COUNT
           END-EVALUATE
           IF  COPY-REQUESTED
               WRITE TARGET-DELTA-RECORD FROM SOURCE-DELTA-RECORD
           END-IF
           .

       4900-DISPLAY-PROOF-FIGURES.

           IF  NOT REJECTS-TYPE
               MOVE STATED-TOTAL TO DISPLAY-TOTAL
               DISPLAY 'CONVERT-GEN:   TRAILER SAYS ' STATED-COUNT
                   ' RECORDS, TOTAL ' DISPLAY-TOTAL
                   ', BUSINESS DATE ' STATED-BUSINESS-DATE
               MOVE DETAIL-TOTAL TO DISPLAY-TOTAL
               DISPLAY 'CONVERT-GEN:   COUNTED      ' DETAIL-COUNT
                   ' RECORDS, TOTAL ' DISPLAY-TOTAL
           END-IF
           .

      ******************************************************************
      * THE NEWEST CATALOGUED GENERATION OF FILE-TYPE: ITS BUSINESS
      * DATE IN NEWEST-GENERATION-DATE AND THE HIGHEST GENERATION
      * NUMBER IN HIGHEST-GENERATION, BOTH ZERO WHEN THERE IS NONE.
      * GENERATIONS ALREADY MARKED ROLLED OFF STILL COUNT, SO A
      * GENERATION NUMBER IS NEVER REUSED.
      ******************************************************************
       5000-FIND-NEWEST-GENERATION.

           MOVE ZERO TO NEWEST-GENERATION-DATE HIGHEST-GENERATION
           PERFORM 5010-NOTE-NEWEST
               VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
               UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
           .

       5010-NOTE-NEWEST.

           IF  CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX) = FILE-TYPE
               IF  CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
                       > NEWEST-GENERATION-DATE
                   MOVE CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
                       TO NEWEST-GENERATION-DATE
               END-IF
               IF  CATALOG-ENTRY-GENERATION(CATALOG-TABLE-INDEX)
                       > HIGHEST-GENERATION
                   MOVE CATALOG-ENTRY-GENERATION(CATALOG-TABLE-INDEX)
                       TO HIGHEST-GENERATION
               END-IF
           END-IF
           .

       5100-COUNT-TYPE-GENERATIONS.

           MOVE ZERO TO TYPE-GENERATION-COUNT
           PERFORM 5110-COUNT-ONE-ENTRY
               VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
               UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
           .

       5110-COUNT-ONE-ENTRY.

           IF  CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX) = FILE-TYPE
           AND NOT CATALOG-ENTRY-ROLLED-OFF(CATALOG-TABLE-INDEX)
               ADD 1 TO TYPE-GENERATION-COUNT
           END-IF
           .

      ******************************************************************
      * REWRITES THE WHOLE CATALOG FROM THE TABLE, LEAVING OUT THE
      * GENERATIONS ROLLED OFF, THE WAY CONVERT-CTL REWRITES ITS
      * RUN-CONTROL FILE.
      ******************************************************************
       6000-REWRITE-CATALOG-FILE.

           OPEN OUTPUT CATALOG-FILE
           IF  CATALOG-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-GEN: CANNOT OPEN CATALOG '
                   FUNCTION TRIM(CATALOG-FILENAME) ' FOR OUTPUT,'
                   ' STATUS ' CATALOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 6100-WRITE-ONE-ENTRY
               VARYING CATALOG-TABLE-INDEX FROM 1 BY 1
               UNTIL CATALOG-TABLE-INDEX > CATALOG-TABLE-USED
           CLOSE CATALOG-FILE
           .

       6100-WRITE-ONE-ENTRY.

           IF  NOT CATALOG-ENTRY-ROLLED-OFF(CATALOG-TABLE-INDEX)
               MOVE CATALOG-ENTRY-TYPE(CATALOG-TABLE-INDEX)
                   TO GENCAT-FILE-TYPE
               MOVE CATALOG-ENTRY-GENERATION(CATALOG-TABLE-INDEX)
                   TO GENCAT-GENERATION
               MOVE CATALOG-ENTRY-DATE(CATALOG-TABLE-INDEX)
                   TO GENCAT-BUSINESS-DATE
               MOVE CATALOG-ENTRY-COUNT(CATALOG-TABLE-INDEX)
                   TO GENCAT-RECORD-COUNT
               MOVE CATALOG-ENTRY-TOTAL(CATALOG-TABLE-INDEX)
                   TO GENCAT-CONTROL-TOTAL
               MOVE CATALOG-ENTRY-NAME(CATALOG-TABLE-INDEX)
                   TO GENCAT-DATASET-NAME
               WRITE CATALOG-RECORD
           END-IF
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
