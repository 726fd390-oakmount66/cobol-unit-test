      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MASKS PRODUCTION FILES FOR USE AS TEST DATA IN THE
      *            TEST REGION. THE MADE-UP FIXTURES NEVER HAVE THE
      *            ODD NAMES, FOREIGN CURRENCIES, RARE STATUS CODES
      *            AND VOLUMES THE REAL FEED SENDS, BUT PRODUCTION
      *            DATA CANNOT LEAVE PRODUCTION WITH REAL CUSTOMER
      *            NAMES ON IT. THIS PROGRAM COPIES A RAW EXTRACT
      *            (INHDR + INPUT COPYBOOKS), A CONVERTED FILE
      *            (OUTPUT COPYBOOK) AND/OR THE ACCOUNT MASTER
      *            (MASTER COPYBOOK) WITH:
      *              - EVERY CUSTOMER NAME REPLACED BY A FAKE ONE --
      *                A FORENAME, INITIAL AND SURNAME PICKED FROM
      *                FIXED LISTS BY A HASH OF THE WHOLE NAME AND THE
      *                MASK KEY. NOTHING OF THE REAL NAME SURVIVES, SO
      *                IT CANNOT BE WORKED BACK FROM THE FAKE ONE, BUT
      *                THE SAME REAL NAME ALWAYS BECOMES THE SAME FAKE
      *                NAME AND DUPLICATES STAY DUPLICATES. A BLANK
      *                NAME STAYS BLANK;
      *              - EVERY ACCOUNT KEY REMAPPED, DIGIT TO DIGIT AND
      *                LETTER TO LETTER, BY A ONE-TO-ONE MAPPING THAT
      *                DEPENDS ONLY ON THE KEY AND THE MASK KEY -- THE
      *                SAME ACCOUNT GETS THE SAME NEW KEY IN EVERY
      *                FILE MASKED WITH THE SAME MASK KEY, AND TWO
      *                ACCOUNTS NEVER SHARE ONE. A BLANK KEY STAYS
      *                BLANK, SO A RECORD CONVERT REJECTS FOR IT IS
      *                STILL REJECTED;
      *              - OPTIONALLY, EVERY AMOUNT MOVED UP OR DOWN BY UP
      *                TO PERTURB-PCT PERCENT. THE ADJUSTMENT IS FIXED
      *                PER ACCOUNT, SO AN ACCOUNT'S RAW, CONVERTED AND
      *                MASTER AMOUNTS MOVE TOGETHER. A NON-NUMERIC RAW
      *                AMOUNT IS LEFT AS IT IS.
      *            REMAPPED KEYS NO LONGER SORT IN THE ORIGINAL ORDER,
      *            SO EACH FILE IS RE-SORTED ON ITS NEW KEY. THE RAW
      *            EXTRACT KEEPS ITS HEADER; THE CONVERTED FILE GETS A
      *            TRAILER RECOMPUTED FROM THE MASKED DETAIL RECORDS
      *            (THE BUSINESS DATE IS KEPT), SO A MASKED RAW AND
      *            CONVERTED PAIR STILL RECONCILES UNDER CONVERT-RECON
      *            AND STILL BALANCES UNDER CONVERT-RPT.
      *
      * USAGE:     CONVERT-MASK MASK-KEY PERTURB-PCT FILE-TYPE
      *            INPUT-FILENAME OUTPUT-FILENAME [FILE-TYPE
      *            INPUT-FILENAME OUTPUT-FILENAME [FILE-TYPE
      *            INPUT-FILENAME OUTPUT-FILENAME]]
      *
      *            MASK-KEY IS TEN DIGITS AND SHOULD BE KEPT OUT OF
      *            THE TEST REGION: THE SAME MASK KEY REPRODUCES THE
      *            SAME MAPPING IN ANY RUN. PERTURB-PCT IS A WHOLE
      *            PERCENTAGE FROM 0 (AMOUNTS UNCHANGED) TO 50.
      *            FILE-TYPE IS RAW, CONVERTED OR MASTER, EACH AT
      *            MOST ONCE PER RUN. THE CONVERTED FILE IS THE LINE
      *            SEQUENTIAL ONE; THE MASTER IS READ AND WRITTEN AS
      *            THE INDEXED FILE CONVERT-APPLY MAINTAINS.
      *
      *            RETURN-CODE IS 4 WHEN A CONVERTED INPUT FILE HAS
      *            NO TRAILER OR DOES NOT BALANCE AGAINST ITS OWN
      *            TRAILER (THE MASKED COPY IS STILL WRITTEN, AND
      *            BALANCES), 16 FOR BAD ARGUMENTS, A FILE THAT
      *            CANNOT BE OPENED, OR A RAW EXTRACT WITH NO HEADER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-MASK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RAW-IN-FILE
               ASSIGN TO DYNAMIC RAW-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAW-IN-STATUS.

           SELECT RAW-OUT-FILE
               ASSIGN TO DYNAMIC RAW-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERTED-IN-FILE
               ASSIGN TO DYNAMIC CONVERTED-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERTED-IN-STATUS.

           SELECT CONVERTED-OUT-FILE
               ASSIGN TO DYNAMIC CONVERTED-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-IN-FILE
               ASSIGN TO DYNAMIC MASTER-IN-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ACCOUNT-KEY OF MASTER-IN-RECORD
               FILE STATUS IS MASTER-IN-STATUS.

           SELECT MASTER-OUT-FILE
               ASSIGN TO DYNAMIC MASTER-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ACCOUNT-KEY OF MASTER-OUT-RECORD
               FILE STATUS IS MASTER-OUT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "CONVERT-MASK-SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  RAW-IN-FILE.
       01  RAW-IN-RECORD.
           COPY INPUT.
       01  RAW-IN-HEADER-RECORD.
           COPY INHDR.

       FD  RAW-OUT-FILE.
       01  RAW-OUT-RECORD                PIC X(80).

       FD  CONVERTED-IN-FILE.
       01  CONVERTED-IN-RECORD.
           COPY OUTPUT.

       FD  CONVERTED-OUT-FILE.
       01  CONVERTED-OUT-RECORD          PIC X(80).

       FD  MASTER-IN-FILE.
       01  MASTER-IN-RECORD.
           COPY MASTER.

       FD  MASTER-OUT-FILE.
       01  MASTER-OUT-RECORD.
           COPY MASTER.

      * EVERY FILE THIS PROGRAM MASKS HAS AN 80-BYTE RECORD, SO ONE
      * SORT WORK FILE SERVES ALL THREE: THE NEW KEY, THEN THE
      * MASKED RECORD AS IT WILL BE WRITTEN.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-ACCOUNT-KEY          PIC X(10).
           05  SORT-RECORD-IMAGE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  MASK-KEY-ARGUMENT        PIC X(12).
           05  PERTURB-PCT-ARGUMENT     PIC X(10).
           05  FILE-ARGUMENT OCCURS 3 TIMES.
               10  FILE-TYPE-ARGUMENT   PIC X(10).
               10  FILE-IN-ARGUMENT     PIC X(120).
               10  FILE-OUT-ARGUMENT    PIC X(120).
       01  FILE-ARGUMENT-INDEX          PIC 9(04) VALUE ZERO.

       01  RAW-IN-FILENAME              PIC X(120) VALUE SPACES.
       01  RAW-OUT-FILENAME             PIC X(120) VALUE SPACES.
       01  CONVERTED-IN-FILENAME        PIC X(120) VALUE SPACES.
       01  CONVERTED-OUT-FILENAME       PIC X(120) VALUE SPACES.
       01  MASTER-IN-FILENAME           PIC X(120) VALUE SPACES.
       01  MASTER-OUT-FILENAME          PIC X(120) VALUE SPACES.

       01  RAW-REQUESTED-SW             PIC X VALUE SPACE.
           88  RAW-REQUESTED            VALUE "Y".
       01  CONVERTED-REQUESTED-SW       PIC X VALUE SPACE.
           88  CONVERTED-REQUESTED      VALUE "Y".
       01  MASTER-REQUESTED-SW          PIC X VALUE SPACE.
           88  MASTER-REQUESTED         VALUE "Y".

       01  RAW-IN-STATUS                 PIC X(2) VALUE "00".
       01  CONVERTED-IN-STATUS           PIC X(2) VALUE "00".
       01  MASTER-IN-STATUS              PIC X(2) VALUE "00".
       01  MASTER-OUT-STATUS             PIC X(2) VALUE "00".
       01  EOF-IN-SW                     PIC X VALUE SPACE.
           88  END-OF-IN                 VALUE "Y".
       01  SORT-DONE-SW                  PIC X VALUE SPACE.
           88  SORT-DONE                 VALUE "Y".

      * A FILE THAT CANNOT BE USED IS FOUND INSIDE A SORT PROCEDURE,
      * WHERE THE RUN CANNOT SIMPLY STOP. THE SWITCH TELLS THE OUTPUT
      * PROCEDURE TO WRITE NOTHING AND THE END OF THE RUN TO FAIL.
       01  MASK-FAILED-SW                PIC X VALUE SPACE.
           88  MASK-FAILED               VALUE "Y".
       01  BALANCE-OK-SW                 PIC X VALUE "Y".
           88  BALANCE-OK                VALUE "Y".

      * THE MASK KEY, ONE DIGIT AT A TIME, AND THE PERTURBATION
      * LIMIT IN HUNDREDTHS OF A PERCENT.
       01  MASK-KEY-VALUE               PIC 9(10) VALUE ZERO.
       01  MASK-KEY-TABLE REDEFINES MASK-KEY-VALUE.
           05  MASK-KEY-DIGIT           PIC 9(01) OCCURS 10 TIMES.
       01  PERTURB-PCT                  PIC 9(02) VALUE ZERO.
       01  PERTURB-LIMIT                PIC 9(05) VALUE ZERO.
       01  PERTURB-RANGE                PIC 9(05) VALUE ZERO.

      * THE CHARACTERS THAT ARE MASKED. ANY OTHER CHARACTER -- SPACE,
      * PUNCTUATION -- IS CARRIED ACROSS UNCHANGED.
       01  LETTER-ALPHABET              PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  DIGIT-ALPHABET               PIC X(10) VALUE "0123456789".

      * THE ORDER A MASKED CHARACTER IS PICKED FROM. SCRAMBLING IT
      * KEEPS A SMALL CHANGE IN A KEY FROM SHOWING AS A SMALL CHANGE
      * IN THE NEW KEY.
       01  LETTER-SCRAMBLE              PIC X(26)
           VALUE "QJXDMVTAKZEGRBWLNCUHSPYFOI".
       01  LETTER-SCRAMBLE-TABLE REDEFINES LETTER-SCRAMBLE.
           05  LETTER-CHAR              PIC X(01) OCCURS 26 TIMES.
       01  DIGIT-SCRAMBLE               PIC X(10) VALUE "7306158942".
       01  DIGIT-SCRAMBLE-TABLE REDEFINES DIGIT-SCRAMBLE.
           05  DIGIT-CHAR               PIC X(01) OCCURS 10 TIMES.

      * ONE CHARACTER BEING MASKED: ITS RING (26 FOR A LETTER, 10 FOR
      * A DIGIT, ZERO FOR ANYTHING LEFT ALONE) AND ITS PLACE IN IT.
       01  MASK-CHAR                    PIC X(01) VALUE SPACE.
       01  MASK-CHAR-RING               PIC 9(02) VALUE ZERO.
       01  MASK-CHAR-VALUE              PIC 9(04) COMP VALUE ZERO.
       01  MASK-NEW-VALUE               PIC 9(09) COMP VALUE ZERO.
       01  MASK-QUOTIENT                PIC 9(09) COMP VALUE ZERO.
       01  MASK-POSITION                PIC 9(04) VALUE ZERO.
       01  MASK-KEY-INDEX               PIC 9(04) VALUE ZERO.
       01  MASK-CHAIN-VALUE             PIC 9(09) COMP VALUE ZERO.
       01  MASK-ROUND                   PIC 9(04) VALUE ZERO.

       01  NAME-WORK                    PIC X(30) VALUE SPACES.
       01  NAME-WORK-TABLE REDEFINES NAME-WORK.
           05  NAME-WORK-CHAR           PIC X(01) OCCURS 30 TIMES.
       01  NAME-HASH                    PIC 9(09) COMP VALUE ZERO.
       01  NAME-MIX                     PIC 9(18) COMP VALUE ZERO.
       01  NAME-CHAR-CODE               PIC 9(02) VALUE ZERO.
       01  FORENAME-INDEX               PIC 9(04) VALUE ZERO.
       01  SURNAME-INDEX                PIC 9(04) VALUE ZERO.
       01  NAME-INITIAL-INDEX           PIC 9(04) VALUE ZERO.

      * THE FAKE NAMES A CUSTOMER NAME IS REPLACED BY: A FORENAME, AN
      * INITIAL AND A SURNAME, EACH PICKED BY THE NAME HASH.
       01  FORENAME-VALUES.
           05  FILLER                   PIC X(10) VALUE "ALICE".
           05  FILLER                   PIC X(10) VALUE "ARTHUR".
           05  FILLER                   PIC X(10) VALUE "BEATRICE".
           05  FILLER                   PIC X(10) VALUE "BERNARD".
           05  FILLER                   PIC X(10) VALUE "CAROL".
           05  FILLER                   PIC X(10) VALUE "CHARLES".
           05  FILLER                   PIC X(10) VALUE "DAPHNE".
           05  FILLER                   PIC X(10) VALUE "DENNIS".
           05  FILLER                   PIC X(10) VALUE "EDITH".
           05  FILLER                   PIC X(10) VALUE "EDWARD".
           05  FILLER                   PIC X(10) VALUE "FIONA".
           05  FILLER                   PIC X(10) VALUE "FRANK".
           05  FILLER                   PIC X(10) VALUE "GRACE".
           05  FILLER                   PIC X(10) VALUE "GEORGE".
           05  FILLER                   PIC X(10) VALUE "HELEN".
           05  FILLER                   PIC X(10) VALUE "HAROLD".
           05  FILLER                   PIC X(10) VALUE "IRENE".
           05  FILLER                   PIC X(10) VALUE "IAN".
           05  FILLER                   PIC X(10) VALUE "JOAN".
           05  FILLER                   PIC X(10) VALUE "JAMES".
           05  FILLER                   PIC X(10) VALUE "KATHLEEN".
           05  FILLER                   PIC X(10) VALUE "KENNETH".
           05  FILLER                   PIC X(10) VALUE "LILIAN".
           05  FILLER                   PIC X(10) VALUE "LEONARD".
           05  FILLER                   PIC X(10) VALUE "MARGARET".
           05  FILLER                   PIC X(10) VALUE "MARTIN".
           05  FILLER                   PIC X(10) VALUE "NORA".
           05  FILLER                   PIC X(10) VALUE "NORMAN".
           05  FILLER                   PIC X(10) VALUE "OLIVE".
           05  FILLER                   PIC X(10) VALUE "OSCAR".
           05  FILLER                   PIC X(10) VALUE "PAULINE".
           05  FILLER                   PIC X(10) VALUE "PETER".
       01  FORENAME-TABLE REDEFINES FORENAME-VALUES.
           05  FORENAME-ENTRY           PIC X(10) OCCURS 32 TIMES.
       01  SURNAME-VALUES.
           05  FILLER                   PIC X(12) VALUE "ASHWORTH".
           05  FILLER                   PIC X(12) VALUE "BRADSHAW".
           05  FILLER                   PIC X(12) VALUE "CARTWRIGHT".
           05  FILLER                   PIC X(12) VALUE "DENHOLM".
           05  FILLER                   PIC X(12) VALUE "ELLINGTON".
           05  FILLER                   PIC X(12) VALUE "FAIRBAIRN".
           05  FILLER                   PIC X(12) VALUE "GLADSTONE".
           05  FILLER                   PIC X(12) VALUE "HARGREAVES".
           05  FILLER                   PIC X(12) VALUE "IRONSIDE".
           05  FILLER                   PIC X(12) VALUE "JESSOP".
           05  FILLER                   PIC X(12) VALUE "KINGSLEY".
           05  FILLER                   PIC X(12) VALUE "LANCASTER".
           05  FILLER                   PIC X(12) VALUE "MERRIWEATHER".
           05  FILLER                   PIC X(12) VALUE "NETHERCOTT".
           05  FILLER                   PIC X(12) VALUE "OAKLEY".
           05  FILLER                   PIC X(12) VALUE "PEMBERTON".
           05  FILLER                   PIC X(12) VALUE "QUINCEY".
           05  FILLER                   PIC X(12) VALUE "RADCLIFFE".
           05  FILLER                   PIC X(12) VALUE "SANDERSON".
           05  FILLER                   PIC X(12) VALUE "THORNBURY".
           05  FILLER                   PIC X(12) VALUE "UPHAM".
           05  FILLER                   PIC X(12) VALUE "VARLEY".
           05  FILLER                   PIC X(12) VALUE "WAINWRIGHT".
           05  FILLER                   PIC X(12) VALUE "YARDLEY".
           05  FILLER                   PIC X(12) VALUE "ABERNETHY".
           05  FILLER                   PIC X(12) VALUE "BLACKWOOD".
           05  FILLER                   PIC X(12) VALUE "CROMWELL".
           05  FILLER                   PIC X(12) VALUE "DUNMORE".
           05  FILLER                   PIC X(12) VALUE "EVERSHED".
           05  FILLER                   PIC X(12) VALUE "FOTHERGILL".
           05  FILLER                   PIC X(12) VALUE "GRIMSHAW".
           05  FILLER                   PIC X(12) VALUE "HOLLOWAY".
       01  SURNAME-TABLE REDEFINES SURNAME-VALUES.
           05  SURNAME-ENTRY            PIC X(12) OCCURS 32 TIMES.

       01  KEY-WORK                     PIC X(10) VALUE SPACES.
       01  KEY-WORK-TABLE REDEFINES KEY-WORK.
           05  KEY-WORK-CHAR            PIC X(01) OCCURS 10 TIMES.

       01  AMOUNT-HASH                  PIC 9(09) COMP VALUE ZERO.
       01  PERTURB-BASIS-POINTS         PIC S9(05) COMP VALUE ZERO.
       01  AMOUNT-WORK                  PIC S9(09)V99 VALUE ZERO.

      * FIGURES PER FILE.
       01  RAW-IN-COUNT                  PIC 9(09) VALUE ZERO.
       01  RAW-OUT-COUNT                 PIC 9(09) VALUE ZERO.
       01  RAW-HEADER-SAVE               PIC X(80) VALUE SPACES.
       01  CONVERTED-IN-COUNT            PIC 9(09) VALUE ZERO.
       01  CONVERTED-IN-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  CONVERTED-OUT-COUNT           PIC 9(09) VALUE ZERO.
       01  CONVERTED-OUT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  TRAILER-RECORD-COUNT          PIC 9(09) VALUE ZERO.
       01  TRAILER-STATED-COUNT          PIC 9(09) VALUE ZERO.
       01  TRAILER-STATED-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  TRAILER-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  MASTER-IN-COUNT               PIC 9(09) VALUE ZERO.
       01  MASTER-OUT-COUNT              PIC 9(09) VALUE ZERO.
       01  AMOUNTS-PERTURBED-COUNT       PIC 9(09) VALUE ZERO.

      * WORK AREAS FOR THE RECORD BEING MASKED AND WRITTEN.
       01  RAW-WORK-RECORD.
           COPY INPUT.
       01  CONVERTED-WORK-RECORD.
           COPY OUTPUT.
       01  MASTER-WORK-RECORD.
           COPY MASTER.

       PROCEDURE DIVISION.

       0000-MAIN SECTION.
       0010-MAINLINE.

           PERFORM 0500-INITIALIZE

           IF  RAW-REQUESTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-ACCOUNT-KEY
                   INPUT PROCEDURE IS 1000-RELEASE-RAW
                   OUTPUT PROCEDURE IS 1500-WRITE-RAW
           END-IF

           IF  CONVERTED-REQUESTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-ACCOUNT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-CONVERTED
                   OUTPUT PROCEDURE IS 2500-WRITE-CONVERTED
           END-IF

           IF  MASTER-REQUESTED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-ACCOUNT-KEY
                   INPUT PROCEDURE IS 3000-RELEASE-MASTER
                   OUTPUT PROCEDURE IS 3500-WRITE-MASTER
           END-IF

           PERFORM 9000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO MASK-KEY-ARGUMENT PERTURB-PCT-ARGUMENT
                   FILE-TYPE-ARGUMENT(1) FILE-IN-ARGUMENT(1)
                   FILE-OUT-ARGUMENT(1)
                   FILE-TYPE-ARGUMENT(2) FILE-IN-ARGUMENT(2)
                   FILE-OUT-ARGUMENT(2)
                   FILE-TYPE-ARGUMENT(3) FILE-IN-ARGUMENT(3)
                   FILE-OUT-ARGUMENT(3)
           END-UNSTRING

           IF  MASK-KEY-ARGUMENT = SPACES
           OR PERTURB-PCT-ARGUMENT = SPACES
           OR FILE-TYPE-ARGUMENT(1) = SPACES
               DISPLAY 'USAGE: CONVERT-MASK MASK-KEY PERTURB-PCT'
                   ' FILE-TYPE INPUT-FILENAME OUTPUT-FILENAME'
                   ' [FILE-TYPE INPUT-FILENAME OUTPUT-FILENAME'
                   ' [FILE-TYPE INPUT-FILENAME OUTPUT-FILENAME]]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  MASK-KEY-ARGUMENT(1:10) NOT NUMERIC
           OR MASK-KEY-ARGUMENT(11:2) NOT = SPACES
               DISPLAY 'CONVERT-MASK: MASK-KEY MUST BE TEN DIGITS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE MASK-KEY-ARGUMENT(1:10) TO MASK-KEY-VALUE

           IF  FUNCTION TRIM(PERTURB-PCT-ARGUMENT) IS NUMERIC
               MOVE FUNCTION NUMVAL(PERTURB-PCT-ARGUMENT)
                   TO PERTURB-PCT
           ELSE
               MOVE 99 TO PERTURB-PCT
           END-IF
           IF  PERTURB-PCT > 50
               DISPLAY 'CONVERT-MASK: PERTURB-PCT MUST BE A WHOLE'
                   ' PERCENTAGE FROM 0 TO 50, NOT '
                   PERTURB-PCT-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE PERTURB-LIMIT = PERTURB-PCT * 100
           COMPUTE PERTURB-RANGE = PERTURB-LIMIT * 2 + 1

           PERFORM 0600-TAKE-FILE-ARGUMENT
               VARYING FILE-ARGUMENT-INDEX FROM 1 BY 1
               UNTIL FILE-ARGUMENT-INDEX > 3
           .

      ******************************************************************
      * ONE FILE-TYPE / INPUT / OUTPUT TRIPLE. EACH TYPE HAS ITS OWN
      * FILES, SO EACH MAY BE NAMED ONLY ONCE.
      ******************************************************************
       0600-TAKE-FILE-ARGUMENT.

           IF  FILE-TYPE-ARGUMENT(FILE-ARGUMENT-INDEX) NOT = SPACES
               IF  FILE-IN-ARGUMENT(FILE-ARGUMENT-INDEX) = SPACES
               OR FILE-OUT-ARGUMENT(FILE-ARGUMENT-INDEX) = SPACES
                   DISPLAY 'CONVERT-MASK: FILE-TYPE '
                       FUNCTION TRIM
                       (FILE-TYPE-ARGUMENT(FILE-ARGUMENT-INDEX))
                       ' NEEDS AN INPUT AND AN OUTPUT FILENAME'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               EVALUATE FUNCTION TRIM
                       (FILE-TYPE-ARGUMENT(FILE-ARGUMENT-INDEX))
                   WHEN "RAW"
                       IF  RAW-REQUESTED
                           PERFORM 0650-REFUSE-REPEATED-TYPE
                       END-IF
                       SET RAW-REQUESTED TO TRUE
                       MOVE FILE-IN-ARGUMENT(FILE-ARGUMENT-INDEX)
                           TO RAW-IN-FILENAME
                       MOVE FILE-OUT-ARGUMENT(FILE-ARGUMENT-INDEX)
                           TO RAW-OUT-FILENAME
                   WHEN "CONVERTED"
                       IF  CONVERTED-REQUESTED
                           PERFORM 0650-REFUSE-REPEATED-TYPE
                       END-IF
                       SET CONVERTED-REQUESTED TO TRUE
                       MOVE FILE-IN-ARGUMENT(FILE-ARGUMENT-INDEX)
                           TO CONVERTED-IN-FILENAME
                       MOVE FILE-OUT-ARGUMENT(FILE-ARGUMENT-INDEX)
                           TO CONVERTED-OUT-FILENAME
                   WHEN "MASTER"
                       IF  MASTER-REQUESTED
                           PERFORM 0650-REFUSE-REPEATED-TYPE
                       END-IF
                       SET MASTER-REQUESTED TO TRUE
                       MOVE FILE-IN-ARGUMENT(FILE-ARGUMENT-INDEX)
                           TO MASTER-IN-FILENAME
                       MOVE FILE-OUT-ARGUMENT(FILE-ARGUMENT-INDEX)
                           TO MASTER-OUT-FILENAME
                   WHEN OTHER
                       DISPLAY 'CONVERT-MASK: FILE-TYPE MUST BE RAW,'
                           ' CONVERTED OR MASTER, NOT '
                           FILE-TYPE-ARGUMENT(FILE-ARGUMENT-INDEX)
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           .

       0650-REFUSE-REPEATED-TYPE.

           DISPLAY 'CONVERT-MASK: FILE-TYPE '
               FUNCTION TRIM(FILE-TYPE-ARGUMENT(FILE-ARGUMENT-INDEX))
               ' IS NAMED MORE THAN ONCE -- MASK THE OTHER FILE IN'
               ' A SEPARATE RUN WITH THE SAME MASK KEY'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

      ******************************************************************
      * RAW EXTRACT, INPUT PROCEDURE: KEEPS THE HEADER ASIDE AND
      * RELEASES EVERY DATA RECORD MASKED, KEYED ON ITS NEW KEY.
      ******************************************************************
       1000-RELEASE-RAW SECTION.
       1010-RELEASE-RAW-RECORDS.

           MOVE SPACE TO EOF-IN-SW
           OPEN INPUT RAW-IN-FILE
           IF  RAW-IN-STATUS NOT = "00"
               DISPLAY 'CONVERT-MASK: CANNOT OPEN RAW EXTRACT '
                   FUNCTION TRIM(RAW-IN-FILENAME) ', STATUS '
                   RAW-IN-STATUS
               SET MASK-FAILED TO TRUE
               GO TO 1999-EXIT
           END-IF

           PERFORM 1900-READ-RAW
           IF  END-OF-IN
           OR NOT IN-HEADER-PRESENT OF RAW-IN-HEADER-RECORD
               DISPLAY 'CONVERT-MASK: RAW EXTRACT '
                   FUNCTION TRIM(RAW-IN-FILENAME)
                   ' DOES NOT OPEN WITH A HEADER RECORD'
               SET MASK-FAILED TO TRUE
               CLOSE RAW-IN-FILE
               GO TO 1999-EXIT
           END-IF
           MOVE RAW-IN-HEADER-RECORD TO RAW-HEADER-SAVE

           PERFORM 1900-READ-RAW
           PERFORM 1100-RELEASE-ONE-RAW UNTIL END-OF-IN
           CLOSE RAW-IN-FILE
           GO TO 1999-EXIT
           .

       1100-RELEASE-ONE-RAW.

           ADD 1 TO RAW-IN-COUNT
           MOVE RAW-IN-RECORD TO RAW-WORK-RECORD

           MOVE IN-CUSTOMER-NAME OF RAW-WORK-RECORD TO NAME-WORK
           PERFORM 6100-MASK-NAME
           MOVE NAME-WORK TO IN-CUSTOMER-NAME OF RAW-WORK-RECORD

           MOVE IN-ACCOUNT-KEY OF RAW-WORK-RECORD TO KEY-WORK
           PERFORM 6200-MASK-ACCOUNT-KEY
           MOVE KEY-WORK TO IN-ACCOUNT-KEY OF RAW-WORK-RECORD

           IF  PERTURB-PCT > 0
           AND IN-AMOUNT-NUM OF RAW-WORK-RECORD NUMERIC
               PERFORM 6300-SET-PERTURBATION
               MOVE IN-AMOUNT-NUM OF RAW-WORK-RECORD TO AMOUNT-WORK
               PERFORM 6400-PERTURB-AMOUNT
               MOVE AMOUNT-WORK TO IN-AMOUNT-NUM OF RAW-WORK-RECORD
               ADD 1 TO AMOUNTS-PERTURBED-COUNT
           END-IF

           MOVE KEY-WORK TO SORT-ACCOUNT-KEY
           MOVE RAW-WORK-RECORD TO SORT-RECORD-IMAGE
           RELEASE SORT-RECORD

           PERFORM 1900-READ-RAW
           .

       1900-READ-RAW.

           READ RAW-IN-FILE
               AT END
                   SET END-OF-IN TO TRUE
           END-READ
           .

       1999-EXIT.
           EXIT.

      ******************************************************************
      * RAW EXTRACT, OUTPUT PROCEDURE: THE ORIGINAL HEADER (BUSINESS
      * DATE, FEED ID AND SEQUENCE UNCHANGED), THEN THE MASKED DATA
      * RECORDS IN NEW-KEY ORDER.
      ******************************************************************
       1500-WRITE-RAW SECTION.
       1510-WRITE-RAW-RECORDS.

           IF  MASK-FAILED
               GO TO 1599-EXIT
           END-IF

           OPEN OUTPUT RAW-OUT-FILE
           MOVE RAW-HEADER-SAVE TO RAW-OUT-RECORD
           WRITE RAW-OUT-RECORD
           MOVE SPACE TO SORT-DONE-SW
           PERFORM 1600-RETURN-ONE-RAW UNTIL SORT-DONE
           CLOSE RAW-OUT-FILE
           GO TO 1599-EXIT
           .

       1600-RETURN-ONE-RAW.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DONE TO TRUE
               NOT AT END
                   MOVE SORT-RECORD-IMAGE TO RAW-OUT-RECORD
                   WRITE RAW-OUT-RECORD
                   ADD 1 TO RAW-OUT-COUNT
           END-RETURN
           .

       1599-EXIT.
           EXIT.

      ******************************************************************
      * CONVERTED FILE, INPUT PROCEDURE: RELEASES EVERY DETAIL RECORD
      * MASKED AND CAPTURES THE TRAILER, WHOSE BUSINESS DATE IS KEPT
      * AND WHOSE FIGURES PROVE WHETHER THE SOURCE FILE BALANCED.
      ******************************************************************
       2000-RELEASE-CONVERTED SECTION.
       2010-RELEASE-CONVERTED-RECORDS.

           MOVE SPACE TO EOF-IN-SW
           OPEN INPUT CONVERTED-IN-FILE
           IF  CONVERTED-IN-STATUS NOT = "00"
               DISPLAY 'CONVERT-MASK: CANNOT OPEN CONVERTED FILE '
                   FUNCTION TRIM(CONVERTED-IN-FILENAME) ', STATUS '
                   CONVERTED-IN-STATUS
               SET MASK-FAILED TO TRUE
               GO TO 2099-EXIT
           END-IF

           PERFORM 2900-READ-CONVERTED
           PERFORM 2100-RELEASE-ONE-CONVERTED UNTIL END-OF-IN
           CLOSE CONVERTED-IN-FILE

           IF  TRAILER-RECORD-COUNT = 0
               SET BALANCE-OK-SW TO SPACE
               DISPLAY 'CONVERT-MASK: NO TRAILER RECORD FOUND IN '
                   FUNCTION TRIM(CONVERTED-IN-FILENAME)
           ELSE
               IF  TRAILER-STATED-COUNT NOT = CONVERTED-IN-COUNT
               OR TRAILER-STATED-TOTAL NOT = CONVERTED-IN-TOTAL
                   SET BALANCE-OK-SW TO SPACE
                   DISPLAY 'CONVERT-MASK: CONVERTED FILE DOES NOT'
                       ' BALANCE: TRAILER SAYS ' TRAILER-STATED-COUNT
                       '/' TRAILER-STATED-TOTAL ', COUNTED '
                       CONVERTED-IN-COUNT '/' CONVERTED-IN-TOTAL
               END-IF
           END-IF
           GO TO 2099-EXIT
           .

       2100-RELEASE-ONE-CONVERTED.

           IF  OUT-TRAILER-RECORD OF CONVERTED-IN-RECORD
               ADD 1 TO TRAILER-RECORD-COUNT
               MOVE OUT-RECORD-COUNT OF CONVERTED-IN-RECORD
                   TO TRAILER-STATED-COUNT
               MOVE OUT-CONTROL-TOTAL OF CONVERTED-IN-RECORD
                   TO TRAILER-STATED-TOTAL
               MOVE OUT-TRAILER-BUSINESS-DATE OF CONVERTED-IN-RECORD
                   TO TRAILER-BUSINESS-DATE
           ELSE
               ADD 1 TO CONVERTED-IN-COUNT
               ADD OUT-AMOUNT OF CONVERTED-IN-RECORD
                   TO CONVERTED-IN-TOTAL
               MOVE CONVERTED-IN-RECORD TO CONVERTED-WORK-RECORD

               MOVE OUT-CUSTOMER-NAME OF CONVERTED-WORK-RECORD
                   TO NAME-WORK
               PERFORM 6100-MASK-NAME
               MOVE NAME-WORK
                   TO OUT-CUSTOMER-NAME OF CONVERTED-WORK-RECORD

               MOVE OUT-ACCOUNT-KEY OF CONVERTED-WORK-RECORD
                   TO KEY-WORK
               PERFORM 6200-MASK-ACCOUNT-KEY
               MOVE KEY-WORK
                   TO OUT-ACCOUNT-KEY OF CONVERTED-WORK-RECORD

               IF  PERTURB-PCT > 0
                   PERFORM 6300-SET-PERTURBATION
                   MOVE OUT-AMOUNT OF CONVERTED-WORK-RECORD
                       TO AMOUNT-WORK
                   PERFORM 6400-PERTURB-AMOUNT
                   MOVE AMOUNT-WORK
                       TO OUT-AMOUNT OF CONVERTED-WORK-RECORD
                   MOVE OUT-ORIGINAL-AMOUNT OF CONVERTED-WORK-RECORD
                       TO AMOUNT-WORK
                   PERFORM 6400-PERTURB-AMOUNT
                   MOVE AMOUNT-WORK
                       TO OUT-ORIGINAL-AMOUNT OF CONVERTED-WORK-RECORD
                   ADD 1 TO AMOUNTS-PERTURBED-COUNT
               END-IF

               MOVE KEY-WORK TO SORT-ACCOUNT-KEY
               MOVE CONVERTED-WORK-RECORD TO SORT-RECORD-IMAGE
               RELEASE SORT-RECORD
           END-IF

           PERFORM 2900-READ-CONVERTED
           .

       2900-READ-CONVERTED.

           READ CONVERTED-IN-FILE
               AT END
                   SET END-OF-IN TO TRUE
           END-READ
           .

       2099-EXIT.
           EXIT.

      ******************************************************************
      * CONVERTED FILE, OUTPUT PROCEDURE: THE MASKED DETAIL RECORDS IN
      * NEW-KEY ORDER, THEN A TRAILER WHOSE COUNT AND CONTROL TOTAL
      * ARE RECOMPUTED FROM WHAT WAS WRITTEN, SO THE MASKED FILE
      * BALANCES WHATEVER THE PERTURBATION DID TO THE AMOUNTS.
      ******************************************************************
       2500-WRITE-CONVERTED SECTION.
       2510-WRITE-CONVERTED-RECORDS.

           IF  MASK-FAILED
               GO TO 2599-EXIT
           END-IF

           OPEN OUTPUT CONVERTED-OUT-FILE
           MOVE SPACE TO SORT-DONE-SW
           PERFORM 2600-RETURN-ONE-CONVERTED UNTIL SORT-DONE

           MOVE SPACES TO CONVERTED-WORK-RECORD
           MOVE "T" TO OUT-RECORD-TYPE OF CONVERTED-WORK-RECORD
           MOVE CONVERTED-OUT-COUNT
               TO OUT-RECORD-COUNT OF CONVERTED-WORK-RECORD
           MOVE CONVERTED-OUT-TOTAL
               TO OUT-CONTROL-TOTAL OF CONVERTED-WORK-RECORD
           MOVE TRAILER-BUSINESS-DATE
               TO OUT-TRAILER-BUSINESS-DATE OF CONVERTED-WORK-RECORD
           MOVE CONVERTED-WORK-RECORD TO CONVERTED-OUT-RECORD
           WRITE CONVERTED-OUT-RECORD
           CLOSE CONVERTED-OUT-FILE
           GO TO 2599-EXIT
           .

       2600-RETURN-ONE-CONVERTED.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DONE TO TRUE
               NOT AT END
                   MOVE SORT-RECORD-IMAGE TO CONVERTED-WORK-RECORD
                   ADD 1 TO CONVERTED-OUT-COUNT
                   ADD OUT-AMOUNT OF CONVERTED-WORK-RECORD
                       TO CONVERTED-OUT-TOTAL
                   MOVE SORT-RECORD-IMAGE TO CONVERTED-OUT-RECORD
                   WRITE CONVERTED-OUT-RECORD
           END-RETURN
           .

       2599-EXIT.
           EXIT.

      ******************************************************************
      * MASTER, INPUT PROCEDURE: RELEASES EVERY MASTER RECORD MASKED.
      * THE FLAGS AND DATES ARE LEFT AS THEY ARE.
      ******************************************************************
       3000-RELEASE-MASTER SECTION.
       3010-RELEASE-MASTER-RECORDS.

           MOVE SPACE TO EOF-IN-SW
           OPEN INPUT MASTER-IN-FILE
           IF  MASTER-IN-STATUS NOT = "00"
               DISPLAY 'CONVERT-MASK: CANNOT OPEN MASTER '
                   FUNCTION TRIM(MASTER-IN-FILENAME) ', STATUS '
                   MASTER-IN-STATUS
               SET MASK-FAILED TO TRUE
               GO TO 3099-EXIT
           END-IF

           PERFORM 3900-READ-MASTER
           PERFORM 3100-RELEASE-ONE-MASTER UNTIL END-OF-IN
           CLOSE MASTER-IN-FILE
           GO TO 3099-EXIT
           .

       3100-RELEASE-ONE-MASTER.

           ADD 1 TO MASTER-IN-COUNT
           MOVE MASTER-IN-RECORD TO MASTER-WORK-RECORD

           MOVE MASTER-CUSTOMER-NAME OF MASTER-WORK-RECORD
               TO NAME-WORK
           PERFORM 6100-MASK-NAME
           MOVE NAME-WORK TO MASTER-CUSTOMER-NAME OF MASTER-WORK-RECORD

           MOVE MASTER-ACCOUNT-KEY OF MASTER-WORK-RECORD TO KEY-WORK
           PERFORM 6200-MASK-ACCOUNT-KEY
           MOVE KEY-WORK TO MASTER-ACCOUNT-KEY OF MASTER-WORK-RECORD

           IF  PERTURB-PCT > 0
               PERFORM 6300-SET-PERTURBATION
               MOVE MASTER-AMOUNT OF MASTER-WORK-RECORD TO AMOUNT-WORK
               PERFORM 6400-PERTURB-AMOUNT
               MOVE AMOUNT-WORK TO MASTER-AMOUNT OF MASTER-WORK-RECORD
               ADD 1 TO AMOUNTS-PERTURBED-COUNT
           END-IF

           MOVE KEY-WORK TO SORT-ACCOUNT-KEY
           MOVE MASTER-WORK-RECORD TO SORT-RECORD-IMAGE
           RELEASE SORT-RECORD

           PERFORM 3900-READ-MASTER
           .

       3900-READ-MASTER.

           READ MASTER-IN-FILE NEXT RECORD
               AT END
                   SET END-OF-IN TO TRUE
           END-READ
           .

       3099-EXIT.
           EXIT.

      ******************************************************************
      * MASTER, OUTPUT PROCEDURE: LOADS A NEW INDEXED MASTER IN
      * NEW-KEY ORDER.
      ******************************************************************
       3500-WRITE-MASTER SECTION.
       3510-WRITE-MASTER-RECORDS.

           IF  MASK-FAILED
               GO TO 3599-EXIT
           END-IF

           OPEN OUTPUT MASTER-OUT-FILE
           IF  MASTER-OUT-STATUS NOT = "00"
               DISPLAY 'CONVERT-MASK: CANNOT CREATE MASTER '
                   FUNCTION TRIM(MASTER-OUT-FILENAME) ', STATUS '
                   MASTER-OUT-STATUS
               SET MASK-FAILED TO TRUE
               GO TO 3599-EXIT
           END-IF
           MOVE SPACE TO SORT-DONE-SW
           PERFORM 3600-RETURN-ONE-MASTER UNTIL SORT-DONE
           CLOSE MASTER-OUT-FILE
           GO TO 3599-EXIT
           .

       3600-RETURN-ONE-MASTER.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DONE TO TRUE
               NOT AT END
                   MOVE SORT-RECORD-IMAGE TO MASTER-OUT-RECORD
                   WRITE MASTER-OUT-RECORD
                       INVALID KEY
                           DISPLAY 'CONVERT-MASK: MASTER WRITE FAILED'
                               ' FOR MASKED KEY ' SORT-ACCOUNT-KEY
                               ', STATUS ' MASTER-OUT-STATUS
                           SET MASK-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO MASTER-OUT-COUNT
                   END-WRITE
           END-RETURN
           .

       3599-EXIT.
           EXIT.

      ******************************************************************
      * THE MASKING ROUTINES, SHARED BY ALL THREE FILE TYPES.
      ******************************************************************
       6000-MASK-ROUTINES SECTION.

      ******************************************************************
      * MASKS THE NAME IN NAME-WORK. THE WHOLE NAME IS HASHED, WITH
      * THE MASK KEY MIXED IN AT EVERY POSITION, AND THE HASH PICKS A
      * FORENAME, AN INITIAL AND A SURNAME FROM THE TABLES ABOVE. THE
      * FAKE NAME SHARES NOTHING WITH THE REAL ONE BUT ITS HASH, SO
      * IT CANNOT BE WORKED BACK TO IT, AND IT DEPENDS ONLY ON THE
      * NAME AND THE MASK KEY, SO A NAME SEEN TWICE IS MASKED THE SAME
      * WAY TWICE. A BLANK NAME STAYS BLANK.
      ******************************************************************
       6100-MASK-NAME.

           IF  NAME-WORK NOT = SPACES
               DIVIDE MASK-KEY-VALUE BY 1000003
                   GIVING MASK-QUOTIENT REMAINDER NAME-HASH
               PERFORM 6110-HASH-NAME-CHAR
                   VARYING MASK-POSITION FROM 1 BY 1
                   UNTIL MASK-POSITION > 30
               PERFORM 6115-MIX-NAME-HASH
               PERFORM 6120-BUILD-FAKE-NAME
           END-IF
           .

      * FOLDS ONE POSITION OF THE NAME INTO THE HASH. EVERY CHARACTER
      * COUNTS: A DIGIT AS 1-10, A LETTER AS 11-36, SPACE AS ZERO AND
      * ANY OTHER CHARACTER AS 37.
       6110-HASH-NAME-CHAR.

           MOVE NAME-WORK-CHAR(MASK-POSITION) TO MASK-CHAR
           PERFORM 6900-CLASSIFY-CHAR
           EVALUATE TRUE
               WHEN MASK-CHAR-RING = 10
                   COMPUTE NAME-CHAR-CODE = MASK-CHAR-VALUE + 1
               WHEN MASK-CHAR-RING = 26
                   COMPUTE NAME-CHAR-CODE = MASK-CHAR-VALUE + 11
               WHEN MASK-CHAR = SPACE
                   MOVE ZERO TO NAME-CHAR-CODE
               WHEN OTHER
                   MOVE 37 TO NAME-CHAR-CODE
           END-EVALUATE
           PERFORM 6950-SET-MASK-KEY-INDEX
           COMPUTE NAME-HASH = NAME-HASH * 41
               + NAME-CHAR-CODE * (MASK-KEY-DIGIT(MASK-KEY-INDEX) + 1)
               + MASK-KEY-DIGIT(MASK-KEY-INDEX)
           DIVIDE NAME-HASH BY 1000003
               GIVING MASK-QUOTIENT REMAINDER NAME-HASH
           .

      * NAMES THAT DIFFER ONLY NEAR THE END ARRIVE WITH CLOSE HASHES.
      * MULTIPLYING THROUGH AND REDUCING AGAIN, TWICE, SPREADS THEM
      * ACROSS THE WHOLE RANGE BEFORE THE HASH IS CUT INTO PARTS.
       6115-MIX-NAME-HASH.

           COMPUTE NAME-MIX = NAME-HASH * 48271 + MASK-KEY-VALUE
           DIVIDE NAME-MIX BY 999983
               GIVING NAME-MIX REMAINDER NAME-HASH
           COMPUTE NAME-MIX = NAME-HASH * 48271 + 1
           DIVIDE NAME-MIX BY 999983
               GIVING NAME-MIX REMAINDER NAME-HASH
           .

      * BUILDS THE FAKE NAME FROM THE HASH: THE LOW PART PICKS THE
      * FORENAME, THE NEXT THE INITIAL, THE HIGH PART THE SURNAME.
       6120-BUILD-FAKE-NAME.

           DIVIDE NAME-HASH BY 32
               GIVING MASK-QUOTIENT REMAINDER FORENAME-INDEX
           DIVIDE MASK-QUOTIENT BY 26
               GIVING MASK-QUOTIENT REMAINDER NAME-INITIAL-INDEX
           DIVIDE MASK-QUOTIENT BY 32
               GIVING MASK-QUOTIENT REMAINDER SURNAME-INDEX
           ADD 1 TO FORENAME-INDEX
           ADD 1 TO NAME-INITIAL-INDEX
           ADD 1 TO SURNAME-INDEX

           MOVE SPACES TO NAME-WORK
           STRING FORENAME-ENTRY(FORENAME-INDEX) DELIMITED BY SPACE
               " " LETTER-ALPHABET(NAME-INITIAL-INDEX:1) " "
               DELIMITED BY SIZE
               SURNAME-ENTRY(SURNAME-INDEX) DELIMITED BY SPACE
               INTO NAME-WORK
           END-STRING
           .

      ******************************************************************
      * MASKS THE ACCOUNT KEY IN KEY-WORK. EACH LETTER OR DIGIT IS
      * MOVED ALONG ITS ALPHABET BY A MASK-KEY DIGIT, ITS POSITION
      * AND A CHAIN VALUE BUILT FROM THE NEW VALUES OF THE POSITIONS
      * ALREADY DONE: LEFT TO RIGHT, THEN RIGHT TO LEFT, TWICE OVER,
      * SO A CHANGE ANYWHERE IN THE KEY SPREADS ACROSS THE WHOLE NEW
      * KEY AND NEIGHBOURING ACCOUNTS DO NOT GET NEIGHBOURING NEW
      * KEYS. EVERY STEP CAN BE UNDONE GIVEN THE POSITIONS ALREADY
      * DONE, SO TWO DIFFERENT KEYS NEVER END UP AS THE SAME NEW KEY.
      ******************************************************************
       6200-MASK-ACCOUNT-KEY.

           PERFORM 6205-MASK-KEY-ROUND
               VARYING MASK-ROUND FROM 1 BY 1
               UNTIL MASK-ROUND > 2
           .

       6205-MASK-KEY-ROUND.

           MOVE ZERO TO MASK-CHAIN-VALUE
           PERFORM 6210-MASK-KEY-CHAR-FORWARD
               VARYING MASK-POSITION FROM 1 BY 1
               UNTIL MASK-POSITION > 10

           MOVE ZERO TO MASK-CHAIN-VALUE
           MOVE KEY-WORK-CHAR(10) TO MASK-CHAR
           PERFORM 6900-CLASSIFY-CHAR
           PERFORM 6230-ADD-TO-CHAIN
           PERFORM 6220-MASK-KEY-CHAR-BACKWARD
               VARYING MASK-POSITION FROM 9 BY -1
               UNTIL MASK-POSITION < 1
           .

       6210-MASK-KEY-CHAR-FORWARD.

           MOVE KEY-WORK-CHAR(MASK-POSITION) TO MASK-CHAR
           PERFORM 6900-CLASSIFY-CHAR
           IF  MASK-CHAR-RING > 0
               COMPUTE MASK-NEW-VALUE = MASK-CHAR-VALUE
                   + MASK-KEY-DIGIT(MASK-POSITION)
                   + MASK-CHAIN-VALUE * 3 + MASK-POSITION
                   + MASK-ROUND
               PERFORM 6960-STORE-NEW-CHAR
               MOVE MASK-CHAR TO KEY-WORK-CHAR(MASK-POSITION)
           END-IF
           PERFORM 6230-ADD-TO-CHAIN
           .

       6220-MASK-KEY-CHAR-BACKWARD.

           MOVE KEY-WORK-CHAR(MASK-POSITION) TO MASK-CHAR
           PERFORM 6900-CLASSIFY-CHAR
           IF  MASK-CHAR-RING > 0
               COMPUTE MASK-KEY-INDEX = 11 - MASK-POSITION
               COMPUTE MASK-NEW-VALUE = MASK-CHAR-VALUE
                   + MASK-KEY-DIGIT(MASK-KEY-INDEX)
                   + MASK-CHAIN-VALUE * 3 + MASK-POSITION
                   + MASK-ROUND
               PERFORM 6960-STORE-NEW-CHAR
               MOVE MASK-CHAR TO KEY-WORK-CHAR(MASK-POSITION)
           END-IF
           PERFORM 6230-ADD-TO-CHAIN
           .

      * FOLDS THE NEW VALUE JUST SET INTO THE CHAIN VALUE THAT MOVES
      * THE NEXT POSITION, SO EVERY POSITION ALREADY DONE IN THE PASS
      * HAS A SAY IN HOW THE NEXT ONE IS MOVED.
       6230-ADD-TO-CHAIN.

           COMPUTE MASK-CHAIN-VALUE =
               MASK-CHAIN-VALUE * 7 + MASK-CHAR-VALUE + 1
           DIVIDE MASK-CHAIN-VALUE BY 1000003
               GIVING MASK-QUOTIENT REMAINDER MASK-CHAIN-VALUE
           .

      ******************************************************************
      * SETS THE ACCOUNT'S PERTURBATION, IN HUNDREDTHS OF A PERCENT
      * BETWEEN -PERTURB-PCT AND +PERTURB-PCT, FROM ITS MASKED KEY IN
      * KEY-WORK -- THE SAME FOR THE ACCOUNT IN EVERY FILE.
      ******************************************************************
       6300-SET-PERTURBATION.

           MOVE ZERO TO AMOUNT-HASH
           PERFORM 6310-HASH-KEY-CHAR
               VARYING MASK-POSITION FROM 1 BY 1
               UNTIL MASK-POSITION > 10
           DIVIDE AMOUNT-HASH BY PERTURB-RANGE
               GIVING MASK-QUOTIENT REMAINDER MASK-NEW-VALUE
           COMPUTE PERTURB-BASIS-POINTS =
               MASK-NEW-VALUE - PERTURB-LIMIT
           .

       6310-HASH-KEY-CHAR.

           MOVE KEY-WORK-CHAR(MASK-POSITION) TO MASK-CHAR
           PERFORM 6900-CLASSIFY-CHAR
           COMPUTE AMOUNT-HASH = AMOUNT-HASH * 7
               + (MASK-CHAR-VALUE + 1)
               * (MASK-KEY-DIGIT(MASK-POSITION) + MASK-POSITION)
           DIVIDE AMOUNT-HASH BY 1000003
               GIVING MASK-QUOTIENT REMAINDER AMOUNT-HASH
           .

      ******************************************************************
      * APPLIES THE ACCOUNT'S PERTURBATION TO AMOUNT-WORK. AN AMOUNT
      * THE ADJUSTMENT WOULD PUSH PAST ITS PICTURE IS LEFT AS IT IS.
      ******************************************************************
       6400-PERTURB-AMOUNT.

           COMPUTE AMOUNT-WORK ROUNDED =
               AMOUNT-WORK * (10000 + PERTURB-BASIS-POINTS) / 10000
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           .

      ******************************************************************
      * CLASSIFIES MASK-CHAR: A LETTER (RING 26, VALUE 0-25), A DIGIT
      * (RING 10, VALUE 0-9) OR ANYTHING ELSE (RING AND VALUE ZERO).
      ******************************************************************
       6900-CLASSIFY-CHAR.

           MOVE ZERO TO MASK-CHAR-RING
           MOVE ZERO TO MASK-CHAR-VALUE
           IF  MASK-CHAR NUMERIC
               MOVE 10 TO MASK-CHAR-RING
               INSPECT DIGIT-ALPHABET TALLYING MASK-CHAR-VALUE
                   FOR CHARACTERS BEFORE INITIAL MASK-CHAR
           ELSE
               IF  MASK-CHAR ALPHABETIC-UPPER
               AND MASK-CHAR NOT = SPACE
                   MOVE 26 TO MASK-CHAR-RING
                   INSPECT LETTER-ALPHABET TALLYING MASK-CHAR-VALUE
                       FOR CHARACTERS BEFORE INITIAL MASK-CHAR
               END-IF
           END-IF
           .

      * THE MASK-KEY DIGIT FOR A NAME POSITION: THE TEN DIGITS ARE
      * USED OVER AND OVER ACROSS THE THIRTY POSITIONS.
       6950-SET-MASK-KEY-INDEX.

           DIVIDE MASK-POSITION BY 10
               GIVING MASK-QUOTIENT REMAINDER MASK-KEY-INDEX
           ADD 1 TO MASK-KEY-INDEX
           .

      * REDUCES MASK-NEW-VALUE INTO MASK-CHAR'S RING, PICKS THE
      * CHARACTER AT THAT PLACE IN THE SCRAMBLED ORDER INTO MASK-CHAR,
      * AND LEAVES THAT CHARACTER'S VALUE IN MASK-CHAR-VALUE FOR THE
      * CHAIN VALUE.
       6960-STORE-NEW-CHAR.

           DIVIDE MASK-NEW-VALUE BY MASK-CHAR-RING
               GIVING MASK-QUOTIENT REMAINDER MASK-CHAR-VALUE
           IF  MASK-CHAR-RING = 26
               MOVE LETTER-CHAR(MASK-CHAR-VALUE + 1) TO MASK-CHAR
           ELSE
               MOVE DIGIT-CHAR(MASK-CHAR-VALUE + 1) TO MASK-CHAR
           END-IF
           PERFORM 6900-CLASSIFY-CHAR
           .

       9000-TERMINATE SECTION.
       9010-REPORT-AND-SET-RC.

           IF  RAW-REQUESTED
               DISPLAY 'CONVERT-MASK: RAW EXTRACT '
                   FUNCTION TRIM(RAW-IN-FILENAME) ': '
                   RAW-IN-COUNT ' DATA RECORDS IN, ' RAW-OUT-COUNT
                   ' MASKED TO ' FUNCTION TRIM(RAW-OUT-FILENAME)
           END-IF
           IF  CONVERTED-REQUESTED
               DISPLAY 'CONVERT-MASK: CONVERTED FILE '
                   FUNCTION TRIM(CONVERTED-IN-FILENAME) ': '
                   CONVERTED-IN-COUNT ' DETAIL RECORDS IN, '
                   CONVERTED-OUT-COUNT ' MASKED TO '
                   FUNCTION TRIM(CONVERTED-OUT-FILENAME)
               DISPLAY 'CONVERT-MASK:   NEW TRAILER '
                   CONVERTED-OUT-COUNT '/' CONVERTED-OUT-TOTAL
                   ' FOR BUSINESS DATE ' TRAILER-BUSINESS-DATE
           END-IF
           IF  MASTER-REQUESTED
               DISPLAY 'CONVERT-MASK: MASTER '
                   FUNCTION TRIM(MASTER-IN-FILENAME) ': '
                   MASTER-IN-COUNT ' RECORDS IN, ' MASTER-OUT-COUNT
                   ' MASKED TO ' FUNCTION TRIM(MASTER-OUT-FILENAME)
           END-IF
           DISPLAY 'CONVERT-MASK: ' AMOUNTS-PERTURBED-COUNT
               ' RECORD(S) HAD AMOUNTS PERTURBED, UP TO '
               PERTURB-PCT ' PERCENT'

           EVALUATE TRUE
               WHEN MASK-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN NOT BALANCE-OK
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
