      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   GENERAL-LEDGER JOURNAL INTERFACE. FINANCE USED TO
      *            RE-KEY THE NIGHT'S MOVEMENT INTO THE LEDGER BY HAND
      *            FROM THE CONVERT-AGED AND CONVERT-RPT TOTALS. THIS
      *            PROGRAM READS THE DELTA FILE CONVERT-DELTA WRITES
      *            (DELTA COPYBOOK) AND WRITES A BALANCED GL JOURNAL
      *            (GLJRNL COPYBOOK) INSTEAD. EACH ACCOUNT'S STATUS
      *            CODE AND CURRENCY CODE ARE MAPPED THROUGH THE
      *            MAINTAINED GL MAPPING FILE (GLMAP COPYBOOK) TO THE
      *            GL ACCOUNT ITS BALANCE IS HELD IN AND THE CONTRA
      *            ACCOUNT ITS MOVEMENT POSTS AGAINST:
      *              A  ADDED: THE NEW AMOUNT IS DEBITED TO THE NEW
      *                 GL ACCOUNT AND CREDITED TO ITS CONTRA;
      *              D  DELETED: THE OLD AMOUNT IS CREDITED BACK OUT
      *                 OF THE OLD GL ACCOUNT AGAINST ITS CONTRA;
      *              C  CHANGED, AND R RENUMBERED: THE NET MOVEMENT
      *                 (NEW AMOUNT LESS OLD) POSTS TO THE GL ACCOUNT
      *                 AGAINST ITS CONTRA. WHEN THE STATUS OR
      *                 CURRENCY CHANGE MOVES THE ACCOUNT TO A
      *                 DIFFERENT GL ACCOUNT, THE OLD AMOUNT FIRST
      *                 POSTS AS A TRANSFER FROM THE OLD GL ACCOUNT TO
      *                 THE NEW ONE.
      *            ALL AMOUNTS ARE THE BASE-CURRENCY FIGURES THE DELTA
      *            CARRIES. MOVEMENTS ARE NETTED IN CORE SO THE
      *            JOURNAL HOLDS ONE DEBIT/CREDIT ENTRY PAIR PER PAIR
      *            OF GL ACCOUNTS, BEHIND A HEADER CARRYING THE
      *            BUSINESS DATE FROM THE DELTA TRAILER AND AHEAD OF
      *            A TRAILER CARRYING THE TOTAL DEBITS AND CREDITS.
      *
      * USAGE:     CONVERT-GL DELTA-FILENAME GLMAP-FILENAME
      *            JOURNAL-FILENAME EXCEPTIONS-FILENAME
      *
      *            EVERY DELTA RECORD WHOSE STATUS AND CURRENCY HAVE
      *            NO GL MAPPING IS LISTED ON THE EXCEPTIONS REPORT.
      *            THE JOURNAL IS RELEASED -- WRITTEN -- ONLY WHEN
      *            THERE ARE NO EXCEPTIONS AND THE DELTA FILE
      *            BALANCES AGAINST ITS OWN TRAILER; OTHERWISE THE
      *            JOURNAL FILE IS LEFT EMPTY, SO A PARTIAL JOURNAL
      *            CAN NEVER REACH THE LEDGER.
      *
      *            RETURN-CODE IS 8 WHEN THE JOURNAL IS NOT RELEASED
      *            OR ITS DEBITS AND CREDITS DO NOT AGREE, 16 FOR BAD
      *            ARGUMENTS, A FILE THAT CANNOT BE OPENED, A
      *            DUPLICATED MAPPING, OR A TABLE OVERFLOW; 0
      *            OTHERWISE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-GL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DELTA-FILE
               ASSIGN TO DYNAMIC DELTA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-FILE-STATUS.

           SELECT GLMAP-FILE
               ASSIGN TO DYNAMIC GLMAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLMAP-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTIONS-REPORT-FILE
               ASSIGN TO DYNAMIC EXCEPTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DELTA-FILE.
       01  DELTA-RECORD.
           COPY DELTA.

       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           COPY GLMAP.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GLJRNL.

       FD  EXCEPTIONS-REPORT-FILE.
       01  EXCEPTIONS-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  DELTA-FILENAME           PIC X(120).
           05  GLMAP-FILENAME           PIC X(120).
           05  JOURNAL-FILENAME         PIC X(120).
           05  EXCEPTIONS-FILENAME      PIC X(120).

       01  DELTA-FILE-STATUS             PIC X(2) VALUE "00".
       01  GLMAP-FILE-STATUS             PIC X(2) VALUE "00".
       01  EOF-DELTA-SW                  PIC X VALUE SPACE.
           88  END-OF-DELTA              VALUE "Y".
       01  EOF-GLMAP-SW                  PIC X VALUE SPACE.
           88  END-OF-GLMAP              VALUE "Y".

       01  DELTA-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
       01  DELTA-TRAILER-COUNT           PIC 9(09) VALUE ZERO.
       01  DELTA-STATED-COUNT            PIC 9(09) VALUE ZERO.
       01  JOURNAL-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * THE GL MAPPING FILE HELD IN CORE, KEYED BY STATUS CODE AND
      * CURRENCY CODE.
       01  GLMAP-TABLE.
           05  GLMAP-TABLE-ENTRY OCCURS 200 TIMES.
               10  GLMAP-ENTRY-STATUS      PIC X(02).
               10  GLMAP-ENTRY-CURRENCY    PIC X(03).
               10  GLMAP-ENTRY-GL-ACCOUNT  PIC X(10).
               10  GLMAP-ENTRY-CONTRA      PIC X(10).
       01  GLMAP-TABLE-USED             PIC 9(04) VALUE ZERO.
       01  GLMAP-TABLE-INDEX            PIC 9(04) VALUE ZERO.
       01  GLMAP-FOUND-INDEX            PIC 9(04) VALUE ZERO.
       01  GLMAP-FOUND-SW               PIC X VALUE SPACE.
           88  GLMAP-FOUND              VALUE "Y".
       01  LOOKUP-STATUS-CODE           PIC X(02) VALUE SPACES.
       01  LOOKUP-CURRENCY-CODE         PIC X(03) VALUE SPACES.

      * THE MAPPINGS FOUND FOR THE OLD AND NEW SIDES OF THE DELTA
      * RECORD IN HAND.
       01  OLD-MAP-INDEX                PIC 9(04) VALUE ZERO.
       01  NEW-MAP-INDEX                PIC 9(04) VALUE ZERO.
       01  RECORD-MAPPED-SW             PIC X VALUE "Y".
           88  RECORD-MAPPED            VALUE "Y".

      * ONE POSTING ON ITS WAY INTO THE PAIR TABLE.
       01  POST-KIND                    PIC X(01) VALUE SPACE.
       01  POST-DEBIT-ACCOUNT           PIC X(10) VALUE SPACES.
       01  POST-CREDIT-ACCOUNT          PIC X(10) VALUE SPACES.
       01  POST-AMOUNT                  PIC S9(11)V99 VALUE ZERO.

      * NET MOVEMENT PER PAIR OF GL ACCOUNTS AND KIND OF POSTING
      * (M=ACCOUNT MOVEMENT, T=STATUS TRANSFER). A POSTING THE OTHER
      * WAY ROUND NETS AGAINST AN EXISTING PAIR RATHER THAN OPENING A
      * NEW ONE; A PAIR THAT NETS NEGATIVE IS WRITTEN WITH ITS SIDES
      * SWAPPED, AND ONE THAT NETS TO ZERO IS NOT WRITTEN AT ALL.
       01  PAIR-TABLE.
           05  PAIR-TABLE-ENTRY OCCURS 500 TIMES.
               10  PAIR-KIND               PIC X(01).
               10  PAIR-DEBIT-ACCOUNT      PIC X(10).
               10  PAIR-CREDIT-ACCOUNT     PIC X(10).
               10  PAIR-AMOUNT             PIC S9(11)V99.
       01  PAIR-TABLE-USED              PIC 9(04) VALUE ZERO.
       01  PAIR-TABLE-INDEX             PIC 9(04) VALUE ZERO.
       01  PAIR-FOUND-INDEX             PIC 9(04) VALUE ZERO.
       01  PAIR-FOUND-SW                PIC X VALUE SPACE.
           88  PAIR-FOUND               VALUE "Y".
       01  PAIR-REVERSED-SW             PIC X VALUE SPACE.
           88  PAIR-REVERSED            VALUE "Y".

      * ONE JOURNAL ENTRY ON ITS WAY OUT.
       01  ENTRY-ACCOUNT                PIC X(10) VALUE SPACES.
       01  ENTRY-SIDE                   PIC X(01) VALUE SPACE.
       01  ENTRY-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
       01  ENTRY-DESCRIPTION            PIC X(30) VALUE SPACES.
       01  PAIR-NUMBER                  PIC 9(06) VALUE ZERO.
       01  WRITE-DEBIT-ACCOUNT          PIC X(10) VALUE SPACES.
       01  WRITE-CREDIT-ACCOUNT         PIC X(10) VALUE SPACES.

       01  JOURNAL-ENTRY-COUNT          PIC 9(09) VALUE ZERO.
       01  JOURNAL-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  JOURNAL-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.

       01  EXCEPTION-COUNT              PIC 9(09) VALUE ZERO.

       01  JOURNAL-RELEASED-SW          PIC X VALUE SPACE.
           88  JOURNAL-RELEASED         VALUE "Y".
       01  JOURNAL-BALANCED-SW          PIC X VALUE "Y".
           88  JOURNAL-BALANCED         VALUE "Y".

       01  EXCEPTION-REASON-TEXT        PIC X(40) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                    PIC X(06) VALUE " ACCT ".
           05  EXCEPTION-ACCOUNT-KEY     PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  EXCEPTION-CHANGE-TYPE     PIC X(01).
           05  FILLER                    PIC X(09)
               VALUE "  STATUS ".
           05  EXCEPTION-STATUS-CODE     PIC X(02).
           05  FILLER                    PIC X(11)
               VALUE "  CURRENCY ".
           05  EXCEPTION-CURRENCY-CODE   PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  EXCEPTION-REASON          PIC X(40).

       01  EXCEPTION-COUNT-LINE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  EXCEPTION-TOTAL-COUNT     PIC 9(09).
           05  FILLER                    PIC X(14)
               VALUE " EXCEPTION(S) ".
           05  EXCEPTION-OUTCOME-TEXT    PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-PROCESS-DELTA UNTIL END-OF-DELTA
           PERFORM 1500-CHECK-DELTA-BALANCE

           IF  EXCEPTION-COUNT = 0
               PERFORM 6000-WRITE-JOURNAL
           END-IF

           PERFORM 7000-WRITE-EXCEPTION-COUNT
           PERFORM 8000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO DELTA-FILENAME GLMAP-FILENAME JOURNAL-FILENAME
                   EXCEPTIONS-FILENAME
           END-UNSTRING

           IF  DELTA-FILENAME = SPACES
           OR GLMAP-FILENAME = SPACES
           OR JOURNAL-FILENAME = SPACES
           OR EXCEPTIONS-FILENAME = SPACES
               DISPLAY 'USAGE: CONVERT-GL DELTA-FILENAME'
                   ' GLMAP-FILENAME JOURNAL-FILENAME'
                   ' EXCEPTIONS-FILENAME'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0600-LOAD-GLMAP-TABLE

           OPEN INPUT DELTA-FILE
           IF  DELTA-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-GL: CANNOT OPEN DELTA FILE '
                   FUNCTION TRIM(DELTA-FILENAME) ', STATUS '
                   DELTA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * THE JOURNAL IS OPENED NOW SO THAT LAST NIGHT'S IS GONE EVEN
      * WHEN TONIGHT'S IS NOT RELEASED.
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT EXCEPTIONS-REPORT-FILE

           PERFORM 1900-READ-DELTA
           .

      ******************************************************************
      * LOADS THE GL MAPPING FILE. UNLIKE THE REFERENCE FILES
      * CONVERT-REFM MAY BOOTSTRAP, A MISSING MAPPING FILE CANNOT
      * PRODUCE A JOURNAL, SO IT FAILS THE RUN; SO DOES A STATUS AND
      * CURRENCY MAPPED TWICE, SINCE EITHER MAPPING COULD BE THE
      * WRONG ONE.
      ******************************************************************
       0600-LOAD-GLMAP-TABLE.

           OPEN INPUT GLMAP-FILE
           IF  GLMAP-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-GL: CANNOT OPEN GL MAPPING FILE '
                   FUNCTION TRIM(GLMAP-FILENAME) ', STATUS '
                   GLMAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0650-LOAD-GLMAP-ENTRY UNTIL END-OF-GLMAP
           CLOSE GLMAP-FILE
           .

       0650-LOAD-GLMAP-ENTRY.

           READ GLMAP-FILE
               AT END
                   SET END-OF-GLMAP TO TRUE
               NOT AT END
                   IF  GLMAP-RECORD NOT = SPACES
                       MOVE GLMAP-STATUS-CODE TO LOOKUP-STATUS-CODE
                       MOVE GLMAP-CURRENCY-CODE
                           TO LOOKUP-CURRENCY-CODE
                       PERFORM 3000-FIND-MAPPING
                       IF  GLMAP-FOUND
                           DISPLAY 'CONVERT-GL: STATUS '
                               GLMAP-STATUS-CODE ' CURRENCY '
                               GLMAP-CURRENCY-CODE
                               ' IS MAPPED MORE THAN ONCE'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       IF  GLMAP-TABLE-USED >= 200
                           DISPLAY 'CONVERT-GL: GL MAPPING FILE HOLDS'
                               ' MORE THAN 200 ENTRIES'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO GLMAP-TABLE-USED
                       MOVE GLMAP-STATUS-CODE
                           TO GLMAP-ENTRY-STATUS(GLMAP-TABLE-USED)
                       MOVE GLMAP-CURRENCY-CODE
                           TO GLMAP-ENTRY-CURRENCY(GLMAP-TABLE-USED)
                       MOVE GLMAP-GL-ACCOUNT
                           TO GLMAP-ENTRY-GL-ACCOUNT
                               (GLMAP-TABLE-USED)
                       MOVE GLMAP-CONTRA-ACCOUNT
                           TO GLMAP-ENTRY-CONTRA(GLMAP-TABLE-USED)
                   END-IF
           END-READ
           .

      ******************************************************************
      * ONE DELTA RECORD. THE TRAILER ENDS THE FILE, AS IT DOES FOR
      * EVERY READER OF THE CONVERTED FILE.
      ******************************************************************
       1000-PROCESS-DELTA.

           IF  DELTA-TRAILER
               ADD 1 TO DELTA-TRAILER-COUNT
               MOVE DELTA-TRAILER-RECORD-COUNT TO DELTA-STATED-COUNT
               MOVE DELTA-TRAILER-BUSINESS-DATE
                   TO JOURNAL-BUSINESS-DATE
               SET END-OF-DELTA TO TRUE
           ELSE
               ADD 1 TO DELTA-DETAIL-COUNT
               EVALUATE TRUE
                   WHEN DELTA-ACCOUNT-ADDED
                       PERFORM 2000-POST-ADDED
                   WHEN DELTA-ACCOUNT-DELETED
                       PERFORM 2100-POST-DELETED
                   WHEN DELTA-ACCOUNT-CHANGED
                   OR DELTA-ACCOUNT-RENUMBERED
                       PERFORM 2200-POST-CHANGED
                   WHEN OTHER
                       MOVE "UNKNOWN CHANGE TYPE"
                           TO EXCEPTION-REASON-TEXT
                       MOVE SPACES TO LOOKUP-STATUS-CODE
                       MOVE SPACES TO LOOKUP-CURRENCY-CODE
                       PERFORM 5000-WRITE-EXCEPTION
               END-EVALUATE
               PERFORM 1900-READ-DELTA
           END-IF
           .

      ******************************************************************
      * A DELTA FILE WITH NO TRAILER, OR WHOSE TRAILER DISAGREES WITH
      * THE RECORDS READ, MAY BE MISSING MOVEMENT. THAT BLOCKS THE
      * JOURNAL THE SAME WAY AN UNMAPPED STATUS DOES.
      ******************************************************************
       1500-CHECK-DELTA-BALANCE.

           IF  DELTA-TRAILER-COUNT = 0
               MOVE "DELTA FILE HAS NO TRAILER"
                   TO EXCEPTION-REASON-TEXT
               PERFORM 5100-WRITE-FILE-EXCEPTION
           ELSE
               IF  DELTA-STATED-COUNT NOT = DELTA-DETAIL-COUNT
                   MOVE "DELTA TRAILER COUNT DOES NOT BALANCE"
                       TO EXCEPTION-REASON-TEXT
                   PERFORM 5100-WRITE-FILE-EXCEPTION
               END-IF
           END-IF
           .

       1900-READ-DELTA.

           READ DELTA-FILE
               AT END
                   SET END-OF-DELTA TO TRUE
           END-READ
           .

       2000-POST-ADDED.

           MOVE "Y" TO RECORD-MAPPED-SW
           PERFORM 2850-MAP-NEW-VALUES
           IF  RECORD-MAPPED
               MOVE "M" TO POST-KIND
               MOVE GLMAP-ENTRY-GL-ACCOUNT(NEW-MAP-INDEX)
                   TO POST-DEBIT-ACCOUNT
               MOVE GLMAP-ENTRY-CONTRA(NEW-MAP-INDEX)
                   TO POST-CREDIT-ACCOUNT
               MOVE DELTA-NEW-AMOUNT TO POST-AMOUNT
               PERFORM 4000-ACCUMULATE-POSTING
           END-IF
           .

       2100-POST-DELETED.

           MOVE "Y" TO RECORD-MAPPED-SW
           PERFORM 2800-MAP-OLD-VALUES
           IF  RECORD-MAPPED
               MOVE "M" TO POST-KIND
               MOVE GLMAP-ENTRY-CONTRA(OLD-MAP-INDEX)
                   TO POST-DEBIT-ACCOUNT
               MOVE GLMAP-ENTRY-GL-ACCOUNT(OLD-MAP-INDEX)
                   TO POST-CREDIT-ACCOUNT
               MOVE DELTA-OLD-AMOUNT TO POST-AMOUNT
               PERFORM 4000-ACCUMULATE-POSTING
           END-IF
           .

      ******************************************************************
      * A CHANGED OR RENUMBERED ACCOUNT. BOTH SIDES ARE MAPPED FIRST
      * SO THAT AN UNMAPPED OLD AND AN UNMAPPED NEW STATUS ARE BOTH
      * REPORTED. WHEN THE ACCOUNT NOW BELONGS IN A DIFFERENT GL
      * ACCOUNT, ITS OLD BALANCE IS TRANSFERRED ACROSS BEFORE THE
      * NET MOVEMENT POSTS ON THE NEW SIDE.
      ******************************************************************
       2200-POST-CHANGED.

           MOVE "Y" TO RECORD-MAPPED-SW
           PERFORM 2800-MAP-OLD-VALUES
           PERFORM 2850-MAP-NEW-VALUES
           IF  RECORD-MAPPED
               IF  GLMAP-ENTRY-GL-ACCOUNT(OLD-MAP-INDEX)
                       NOT = GLMAP-ENTRY-GL-ACCOUNT(NEW-MAP-INDEX)
                   MOVE "T" TO POST-KIND
                   MOVE GLMAP-ENTRY-GL-ACCOUNT(NEW-MAP-INDEX)
                       TO POST-DEBIT-ACCOUNT
                   MOVE GLMAP-ENTRY-GL-ACCOUNT(OLD-MAP-INDEX)
                       TO POST-CREDIT-ACCOUNT
                   MOVE DELTA-OLD-AMOUNT TO POST-AMOUNT
                   PERFORM 4000-ACCUMULATE-POSTING
               END-IF
               MOVE "M" TO POST-KIND
               MOVE GLMAP-ENTRY-GL-ACCOUNT(NEW-MAP-INDEX)
                   TO POST-DEBIT-ACCOUNT
               MOVE GLMAP-ENTRY-CONTRA(NEW-MAP-INDEX)
                   TO POST-CREDIT-ACCOUNT
               COMPUTE POST-AMOUNT = DELTA-NEW-AMOUNT
                   - DELTA-OLD-AMOUNT
               PERFORM 4000-ACCUMULATE-POSTING
           END-IF
           .

       2800-MAP-OLD-VALUES.

           MOVE DELTA-OLD-STATUS-CODE TO LOOKUP-STATUS-CODE
           MOVE DELTA-OLD-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE
           PERFORM 3000-FIND-MAPPING
           IF  GLMAP-FOUND
               MOVE GLMAP-FOUND-INDEX TO OLD-MAP-INDEX
           ELSE
               MOVE "N" TO RECORD-MAPPED-SW
               MOVE "NO GL MAPPING FOR OLD STATUS/CURRENCY"
                   TO EXCEPTION-REASON-TEXT
               PERFORM 5000-WRITE-EXCEPTION
           END-IF
           .

       2850-MAP-NEW-VALUES.

           MOVE DELTA-NEW-STATUS-CODE TO LOOKUP-STATUS-CODE
           MOVE DELTA-NEW-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE
           PERFORM 3000-FIND-MAPPING
           IF  GLMAP-FOUND
               MOVE GLMAP-FOUND-INDEX TO NEW-MAP-INDEX
           ELSE
               MOVE "N" TO RECORD-MAPPED-SW
               MOVE "NO GL MAPPING FOR NEW STATUS/CURRENCY"
                   TO EXCEPTION-REASON-TEXT
               PERFORM 5000-WRITE-EXCEPTION
           END-IF
           .

       3000-FIND-MAPPING.

           SET GLMAP-FOUND-SW TO SPACE
           MOVE ZERO TO GLMAP-FOUND-INDEX
           PERFORM 3100-MATCH-MAPPING
               VARYING GLMAP-TABLE-INDEX FROM 1 BY 1
               UNTIL GLMAP-TABLE-INDEX > GLMAP-TABLE-USED
               OR GLMAP-FOUND
           .

       3100-MATCH-MAPPING.

           IF  GLMAP-ENTRY-STATUS(GLMAP-TABLE-INDEX)
                   = LOOKUP-STATUS-CODE
           AND GLMAP-ENTRY-CURRENCY(GLMAP-TABLE-INDEX)
                   = LOOKUP-CURRENCY-CODE
               SET GLMAP-FOUND TO TRUE
               MOVE GLMAP-TABLE-INDEX TO GLMAP-FOUND-INDEX
           END-IF
           .

      ******************************************************************
      * ADDS ONE POSTING TO THE PAIR TABLE: ONTO ITS OWN PAIR IF ONE
      * IS OPEN, AGAINST THE SAME PAIR THE OTHER WAY ROUND IF THAT IS
      * OPEN, OR AS A NEW PAIR.
      ******************************************************************
       4000-ACCUMULATE-POSTING.

           IF  POST-AMOUNT NOT = ZERO
               SET PAIR-FOUND-SW TO SPACE
               SET PAIR-REVERSED-SW TO SPACE
               PERFORM 4100-MATCH-PAIR
                   VARYING PAIR-TABLE-INDEX FROM 1 BY 1
                   UNTIL PAIR-TABLE-INDEX > PAIR-TABLE-USED
                   OR PAIR-FOUND
               IF  PAIR-FOUND
                   IF  PAIR-REVERSED
                       SUBTRACT POST-AMOUNT
                           FROM PAIR-AMOUNT(PAIR-FOUND-INDEX)
                   ELSE
                       ADD POST-AMOUNT
                           TO PAIR-AMOUNT(PAIR-FOUND-INDEX)
                   END-IF
               ELSE
                   IF  PAIR-TABLE-USED >= 500
                       DISPLAY 'CONVERT-GL: MORE THAN 500 GL ACCOUNT'
                           ' PAIRS MOVED -- PAIR TABLE FULL'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO PAIR-TABLE-USED
                   MOVE POST-KIND TO PAIR-KIND(PAIR-TABLE-USED)
                   MOVE POST-DEBIT-ACCOUNT
                       TO PAIR-DEBIT-ACCOUNT(PAIR-TABLE-USED)
                   MOVE POST-CREDIT-ACCOUNT
                       TO PAIR-CREDIT-ACCOUNT(PAIR-TABLE-USED)
                   MOVE POST-AMOUNT TO PAIR-AMOUNT(PAIR-TABLE-USED)
               END-IF
           END-IF
           .

       4100-MATCH-PAIR.

           IF  PAIR-KIND(PAIR-TABLE-INDEX) = POST-KIND
               IF  PAIR-DEBIT-ACCOUNT(PAIR-TABLE-INDEX)
                       = POST-DEBIT-ACCOUNT
               AND PAIR-CREDIT-ACCOUNT(PAIR-TABLE-INDEX)
                       = POST-CREDIT-ACCOUNT
                   SET PAIR-FOUND TO TRUE
                   MOVE PAIR-TABLE-INDEX TO PAIR-FOUND-INDEX
               ELSE
                   IF  PAIR-DEBIT-ACCOUNT(PAIR-TABLE-INDEX)
                           = POST-CREDIT-ACCOUNT
                   AND PAIR-CREDIT-ACCOUNT(PAIR-TABLE-INDEX)
                           = POST-DEBIT-ACCOUNT
                       SET PAIR-FOUND TO TRUE
                       SET PAIR-REVERSED TO TRUE
                       MOVE PAIR-TABLE-INDEX TO PAIR-FOUND-INDEX
                   END-IF
               END-IF
           END-IF
           .

       5000-WRITE-EXCEPTION.

           ADD 1 TO EXCEPTION-COUNT
           MOVE DELTA-ACCOUNT-KEY TO EXCEPTION-ACCOUNT-KEY
           MOVE DELTA-CHANGE-TYPE TO EXCEPTION-CHANGE-TYPE
           MOVE LOOKUP-STATUS-CODE TO EXCEPTION-STATUS-CODE
           MOVE LOOKUP-CURRENCY-CODE TO EXCEPTION-CURRENCY-CODE
           MOVE EXCEPTION-REASON-TEXT TO EXCEPTION-REASON
           MOVE SPACES TO EXCEPTIONS-REPORT-LINE
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTIONS-REPORT-LINE
           WRITE EXCEPTIONS-REPORT-LINE
           .

      ******************************************************************
      * AN EXCEPTION AGAINST THE DELTA FILE AS A WHOLE RATHER THAN ONE
      * OF ITS RECORDS.
      ******************************************************************
       5100-WRITE-FILE-EXCEPTION.

           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTIONS-REPORT-LINE
           STRING " FILE " DELIMITED BY SIZE
               EXCEPTION-REASON-TEXT DELIMITED BY SIZE
               INTO EXCEPTIONS-REPORT-LINE
           END-STRING
           WRITE EXCEPTIONS-REPORT-LINE
           .

      ******************************************************************
      * RELEASES THE JOURNAL: HEADER, ONE DEBIT/CREDIT ENTRY PAIR PER
      * PAIR OF GL ACCOUNTS WITH A NET MOVEMENT, TRAILER. THE DEBIT
      * AND CREDIT TOTALS ARE KEPT SEPARATELY AS THE ENTRIES ARE
      * WRITTEN, SO THE TRAILER PROVES WHAT WAS WRITTEN RATHER THAN
      * WHAT WAS MEANT.
      ******************************************************************
       6000-WRITE-JOURNAL.

           MOVE SPACES TO JOURNAL-RECORD
           SET GLJRNL-HEADER TO TRUE
           MOVE JOURNAL-BUSINESS-DATE TO GLJRNL-HEADER-BUSINESS-DATE
           MOVE "CONVERT" TO GLJRNL-HEADER-SOURCE
           WRITE JOURNAL-RECORD

           PERFORM 6100-WRITE-PAIR
               VARYING PAIR-TABLE-INDEX FROM 1 BY 1
               UNTIL PAIR-TABLE-INDEX > PAIR-TABLE-USED

           MOVE SPACES TO JOURNAL-RECORD
           SET GLJRNL-TRAILER TO TRUE
           MOVE JOURNAL-ENTRY-COUNT TO GLJRNL-TRAILER-ENTRY-COUNT
           MOVE JOURNAL-DEBIT-TOTAL TO GLJRNL-TRAILER-DEBIT-TOTAL
           MOVE JOURNAL-CREDIT-TOTAL TO GLJRNL-TRAILER-CREDIT-TOTAL
           WRITE JOURNAL-RECORD

           SET JOURNAL-RELEASED TO TRUE
           IF  JOURNAL-DEBIT-TOTAL NOT = JOURNAL-CREDIT-TOTAL
               MOVE "N" TO JOURNAL-BALANCED-SW
           END-IF
           .

       6100-WRITE-PAIR.

           IF  PAIR-AMOUNT(PAIR-TABLE-INDEX) NOT = ZERO
               IF  PAIR-AMOUNT(PAIR-TABLE-INDEX) < ZERO
                   MOVE PAIR-CREDIT-ACCOUNT(PAIR-TABLE-INDEX)
                       TO WRITE-DEBIT-ACCOUNT
                   MOVE PAIR-DEBIT-ACCOUNT(PAIR-TABLE-INDEX)
                       TO WRITE-CREDIT-ACCOUNT
                   COMPUTE ENTRY-AMOUNT =
                       ZERO - PAIR-AMOUNT(PAIR-TABLE-INDEX)
               ELSE
                   MOVE PAIR-DEBIT-ACCOUNT(PAIR-TABLE-INDEX)
                       TO WRITE-DEBIT-ACCOUNT
                   MOVE PAIR-CREDIT-ACCOUNT(PAIR-TABLE-INDEX)
                       TO WRITE-CREDIT-ACCOUNT
                   MOVE PAIR-AMOUNT(PAIR-TABLE-INDEX) TO ENTRY-AMOUNT
               END-IF
               IF  PAIR-KIND(PAIR-TABLE-INDEX) = "T"
                   MOVE "STATUS TRANSFER" TO ENTRY-DESCRIPTION
               ELSE
                   MOVE "NET ACCOUNT MOVEMENT" TO ENTRY-DESCRIPTION
               END-IF
               ADD 1 TO PAIR-NUMBER

               MOVE WRITE-DEBIT-ACCOUNT TO ENTRY-ACCOUNT
               MOVE "D" TO ENTRY-SIDE
               PERFORM 6150-WRITE-ENTRY
               ADD ENTRY-AMOUNT TO JOURNAL-DEBIT-TOTAL

               MOVE WRITE-CREDIT-ACCOUNT TO ENTRY-ACCOUNT
               MOVE "C" TO ENTRY-SIDE
               PERFORM 6150-WRITE-ENTRY
               ADD ENTRY-AMOUNT TO JOURNAL-CREDIT-TOTAL
           END-IF
           .

       6150-WRITE-ENTRY.

           MOVE SPACES TO JOURNAL-RECORD
           SET GLJRNL-ENTRY TO TRUE
           MOVE JOURNAL-BUSINESS-DATE TO GLJRNL-BUSINESS-DATE
           MOVE PAIR-NUMBER TO GLJRNL-PAIR-NUMBER
           MOVE ENTRY-ACCOUNT TO GLJRNL-GL-ACCOUNT
           MOVE ENTRY-SIDE TO GLJRNL-SIDE
           MOVE ENTRY-AMOUNT TO GLJRNL-AMOUNT
           MOVE ENTRY-DESCRIPTION TO GLJRNL-DESCRIPTION
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-ENTRY-COUNT
           .

       7000-WRITE-EXCEPTION-COUNT.

           MOVE EXCEPTION-COUNT TO EXCEPTION-TOTAL-COUNT
           IF  JOURNAL-RELEASED
               MOVE "-- JOURNAL RELEASED" TO EXCEPTION-OUTCOME-TEXT
           ELSE
               MOVE "-- JOURNAL NOT RELEASED"
                   TO EXCEPTION-OUTCOME-TEXT
           END-IF
           MOVE SPACES TO EXCEPTIONS-REPORT-LINE
           MOVE EXCEPTION-COUNT-LINE TO EXCEPTIONS-REPORT-LINE
           WRITE EXCEPTIONS-REPORT-LINE
           .

       8000-TERMINATE.

           CLOSE DELTA-FILE
           CLOSE JOURNAL-FILE
           CLOSE EXCEPTIONS-REPORT-FILE

           DISPLAY "CONVERT-GL: " DELTA-DETAIL-COUNT
               " DELTA RECORDS READ FOR " JOURNAL-BUSINESS-DATE
           DISPLAY "CONVERT-GL:   EXCEPTIONS:      " EXCEPTION-COUNT
           DISPLAY "CONVERT-GL:   JOURNAL ENTRIES: "
               JOURNAL-ENTRY-COUNT
           DISPLAY "CONVERT-GL:   TOTAL DEBITS:    "
               JOURNAL-DEBIT-TOTAL
           DISPLAY "CONVERT-GL:   TOTAL CREDITS:   "
               JOURNAL-CREDIT-TOTAL

           IF  NOT JOURNAL-RELEASED
               DISPLAY 'CONVERT-GL: JOURNAL NOT RELEASED -- SEE '
                   FUNCTION TRIM(EXCEPTIONS-FILENAME)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  NOT JOURNAL-BALANCED
                   DISPLAY 'CONVERT-GL: JOURNAL DEBITS AND CREDITS'
                       ' DO NOT AGREE'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
