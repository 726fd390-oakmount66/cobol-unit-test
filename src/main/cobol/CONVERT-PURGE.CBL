      ******************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   PERIODIC RETENTION PURGE FOR THE INDEXED ACCOUNT
      *            MASTER CONVERT-APPLY MAINTAINS. CONVERT-APPLY NEVER
      *            DELETES ANYTHING -- AN ACCOUNT THE FEED STOPS
      *            SENDING IS FLAGGED INACTIVE AND STAYS ON THE
      *            MASTER FOR GOOD, SO EVERY PASS OVER THE MASTER
      *            READS YEARS OF DEAD ACCOUNTS. THIS STEP REMOVES
      *            EVERY INACTIVE ACCOUNT WHOSE LAST-POSTED DATE IS
      *            MORE THAN A RETENTION PERIOD BEFORE THE PURGE DATE.
      *
      *            EACH PURGED RECORD IS FIRST WRITTEN, EXACTLY AS IT
      *            STANDS ON THE MASTER, TO A PURGE ARCHIVE FILE
      *            CLOSED BY A CONTROL TRAILER (RECORD COUNT, AMOUNT
      *            TOTAL, PURGE DATE, CUT-OFF DATE AND RETENTION
      *            DAYS). THE ARCHIVE IS READ BACK AND PROVED AGAINST
      *            ITS TRAILER BEFORE THE MASTER IS OPENED FOR UPDATE,
      *            THE WAY CONVERT-ARCH PROVES ITS SPLIT BEFORE IT
      *            TOUCHES THE LIVE AUDIT FILE. THE PROVED ARCHIVE
      *            THEN DRIVES THE DELETES. EVERY ACCOUNT DELETED
      *            WRITES A PURGED AUDIT RECORD (ACTION P) DATED WITH
      *            THE PURGE DATE, BEFORE-IMAGE THE FINAL RECORD,
      *            AFTER-IMAGE SPACES, AND AN ENTRY ON THE PURGED-KEY
      *            REGISTER (PURGEKEY COPYBOOK) SO CONVERT-APPLY CAN
      *            TELL A PURGED ACCOUNT THAT REAPPEARS ON THE FEED
      *            FROM A NEW ONE.
      *
      *            NO AS-OF VIEW CHANGES: A PURGED ACCOUNT WAS
      *            INACTIVE FOR THE WHOLE RETENTION PERIOD, AND EVERY
      *            EARLIER STATE IT HAD IS STILL CARRIED BY ITS
      *            EARLIER AUDIT RECORDS. CONVERT-ASOF PASSES OVER THE
      *            PURGED RECORDS, AND CONVERT-HIST PRINTS THEM.
      *
      * USAGE:     CONVERT-PURGE MASTER-FILENAME AUDIT-FILENAME
      *            ARCHIVE-FILENAME PURGED-KEYS-FILENAME PURGE-DATE
      *            RETENTION-DAYS
      *
      *            PURGE-DATE IS CCYYMMDD, NORMALLY THE BUSINESS DATE
      *            OF THE LAST NIGHT POSTED. RETENTION-DAYS IS IN
      *            CALENDAR DAYS: AN INACTIVE ACCOUNT IS PURGED WHEN
      *            ITS LAST-POSTED DATE IS BEFORE PURGE-DATE LESS
      *            RETENTION-DAYS. ARCHIVE-FILENAME SHOULD CARRY THE
      *            PURGE DATE (PURGE.CCYYMMDD.TXT) AND MUST NOT
      *            ALREADY EXIST -- A PURGE ARCHIVE IS THE ONLY COPY
      *            OF THE RECORDS IT HOLDS AND IS NEVER OVERWRITTEN.
      *            PURGED-KEYS-FILENAME IS THE INDEXED PURGED-KEY
      *            REGISTER, CREATED BY THE FIRST PURGE.
      *
      *            AN ACCOUNT THAT NO LONGER MATCHES ITS ARCHIVED
      *            IMAGE WHEN ITS TURN TO BE DELETED COMES IS LEFT ON
      *            THE MASTER AND REPORTED; IT STAYS ON THE ARCHIVE,
      *            WHICH IS THEN A SUPERSET OF WHAT WAS PURGED.
      *
      *            RETURN-CODE IS 16 FOR BAD ARGUMENTS, A FILE THAT
      *            CANNOT BE OPENED, AN ARCHIVE THAT ALREADY EXISTS,
      *            OR AN ARCHIVE THAT DOES NOT PROVE; 12 IF A MASTER
      *            DELETE OR A REGISTER WRITE FAILS; 4 IF ANY ARCHIVED
      *            ACCOUNT WAS LEFT ON THE MASTER; 0 OTHERWISE,
      *            INCLUDING A RUN THAT FOUND NOTHING OLD ENOUGH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-PURGE.
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

      * OPTIONAL SO THE FIRST PURGE CREATES THE REGISTER RATHER THAN
      * FAILING BECAUSE IT DOES NOT EXIST YET.
           SELECT OPTIONAL PURGED-KEY-FILE
               ASSIGN TO DYNAMIC PURGED-KEYS-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PURGED-ACCOUNT-KEY
               FILE STATUS IS PURGED-KEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY MASTER.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDIT.

      * ONE FULL MASTER RECORD PER PURGED ACCOUNT, SO THE ARCHIVE CAN
      * BE LOADED STRAIGHT BACK, CLOSED BY A CONTROL TRAILER THAT
      * PROVES IT COMPLETE WITHOUT THE JOB LOG. THE TRAILER'S KEY
      * FIELD IS A VALUE NO REAL ACCOUNT CAN CARRY, THE WAY
      * CONVERT-ARCH MARKS ITS CARRIED-FORWARD RECORD.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                PIC X(80).
       01  ARCHIVE-TRAILER-RECORD REDEFINES ARCHIVE-RECORD.
           05  ARCHIVE-TRAILER-KEY           PIC X(10).
           05  ARCHIVE-TRAILER-RECORD-COUNT  PIC 9(09).
           05  ARCHIVE-TRAILER-AMOUNT-TOTAL  PIC S9(11)V99.
           05  ARCHIVE-TRAILER-PURGE-DATE    PIC 9(08).
           05  ARCHIVE-TRAILER-CUTOFF-DATE   PIC 9(08).
           05  ARCHIVE-TRAILER-RETENTION     PIC 9(05).
           05  FILLER                        PIC X(27).

       FD  PURGED-KEY-FILE.
       01  PURGED-KEY-RECORD.
           COPY PURGEKEY.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).

       01  ARG-VALUES.
           05  MASTER-FILENAME          PIC X(120).
           05  AUDIT-FILENAME           PIC X(120).
           05  ARCHIVE-FILENAME         PIC X(120).
           05  PURGED-KEYS-FILENAME     PIC X(120).
           05  PURGE-DATE-ARGUMENT      PIC X(10).
           05  RETENTION-ARGUMENT       PIC X(10).

       01  PURGE-DATE                   PIC 9(08) VALUE ZERO.
       01  PURGE-DATE-INTEGER           PIC 9(07) VALUE ZERO.
       01  RETENTION-DAYS               PIC 9(05) VALUE ZERO.
       01  CUTOFF-DATE-INTEGER          PIC 9(07) VALUE ZERO.
       01  CUTOFF-DATE                  PIC 9(08) VALUE ZERO.

       01  MASTER-FILE-STATUS            PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS             PIC X(2) VALUE "00".
       01  ARCHIVE-FILE-STATUS           PIC X(2) VALUE "00".
       01  PURGED-KEY-FILE-STATUS        PIC X(2) VALUE "00".
       01  EOF-MASTER-SW                 PIC X VALUE SPACE.
           88  END-OF-MASTER             VALUE "Y".
       01  EOF-ARCHIVE-SW                PIC X VALUE SPACE.
           88  END-OF-ARCHIVE            VALUE "Y".
       01  MASTER-RECORD-FOUND-SW        PIC X VALUE SPACE.
           88  MASTER-RECORD-FOUND       VALUE "Y".
           88  MASTER-RECORD-NOT-FOUND   VALUE "N".

       01  TRAILER-KEY-VALUE             PIC X(10) VALUE "*PURGETRL*".

      * THE ARCHIVED RECORD BEING PROVED OR PURGED, DECODED WITH THE
      * MASTER LAYOUT. FIELD REFERENCES ARE QUALIFIED
      * (OF ARCHIVED-IMAGE-DETAIL / OF MASTER-RECORD), THE WAY
      * CONVERT-BACK QUALIFIES ITS RESTORED IMAGE.
       01  ARCHIVED-IMAGE-DETAIL.
           COPY MASTER.

       01  MASTER-RECORD-COUNT           PIC 9(09) VALUE ZERO.
       01  ACTIVE-ACCOUNT-COUNT          PIC 9(09) VALUE ZERO.
       01  INACTIVE-RETAINED-COUNT       PIC 9(09) VALUE ZERO.
       01  SELECTED-COUNT                PIC 9(09) VALUE ZERO.
       01  SELECTED-AMOUNT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  PROVED-COUNT                  PIC 9(09) VALUE ZERO.
       01  PROVED-AMOUNT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  TRAILER-RECORD-COUNT          PIC 9(09) VALUE ZERO.
       01  TRAILER-STATED-COUNT          PIC 9(09) VALUE ZERO.
       01  TRAILER-STATED-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  ACCOUNTS-PURGED-COUNT         PIC 9(09) VALUE ZERO.
       01  PURGED-AMOUNT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  ACCOUNTS-LEFT-COUNT           PIC 9(09) VALUE ZERO.
       01  KEYS-PURGED-BEFORE-COUNT      PIC 9(09) VALUE ZERO.

      * EDITED AMOUNTS FOR THE PROOF AND END-OF-RUN LINES.
       01  AMOUNT-EDITED                 PIC -(11)9.99.
       01  OTHER-AMOUNT-EDITED           PIC -(11)9.99.

       01  PURGE-OK-SW                   PIC X VALUE "Y".
           88  PURGE-OK                  VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-SELECT-FOR-PURGE
           PERFORM 2000-WRITE-ARCHIVE-TRAILER
           PERFORM 3000-PROVE-ARCHIVE
           PERFORM 4000-PURGE-MASTER
           PERFORM 8000-TERMINATE
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO MASTER-FILENAME AUDIT-FILENAME ARCHIVE-FILENAME
                   PURGED-KEYS-FILENAME PURGE-DATE-ARGUMENT
                   RETENTION-ARGUMENT
           END-UNSTRING

           IF  MASTER-FILENAME = SPACES
           OR AUDIT-FILENAME = SPACES
           OR ARCHIVE-FILENAME = SPACES
           OR PURGED-KEYS-FILENAME = SPACES
           OR PURGE-DATE-ARGUMENT = SPACES
           OR RETENTION-ARGUMENT = SPACES
               DISPLAY 'USAGE: CONVERT-PURGE MASTER-FILENAME'
                   ' AUDIT-FILENAME ARCHIVE-FILENAME'
                   ' PURGED-KEYS-FILENAME PURGE-DATE RETENTION-DAYS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  PURGE-DATE-ARGUMENT(1:8) NOT NUMERIC
           OR PURGE-DATE-ARGUMENT(9:2) NOT = SPACES
               DISPLAY 'CONVERT-PURGE: PURGE-DATE MUST BE CCYYMMDD,'
                   ' NOT ' PURGE-DATE-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PURGE-DATE-ARGUMENT(1:8) TO PURGE-DATE
           COMPUTE PURGE-DATE-INTEGER = FUNCTION
               INTEGER-OF-DATE(PURGE-DATE)
           IF  PURGE-DATE-INTEGER = ZERO
               DISPLAY 'CONVERT-PURGE: PURGE-DATE ' PURGE-DATE
                   ' IS NOT A VALID CALENDAR DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF  FUNCTION TRIM(RETENTION-ARGUMENT) IS NUMERIC
           AND RETENTION-ARGUMENT(6:5) = SPACES
               MOVE FUNCTION NUMVAL(RETENTION-ARGUMENT)
                   TO RETENTION-DAYS
           END-IF
           IF  RETENTION-DAYS = ZERO
           OR RETENTION-DAYS NOT < PURGE-DATE-INTEGER
               DISPLAY 'CONVERT-PURGE: RETENTION-DAYS MUST BE A'
                   ' NUMBER OF DAYS FROM 1 TO 99999, NOT '
                   RETENTION-ARGUMENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE CUTOFF-DATE-INTEGER =
               PURGE-DATE-INTEGER - RETENTION-DAYS
           COMPUTE CUTOFF-DATE = FUNCTION
               DATE-OF-INTEGER(CUTOFF-DATE-INTEGER)

      *    THE AUDIT TRAIL MUST BE THERE BEFORE ANYTHING IS WRITTEN:
      *    A PURGE WITH NOWHERE TO RECORD ITS P RECORDS IS REFUSED.
           OPEN INPUT AUDIT-FILE
           IF  AUDIT-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-PURGE: CANNOT OPEN AUDIT FILE '
                   FUNCTION TRIM(AUDIT-FILENAME) ', STATUS '
                   AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE AUDIT-FILE

           OPEN INPUT ARCHIVE-FILE
           IF  ARCHIVE-FILE-STATUS = "00"
               CLOSE ARCHIVE-FILE
               DISPLAY 'CONVERT-PURGE: ARCHIVE FILE '
                   FUNCTION TRIM(ARCHIVE-FILENAME) ' ALREADY EXISTS'
                   ' -- A PURGE ARCHIVE IS NEVER OVERWRITTEN, NAME'
                   ' A NEW ONE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MASTER-FILE
           IF  MASTER-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-PURGE: CANNOT OPEN MASTER FILE '
                   FUNCTION TRIM(MASTER-FILENAME) ', STATUS '
                   MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVE-FILE
           IF  ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-PURGE: CANNOT CREATE ARCHIVE FILE '
                   FUNCTION TRIM(ARCHIVE-FILENAME) ', STATUS '
                   ARCHIVE-FILE-STATUS
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      ******************************************************************
      * SELECTION PASS, READ-ONLY OVER THE MASTER IN KEY ORDER: EVERY
      * INACTIVE ACCOUNT LAST POSTED BEFORE THE CUT-OFF IS COPIED TO
      * THE ARCHIVE AND COUNTED. NOTHING IS DELETED HERE.
      ******************************************************************
       1000-SELECT-FOR-PURGE.

           MOVE LOW-VALUES TO MASTER-ACCOUNT-KEY OF MASTER-RECORD
           START MASTER-FILE
               KEY IS GREATER THAN MASTER-ACCOUNT-KEY OF MASTER-RECORD
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START

           PERFORM 1100-SELECT-ONE-ACCOUNT UNTIL END-OF-MASTER
           CLOSE MASTER-FILE

           DISPLAY 'CONVERT-PURGE: ' MASTER-RECORD-COUNT
               ' MASTER RECORDS READ, ' SELECTED-COUNT
               ' INACTIVE SINCE BEFORE ' CUTOFF-DATE
               ' SELECTED FOR PURGE'
           .

       1100-SELECT-ONE-ACCOUNT.

           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO MASTER-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN MASTER-ACCOUNT-ACTIVE OF MASTER-RECORD
                           ADD 1 TO ACTIVE-ACCOUNT-COUNT
                       WHEN MASTER-LAST-POSTED-DATE OF MASTER-RECORD
                               NOT < CUTOFF-DATE
                           ADD 1 TO INACTIVE-RETAINED-COUNT
                       WHEN OTHER
                           MOVE MASTER-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           ADD 1 TO SELECTED-COUNT
                           ADD MASTER-AMOUNT OF MASTER-RECORD
                               TO SELECTED-AMOUNT-TOTAL
                   END-EVALUATE
           END-READ
           .

       2000-WRITE-ARCHIVE-TRAILER.

           MOVE SPACES TO ARCHIVE-RECORD
           MOVE TRAILER-KEY-VALUE TO ARCHIVE-TRAILER-KEY
           MOVE SELECTED-COUNT TO ARCHIVE-TRAILER-RECORD-COUNT
           MOVE SELECTED-AMOUNT-TOTAL TO ARCHIVE-TRAILER-AMOUNT-TOTAL
           MOVE PURGE-DATE TO ARCHIVE-TRAILER-PURGE-DATE
           MOVE CUTOFF-DATE TO ARCHIVE-TRAILER-CUTOFF-DATE
           MOVE RETENTION-DAYS TO ARCHIVE-TRAILER-RETENTION
           WRITE ARCHIVE-RECORD
           CLOSE ARCHIVE-FILE
           .

      ******************************************************************
      * THE COMPLETENESS PROOF: THE ARCHIVE AS IT NOW SITS ON DISK IS
      * READ BACK, AND ITS RECORDS MUST AGREE WITH ITS OWN TRAILER AND
      * WITH WHAT THE SELECTION PASS WROTE, BY COUNT AND BY AMOUNT. A
      * MISMATCH STOPS THE STEP WITH THE MASTER STILL UNTOUCHED.
      ******************************************************************
       3000-PROVE-ARCHIVE.

           OPEN INPUT ARCHIVE-FILE
           IF  ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY 'CONVERT-PURGE: CANNOT REOPEN ARCHIVE FILE '
                   FUNCTION TRIM(ARCHIVE-FILENAME) ', STATUS '
                   ARCHIVE-FILE-STATUS ' -- MASTER LEFT UNTOUCHED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3900-READ-ARCHIVE
           PERFORM 3100-PROVE-ONE-RECORD UNTIL END-OF-ARCHIVE
           CLOSE ARCHIVE-FILE

           IF  TRAILER-RECORD-COUNT NOT = 1
           OR TRAILER-STATED-COUNT NOT = PROVED-COUNT
           OR TRAILER-STATED-TOTAL NOT = PROVED-AMOUNT-TOTAL
           OR PROVED-COUNT NOT = SELECTED-COUNT
           OR PROVED-AMOUNT-TOTAL NOT = SELECTED-AMOUNT-TOTAL
               MOVE PROVED-AMOUNT-TOTAL TO AMOUNT-EDITED
               MOVE SELECTED-AMOUNT-TOTAL TO OTHER-AMOUNT-EDITED
               DISPLAY 'CONVERT-PURGE: ARCHIVE DOES NOT PROVE --'
                   ' SELECTED ' SELECTED-COUNT '/'
                   FUNCTION TRIM(OTHER-AMOUNT-EDITED) ', READ BACK '
                   PROVED-COUNT '/' FUNCTION TRIM(AMOUNT-EDITED)
                   ', TRAILERS ' TRAILER-RECORD-COUNT
                   ' -- MASTER LEFT UNTOUCHED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PROVED-AMOUNT-TOTAL TO AMOUNT-EDITED
           DISPLAY 'CONVERT-PURGE: ARCHIVE '
               FUNCTION TRIM(ARCHIVE-FILENAME) ' PROVED, '
               PROVED-COUNT ' RECORD(S), AMOUNT '
               FUNCTION TRIM(AMOUNT-EDITED)
           .

       3100-PROVE-ONE-RECORD.

           IF  ARCHIVE-TRAILER-KEY = TRAILER-KEY-VALUE
               ADD 1 TO TRAILER-RECORD-COUNT
               MOVE ARCHIVE-TRAILER-RECORD-COUNT
                   TO TRAILER-STATED-COUNT
               MOVE ARCHIVE-TRAILER-AMOUNT-TOTAL
                   TO TRAILER-STATED-TOTAL
           ELSE
               MOVE ARCHIVE-RECORD TO ARCHIVED-IMAGE-DETAIL
               ADD 1 TO PROVED-COUNT
               ADD MASTER-AMOUNT OF ARCHIVED-IMAGE-DETAIL
                   TO PROVED-AMOUNT-TOTAL
           END-IF

           PERFORM 3900-READ-ARCHIVE
           .

       3900-READ-ARCHIVE.

           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ
           .

      ******************************************************************
      * PURGE PASS, DRIVEN BY THE PROVED ARCHIVE: EACH ARCHIVED
      * ACCOUNT IS READ BY KEY AND DELETED, WITH ONE PURGED AUDIT
      * RECORD AND ONE REGISTER ENTRY PER DELETE. THE REGISTER, THE
      * MASTER AND THE AUDIT TRAIL ARE ALL OPENED BEFORE THE FIRST
      * DELETE, SO A FILE THAT CANNOT BE OPENED STOPS THE RUN WITH
      * NOTHING REMOVED.
      ******************************************************************
       4000-PURGE-MASTER.

           IF  SELECTED-COUNT = 0
               DISPLAY 'CONVERT-PURGE: NOTHING INACTIVE SINCE BEFORE '
                   CUTOFF-DATE ' -- MASTER NOT OPENED FOR UPDATE'
           ELSE
               OPEN I-O PURGED-KEY-FILE
               IF  PURGED-KEY-FILE-STATUS NOT = "00"
               AND PURGED-KEY-FILE-STATUS NOT = "05"
                   DISPLAY 'CONVERT-PURGE: CANNOT OPEN PURGED-KEY'
                       ' REGISTER ' FUNCTION TRIM(PURGED-KEYS-FILENAME)
                       ', STATUS ' PURGED-KEY-FILE-STATUS
                       ' -- MASTER LEFT UNTOUCHED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O MASTER-FILE
               IF  MASTER-FILE-STATUS NOT = "00"
                   DISPLAY 'CONVERT-PURGE: CANNOT OPEN MASTER FILE '
                       FUNCTION TRIM(MASTER-FILENAME) ' FOR UPDATE,'
                       ' STATUS ' MASTER-FILE-STATUS
                   CLOSE PURGED-KEY-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN EXTEND AUDIT-FILE
               OPEN INPUT ARCHIVE-FILE
               SET EOF-ARCHIVE-SW TO SPACE
               PERFORM 3900-READ-ARCHIVE
               PERFORM 4100-PURGE-ONE-ACCOUNT UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
               CLOSE MASTER-FILE
               CLOSE AUDIT-FILE
               CLOSE PURGED-KEY-FILE
           END-IF
           .

      ******************************************************************
      * PURGES ONE ARCHIVED ACCOUNT. THE MASTER RECORD MUST STILL BE
      * EXACTLY THE IMAGE THAT WAS ARCHIVED; ONE THAT HAS GONE OR
      * CHANGED IS LEFT ALONE AND REPORTED, SO NOTHING IS EVER DELETED
      * THAT THE ARCHIVE DOES NOT HOLD.
      ******************************************************************
       4100-PURGE-ONE-ACCOUNT.

           IF  ARCHIVE-TRAILER-KEY NOT = TRAILER-KEY-VALUE
               MOVE ARCHIVE-RECORD TO ARCHIVED-IMAGE-DETAIL
               MOVE MASTER-ACCOUNT-KEY OF ARCHIVED-IMAGE-DETAIL
                   TO MASTER-ACCOUNT-KEY OF MASTER-RECORD
               READ MASTER-FILE
                   KEY IS MASTER-ACCOUNT-KEY OF MASTER-RECORD
                   INVALID KEY
                       SET MASTER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-RECORD-FOUND TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN MASTER-RECORD-NOT-FOUND
                       DISPLAY 'CONVERT-PURGE: ACCOUNT '
                           MASTER-ACCOUNT-KEY OF ARCHIVED-IMAGE-DETAIL
                           ' IS NO LONGER ON THE MASTER -- NOT PURGED'
                       ADD 1 TO ACCOUNTS-LEFT-COUNT
                   WHEN MASTER-RECORD NOT = ARCHIVED-IMAGE-DETAIL
                       DISPLAY 'CONVERT-PURGE: ACCOUNT '
                           MASTER-ACCOUNT-KEY OF ARCHIVED-IMAGE-DETAIL
                           ' CHANGED AFTER IT WAS ARCHIVED -- LEFT ON'
                           ' THE MASTER'
                       ADD 1 TO ACCOUNTS-LEFT-COUNT
                   WHEN OTHER
                       DELETE MASTER-FILE RECORD
                       PERFORM 4200-CHECK-MASTER-STATUS
                       IF  MASTER-FILE-STATUS = "00"
                       OR MASTER-FILE-STATUS = "02"
                           ADD 1 TO ACCOUNTS-PURGED-COUNT
                           ADD MASTER-AMOUNT OF ARCHIVED-IMAGE-DETAIL
                               TO PURGED-AMOUNT-TOTAL
                           PERFORM 4300-WRITE-PURGE-AUDIT
                           PERFORM 4400-REGISTER-PURGED-KEY
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM 3900-READ-ARCHIVE
           .

       4200-CHECK-MASTER-STATUS.

           IF  MASTER-FILE-STATUS NOT = "00"
           AND MASTER-FILE-STATUS NOT = "02"
               DISPLAY 'CONVERT-PURGE: MASTER DELETE FAILED FOR KEY '
                   MASTER-ACCOUNT-KEY OF ARCHIVED-IMAGE-DETAIL
                   ', STATUS ' MASTER-FILE-STATUS
               SET PURGE-OK-SW TO SPACE
           END-IF
           .

      ******************************************************************
      * WRITES THE PURGED AUDIT RECORD: THE FINAL RECORD AS THE
      * BEFORE-IMAGE, SPACES AFTER, THE SAME WAY A BACKOUT RECORDS AN
      * ACCOUNT IT REMOVED.
      ******************************************************************
       4300-WRITE-PURGE-AUDIT.

           MOVE PURGE-DATE TO AUDIT-RUN-DATE
           SET AUDIT-ACCOUNT-PURGED TO TRUE
           MOVE MASTER-ACCOUNT-KEY OF ARCHIVED-IMAGE-DETAIL
               TO AUDIT-ACCOUNT-KEY
           MOVE ARCHIVED-IMAGE-DETAIL TO AUDIT-BEFORE-IMAGE
           MOVE SPACES TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-OPERATOR-IDS
           WRITE AUDIT-RECORD
           .

      ******************************************************************
      * RECORDS THE KEY ON THE PURGED-KEY REGISTER. A KEY ALREADY
      * THERE WAS PURGED BEFORE, CAME BACK ON THE FEED, AND HAS NOW
      * GONE QUIET AGAIN: ITS ENTRY IS REPLACED WITH THIS PURGE.
      ******************************************************************
       4400-REGISTER-PURGED-KEY.

           MOVE MASTER-ACCOUNT-KEY OF ARCHIVED-IMAGE-DETAIL
               TO PURGED-ACCOUNT-KEY
           MOVE PURGE-DATE TO PURGED-PURGE-DATE
           MOVE MASTER-LAST-POSTED-DATE OF ARCHIVED-IMAGE-DETAIL
               TO PURGED-LAST-POSTED-DATE
           MOVE MASTER-CREATED-DATE OF ARCHIVED-IMAGE-DETAIL
               TO PURGED-CREATED-DATE
           MOVE MASTER-AMOUNT OF ARCHIVED-IMAGE-DETAIL
               TO PURGED-FINAL-AMOUNT
           MOVE ARCHIVE-FILENAME TO PURGED-ARCHIVE-NAME

           WRITE PURGED-KEY-RECORD
           IF  PURGED-KEY-FILE-STATUS = "22"
               ADD 1 TO KEYS-PURGED-BEFORE-COUNT
               REWRITE PURGED-KEY-RECORD
           END-IF
           IF  PURGED-KEY-FILE-STATUS NOT = "00"
           AND PURGED-KEY-FILE-STATUS NOT = "02"
               DISPLAY 'CONVERT-PURGE: PURGED-KEY REGISTER WRITE'
                   ' FAILED FOR KEY ' PURGED-ACCOUNT-KEY
                   ', STATUS ' PURGED-KEY-FILE-STATUS
               SET PURGE-OK-SW TO SPACE
           END-IF
           .

       8000-TERMINATE.

           MOVE PURGED-AMOUNT-TOTAL TO AMOUNT-EDITED
           DISPLAY "CONVERT-PURGE: " ACCOUNTS-PURGED-COUNT
               " ACCOUNT(S) PURGED ON " PURGE-DATE ", INACTIVE"
               " SINCE BEFORE " CUTOFF-DATE " (" RETENTION-DAYS
               " DAYS RETAINED)"
           DISPLAY "CONVERT-PURGE:   MASTER RECORDS READ:    "
               MASTER-RECORD-COUNT
           DISPLAY "CONVERT-PURGE:   ACTIVE, KEPT:           "
               ACTIVE-ACCOUNT-COUNT
           DISPLAY "CONVERT-PURGE:   INACTIVE, KEPT:         "
               INACTIVE-RETAINED-COUNT
           DISPLAY "CONVERT-PURGE:   ARCHIVED:               "
               SELECTED-COUNT
           DISPLAY "CONVERT-PURGE:   PURGED:                 "
               ACCOUNTS-PURGED-COUNT
           DISPLAY "CONVERT-PURGE:   ARCHIVED, LEFT ON FILE: "
               ACCOUNTS-LEFT-COUNT
           DISPLAY "CONVERT-PURGE:   KEYS PURGED BEFORE:     "
               KEYS-PURGED-BEFORE-COUNT
           DISPLAY "CONVERT-PURGE:   AMOUNT PURGED:          "
               FUNCTION TRIM(AMOUNT-EDITED)

           IF  NOT PURGE-OK
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  ACCOUNTS-LEFT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
