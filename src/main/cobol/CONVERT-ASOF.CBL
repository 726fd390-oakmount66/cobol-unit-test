      *                AND NAMES THE MARKER RATHER THAN REBUILDING A
      *                FILE THAT WOULD BALANCE AND STILL BE WRONG;
      *                AN OLDER MARKER IS SIMPLY SKIPPED.
      *   15 OCT 2026  AN ACCOUNT CAN NOW LEAVE THE MASTER UNDER ITS
      *                OLD KEY -- RENUMBERED BY CONVERT-APPLY (ACTION
      *                N) -- WHILE ITS ROLLBACK IMAGE STILL SAYS IT
      *                WAS ACTIVE ON THE AS-OF DAY. ROLLBACK ENTRIES
      *                NOT MATCHED ON THE MASTER ARE NOW WRITTEN TOO,
      *                AND THE DETAIL RECORDS PASS THROUGH A SORT ON
      *                THE ACCOUNT KEY SO THE REBUILT FILE STAYS IN
      *                KEY ORDER.
      *   15 OCT 2026  PURGED RECORDS (ACTION P, WRITTEN BY
      *                CONVERT-PURGE) ARE PASSED OVER. A PURGED
      *                ACCOUNT WAS INACTIVE THROUGHOUT ITS RETENTION
      *                PERIOD, SO ITS PURGE CHANGES NO AS-OF STATE --
      *                ANY EARLIER STATE IS CARRIED BY ITS EARLIER
      *                RECORDS, AND AN ACCOUNT GONE FROM THE MASTER
      *                WITH NO RECORD AFTER THE AS-OF DATE WAS NOT
      *                ACTIVE ON IT. SKIPPING THEM ALSO KEEPS A LARGE
      *                PURGE OUT OF THE ROLLBACK TABLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ASOF.
               ASSIGN TO DYNAMIC OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO "CONVERT-ASOF-SORTWK".

       DATA DIVISION.
       FILE SECTION.

       01  OUTPUT-RECORD.
           COPY OUTPUT.

      * ONE AS-OF-ACTIVE ACCOUNT PER SORT RECORD, WHETHER IT CAME FROM
      * THE MASTER SWEEP OR FROM A ROLLBACK ENTRY WHOSE KEY IS NO
      * LONGER ON THE MASTER.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-ACCOUNT-KEY          PIC X(10).
           05  SORT-AS-OF-IMAGE          PIC X(80).

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
           88  END-OF-AUDIT              VALUE "Y".
       01  EOF-MASTER-SW                 PIC X VALUE SPACE.
           88  END-OF-MASTER             VALUE "Y".
       01  SORT-DETAILS-DONE-SW          PIC X VALUE SPACE.
           88  SORT-DETAILS-DONE         VALUE "Y".

      * ONE ENTRY PER ACCOUNT THAT MOVED AFTER THE AS-OF DATE,
      * HOLDING THE BEFORE-IMAGE OF ITS EARLIEST POST-CUTOFF
      * AS-OF DAY. BOUNDED LIKE THE OTHER IN-CORE TABLES, BUT
      * GENEROUSLY, AND AN OVERFLOW FAILS THE RUN OUTRIGHT: A
      * RECONSTRUCTION MISSING EVEN ONE ROLLBACK WOULD BALANCE
      * AGAINST ITS OWN TRAILER AND STILL BE WRONG. THE ON-MASTER
      * SWITCH IS SET AS THE MASTER SWEEP MATCHES AN ENTRY; THE
      * ENTRIES LEFT UNMATCHED ARE ACCOUNTS NO LONGER ON THE MASTER
      * UNDER THAT KEY.
       01  ROLLBACK-TABLE.
           05  ROLLBACK-ENTRY OCCURS 1000 TIMES.
               10  ROLLBACK-ENTRY-KEY      PIC X(10).
               10  ROLLBACK-ENTRY-IMAGE    PIC X(80).
               10  ROLLBACK-ENTRY-ON-MASTER-SW PIC X(01).
                   88  ROLLBACK-ENTRY-ON-MASTER VALUE "Y".
       01  ROLLBACK-TABLE-USED           PIC 9(04) VALUE ZERO.
       01  ROLLBACK-TABLE-INDEX          PIC 9(04) VALUE ZERO.
       01  ROLLBACK-FOUND-INDEX          PIC 9(04) VALUE ZERO.
       01  AUDIT-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  MASTER-RECORD-COUNT           PIC 9(09) VALUE ZERO.
       01  ROLLED-BACK-COUNT             PIC 9(09) VALUE ZERO.
       01  OFF-MASTER-COUNT              PIC 9(09) VALUE ZERO.
       01  NOT-YET-EXISTING-COUNT        PIC 9(09) VALUE ZERO.
       01  INACTIVE-AS-OF-COUNT          PIC 9(09) VALUE ZERO.
       01  OUTPUT-RECORD-COUNT           PIC 9(09) VALUE ZERO.

           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-ROLLBACK-TABLE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT-KEY
               INPUT PROCEDURE IS 2000-REBUILD-SNAPSHOT
               OUTPUT PROCEDURE IS 3000-WRITE-SNAPSHOT

           PERFORM 9000-TERMINATE
           GOBACK
           .

                   GOBACK
               END-IF
           ELSE
               IF  NOT AUDIT-ACCOUNT-PURGED
                   PERFORM 1150-CONSIDER-FOR-ROLLBACK
               END-IF
           END-IF

           PERFORM 1900-READ-AUDIT
                       TO ROLLBACK-ENTRY-KEY(ROLLBACK-TABLE-USED)
                   MOVE AUDIT-BEFORE-IMAGE
                       TO ROLLBACK-ENTRY-IMAGE(ROLLBACK-TABLE-USED)
                   MOVE SPACE TO
                       ROLLBACK-ENTRY-ON-MASTER-SW(ROLLBACK-TABLE-USED)
               END-IF
           END-IF
           .
           .

      ******************************************************************
      * SORT INPUT PROCEDURE: WALKS THE MASTER IN KEY ORDER, THE SAME
      * SEQUENTIAL SWEEP CONVERT-APPLY'S FLAG-INACTIVE PASS USES,
      * SUBSTITUTING THE ROLLED-BACK IMAGE FOR ANY ACCOUNT THAT MOVED
      * AFTER THE AS-OF DATE. AN ACCOUNT THAT DID NOT EXIST YET
      * (SPACES IMAGE) OR WAS INACTIVE AS OF THAT DAY WAS NOT IN THAT
      * DAY'S CONVERTED FILE AND IS SKIPPED; THE REST ARE RELEASED.
      * THEN THE ROLLBACK ENTRIES THE SWEEP NEVER MATCHED -- ACCOUNTS
      * THAT HAVE SINCE LEFT THE MASTER UNDER THAT KEY -- ARE PUT
      * THROUGH THE SAME TEST, AND THE SORT SLOTS THEM BACK INTO KEY
      * ORDER.
      ******************************************************************
       2000-REBUILD-SNAPSHOT SECTION.
       2010-SELECT-ACCOUNTS.

           MOVE LOW-VALUES TO MASTER-ACCOUNT-KEY OF MASTER-RECORD
           START MASTER-FILE
           END-START

           PERFORM 2100-REBUILD-ONE-ACCOUNT UNTIL END-OF-MASTER
           PERFORM 2600-REBUILD-OFF-MASTER
               VARYING ROLLBACK-TABLE-INDEX FROM 1 BY 1
               UNTIL ROLLBACK-TABLE-INDEX > ROLLBACK-TABLE-USED
           GO TO 2999-EXIT
           .

       2100-REBUILD-ONE-ACCOUNT.
               NOT AT END
                   ADD 1 TO MASTER-RECORD-COUNT
                   PERFORM 2200-RESOLVE-AS-OF-IMAGE
                   PERFORM 2300-RELEASE-IF-ACTIVE
           END-READ
           .

           IF  ROLLBACK-FOUND
               MOVE ROLLBACK-ENTRY-IMAGE(ROLLBACK-FOUND-INDEX)
                   TO AS-OF-IMAGE-DETAIL
               SET ROLLBACK-ENTRY-ON-MASTER(ROLLBACK-FOUND-INDEX)
                   TO TRUE
               ADD 1 TO ROLLED-BACK-COUNT
           ELSE
               MOVE MASTER-RECORD TO AS-OF-IMAGE-DETAIL
           END-IF
           .

       2300-RELEASE-IF-ACTIVE.

           IF  AS-OF-IMAGE-DETAIL = SPACES
               ADD 1 TO NOT-YET-EXISTING-COUNT
           ELSE
               IF  MASTER-ACCOUNT-ACTIVE OF AS-OF-IMAGE-DETAIL
                   MOVE MASTER-ACCOUNT-KEY OF AS-OF-IMAGE-DETAIL
                       TO SORT-ACCOUNT-KEY
                   MOVE AS-OF-IMAGE-DETAIL TO SORT-AS-OF-IMAGE
                   RELEASE SORT-RECORD
               ELSE
                   ADD 1 TO INACTIVE-AS-OF-COUNT
               END-IF
           END-IF
           .

       2600-REBUILD-OFF-MASTER.

           IF  NOT ROLLBACK-ENTRY-ON-MASTER(ROLLBACK-TABLE-INDEX)
               MOVE ROLLBACK-ENTRY-IMAGE(ROLLBACK-TABLE-INDEX)
                   TO AS-OF-IMAGE-DETAIL
               ADD 1 TO OFF-MASTER-COUNT
               PERFORM 2300-RELEASE-IF-ACTIVE
           END-IF
           .

       2999-EXIT.
           EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE: WRITES THE AS-OF-ACTIVE ACCOUNTS IN KEY
      * ORDER AS DETAIL RECORDS, THEN THE TRAILER.
      ******************************************************************
       3000-WRITE-SNAPSHOT SECTION.
       3010-WRITE-RECORDS.

           PERFORM 3100-RETURN-ONE-RECORD UNTIL SORT-DETAILS-DONE
           PERFORM 3500-WRITE-TRAILER
           GO TO 3999-EXIT
           .

       3100-RETURN-ONE-RECORD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DETAILS-DONE TO TRUE
               NOT AT END
                   MOVE SORT-AS-OF-IMAGE TO AS-OF-IMAGE-DETAIL
                   PERFORM 3400-WRITE-ONE-DETAIL
           END-RETURN
           .

       3400-WRITE-ONE-DETAIL.

           MOVE SPACES TO OUTPUT-RECORD
           SET OUT-DETAIL-RECORD TO TRUE
      * AND CONVERT-CSV BALANCE AND DATE THE FILE AS IF IT WERE THAT
      * NIGHT'S OWN OUTPUT.
      ******************************************************************
       3500-WRITE-TRAILER.

           MOVE SPACES TO OUTPUT-RECORD
           SET OUT-TRAILER-RECORD TO TRUE
           WRITE OUTPUT-RECORD
           .

       3999-EXIT.
           EXIT.

      ******************************************************************
      * WRAP-UP AFTER THE SORT. A SECTION OF ITS OWN, AS IN
      * CONVERT-HIST, SO THE OUTPUT PROCEDURE ENDS AT ITS EXIT.
      ******************************************************************
       9000-TERMINATE SECTION.
       9010-WRAP-UP.

           CLOSE MASTER-FILE
           CLOSE OUTPUT-FILE
               NOT-YET-EXISTING-COUNT
           DISPLAY "CONVERT-ASOF:   INACTIVE AS OF DAY: "
               INACTIVE-AS-OF-COUNT
           DISPLAY "CONVERT-ASOF:   OFF THE MASTER NOW: "
               OFF-MASTER-COUNT

           MOVE 0 TO RETURN-CODE
           GO TO 9999-EXIT
           .

       9999-EXIT.
           EXIT.
