      *            AND DEFAULTS TO 200. AN ADDED (A) OR DELETED (D)
      *            ACCOUNT'S MOVEMENT IS ITS WHOLE AMOUNT; THE
      *            PERCENTAGE TEST APPLIES ONLY TO A C-TYPE CHANGE
      *            OR R-TYPE RENUMBER WITH A NON-ZERO PRIOR AMOUNT.
      *            WATCH-CODES IS UP TO FIVE TWO-CHARACTER STATUS
      *            CODES RUN TOGETHER (DEFAULT "CL"); A C-TYPE OR
      *            R-TYPE CHANGE ENTERING OR
      *            LEAVING ANY OF THEM IS FLAGGED REGARDLESS OF THE
      *            AMOUNT.
      *
      *            THE JOB CAN ROUTE THE SHEET TO THE REVIEW QUEUE)
      *            OR WHEN THE DELTA FILE HAS NO TRAILER OR DOES NOT
      *            BALANCE AGAINST IT; 0 ON A QUIET NIGHT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  THE DELTA LAYOUT NOW COMES FROM THE DELTA
      *                COPYBOOK. A RENUMBERED ACCOUNT (R) IS
      *                EVALUATED LIKE A C-TYPE CHANGE -- ITS OLD AND
      *                NEW VALUES ARE THE SAME ACCOUNT ON EITHER SIDE
      *                OF THE RENUMBER -- AND IS LISTED UNDER ITS NEW
      *                KEY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-MOVE.
       DATA DIVISION.
       FILE SECTION.

      * THE DELTA FILE CONVERT-DELTA WRITES, INCLUDING ITS TRAILER
      * VIEW (DELTA COPYBOOK).
       FD  DELTA-FILE.
       01  DELTA-RECORD.
           COPY DELTA.

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(132).
           END-IF

           MOVE ZERO TO MOVEMENT-PCT
           IF  (DELTA-ACCOUNT-CHANGED OR DELTA-ACCOUNT-RENUMBERED)
           AND OLD-AMOUNT-WORK NOT = ZERO
               IF  OLD-AMOUNT-WORK < ZERO
                   COMPUTE OLD-MAGNITUDE = ZERO - OLD-AMOUNT-WORK
       1300-EVALUATE-WATCH-STATUS.

           SET WATCH-FLAGGED-SW TO SPACE
           IF  (DELTA-ACCOUNT-CHANGED OR DELTA-ACCOUNT-RENUMBERED)
           AND DELTA-OLD-STATUS-CODE NOT = DELTA-NEW-STATUS-CODE
               PERFORM 1350-MATCH-WATCH-CODE
                   VARYING WATCH-CODE-INDEX FROM 1 BY 1
