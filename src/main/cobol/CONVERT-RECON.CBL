      *            UNMATCHED RECORDS.
      *
      * USAGE:     CONVERT-RECON INPUT-FILENAME OUTPUT-FILENAME
      *            [RESULT-FILENAME]
      *
      *            WHEN RESULT-FILENAME IS GIVEN, ONE RECORD (RECONRES
      *            COPYBOOK) CARRYING THE RESULT AND THE FIGURES
      *            BEHIND IT IS WRITTEN THERE, REPLACING ANY EARLIER
      *            CONTENT, WHETHER OR NOT THE FILES RECONCILED.
      *
      *            RETURN-CODE IS 4 IF ANY RECORD IS UNMATCHED, THE
      *            MATCHED TOTAL DOES NOT AGREE WITH THE TRAILER, OR
      *                REPORTED, AND A DATE DISAGREEMENT BETWEEN THEM
      *                FAILS THE RECONCILIATION -- IT MEANS THE TWO
      *                FILES ARE FROM DIFFERENT GENERATIONS.
      *   15 OCT 2026  OPTIONAL RESULT FILE (RECONRES COPYBOOK) SO THE
      *                NIGHT'S CONTROL SHEET CAN TIE THE
      *                RECONCILIATION INTO THE REST OF THE CHAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-RECON.
               ASSIGN TO DYNAMIC OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULT-FILE
               ASSIGN TO DYNAMIC RESULT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  OUTPUT-RECORD.
           COPY OUTPUT.

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY RECONRES.

       WORKING-STORAGE SECTION.

       01  ARGS PIC X(500).
       01  ARG-VALUES.
           05  INPUT-FILENAME           PIC X(120).
           05  OUTPUT-FILENAME          PIC X(120).
           05  RESULT-FILENAME          PIC X(120).

       01  EOF-INPUT-SW                  PIC X VALUE SPACE.
           88  END-OF-INPUT              VALUE "Y".

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARGS DELIMITED BY SPACE
               INTO INPUT-FILENAME OUTPUT-FILENAME RESULT-FILENAME
           END-UNSTRING

           IF  INPUT-FILENAME = SPACES
           OR OUTPUT-FILENAME = SPACES
               DISPLAY 'USAGE: CONVERT-RECON INPUT-FILENAME'
                   ' OUTPUT-FILENAME [RESULT-FILENAME]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE

           IF  RESULT-FILENAME NOT = SPACES
               PERFORM 9100-WRITE-RESULT
           END-IF

           IF  RECON-OK
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      * WRITES THE ONE-RECORD RESULT FILE: THE FIGURES THE REPORT
      * ABOVE DISPLAYED AND WHETHER THEY RECONCILED.
      ******************************************************************
       9100-WRITE-RESULT.

           OPEN OUTPUT RESULT-FILE
           MOVE SPACES TO RESULT-RECORD
           IF  RECON-OK
               SET RECONRES-RECONCILED TO TRUE
           ELSE
               SET RECONRES-NOT-RECONCILED TO TRUE
           END-IF
           MOVE SEQUENCE-ERROR-SW TO RECONRES-SEQUENCE-ERROR-SW
           MOVE HEADER-BUSINESS-DATE TO RECONRES-HEADER-BUSINESS-DATE
           MOVE TRAILER-BUSINESS-DATE
               TO RECONRES-TRAILER-BUSINESS-DATE
           MOVE INPUT-RECORD-COUNT TO RECONRES-INPUT-COUNT
           MOVE MATCHED-COUNT TO RECONRES-MATCHED-COUNT
           MOVE UNMATCHED-INPUT-COUNT
               TO RECONRES-UNMATCHED-INPUT-COUNT
           MOVE UNMATCHED-OUTPUT-COUNT
               TO RECONRES-UNMATCHED-OUTPUT-COUNT
           MOVE MATCHED-AMOUNT-TOTAL TO RECONRES-MATCHED-TOTAL
           MOVE TRAILER-STATED-COUNT TO RECONRES-TRAILER-COUNT
           MOVE TRAILER-STATED-TOTAL TO RECONRES-TRAILER-TOTAL
           WRITE RESULT-RECORD
           CLOSE RESULT-FILE
           .
