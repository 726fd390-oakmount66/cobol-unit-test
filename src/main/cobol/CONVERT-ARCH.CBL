      *            RETURN-CODE IS 16 FOR BAD ARGUMENTS, A FILE THAT
      *            CANNOT BE OPENED, OR A COUNT THAT DOES NOT PROVE
      *            OUT; 0 OTHERWISE.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  ARCHIVE AND WORK RECORDS LENGTHENED TO 195 TO
      *                CARRY THE OPERATOR IDS NOW ON THE AUDIT RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ARCH.
           COPY AUDIT.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                PIC X(195).
      * CONTROL TRAILER THAT CLOSES OUT THE ARCHIVE SO ITS
      * COMPLETENESS CAN BE PROVED SEVEN YEARS FROM NOW WITHOUT THE
      * JOB LOG: TOTAL COUNT, COUNT PER POSTING ACTION, AND THE RUN
           05  ARCHIVE-TRAILER-FLAG-COUNT    PIC 9(09).
           05  ARCHIVE-TRAILER-FIRST-DATE    PIC 9(08).
           05  ARCHIVE-TRAILER-LAST-DATE     PIC 9(08).
           05  FILLER                        PIC X(142).

       FD  RETAINED-WORK-FILE.
       01  RETAINED-RECORD               PIC X(195).

       WORKING-STORAGE SECTION.

