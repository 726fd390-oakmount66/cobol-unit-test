      *                THE ORIGINAL CURRENCY AND AMOUNT PRESERVED ON
      *                THE OUTPUT RECORD AND A MISSING OR STALE RATE
      *                FAILING THE RUN LOUDLY.
      *   15 OCT 2026  EACH REJECT RECORD NOW CARRIES THE FEED ID OF
      *                THE REGIONAL EXTRACT THE RECORD CAME FROM --
      *                THE IN-SOURCE-FEED-ID CONVERT-CONS STAMPED ON
      *                IT, OR THE HEADER'S FEED ID FOR A FEED READ
      *                DIRECTLY -- SO A BAD RECORD CAN BE TRACED BACK
      *                TO THE REGION THAT SENT IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT.
           COPY CURRATE.

      * CARRIES A REJECTED INPUT RECORD, UNCHANGED, ALONGSIDE THE
      * REASON IT COULD NOT BE CONVERTED AND THE FEED IT CAME FROM.
       FD  CONVERT-REJECTS-FILE.
       01  REJECT-RECORD.
           05  REJECT-REASON-CODE        PIC X(04).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-RAW-INPUT          PIC X(80).
           05  REJECT-FEED-ID            PIC X(08).

      * CARRIES THE SAME BYTES AS OUTPUT-RECORD BUT DECLARED WITH ITS
      * OWN FIELD NAMES SO RECORD KEY CAN NAME A FIELD DECLARED
       1060-WRITE-REJECT.

           MOVE INPUT-RECORD TO REJECT-RAW-INPUT
           IF  IN-SOURCE-FEED-ID NOT = SPACES
               MOVE IN-SOURCE-FEED-ID TO REJECT-FEED-ID
           ELSE
               MOVE HEADER-FEED-ID TO REJECT-FEED-ID
           END-IF
           WRITE REJECT-RECORD
           .

