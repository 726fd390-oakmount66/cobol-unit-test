           05  REJECT-REASON-CODE        PIC X(04).
           05  REJECT-REASON-TEXT        PIC X(30).
           05  REJECT-RAW-INPUT          PIC X(80).
           05  REJECT-FEED-ID            PIC X(08).

       FD  ACK-FILE.
       01  ACK-RECORD                    PIC X(100).
