      *                SEND THE THREE-CHARACTER CURRENCY CODE FOR THE
      *                EUROPEAN SUBSIDIARIES. SPACES MEANS THE BASE
      *                CURRENCY, AS EVERY DOMESTIC FEED SENDS TODAY.
      *   15 OCT 2026  CARVED IN-SOURCE-FEED-ID OUT OF THE TRAILING
      *                FILLER. CONVERT-CONS STAMPS IT WITH THE FEED ID
      *                FROM THE HEADER OF THE REGIONAL EXTRACT EACH
      *                RECORD CAME FROM, SO THE ORIGIN SURVIVES THE
      *                MERGE INTO ONE CONSOLIDATED FEED; A RECORD THAT
      *                ALREADY CARRIES ONE (A RECYCLED REJECT) KEEPS
      *                IT. SPACES ON A FEED READ DIRECTLY, WHERE THE
      *                HEADER'S OWN FEED ID SAYS WHERE IT CAME FROM.
      ******************************************************************
           05  IN-ACCOUNT-KEY                PIC X(10).
           05  IN-CUSTOMER-NAME              PIC X(30).
               IN-AMOUNT                     PIC S9(09)V99.
           05  IN-EFFECTIVE-DATE             PIC 9(08).
           05  IN-CURRENCY-CODE              PIC X(03).
           05  IN-SOURCE-FEED-ID             PIC X(08).
           05  FILLER                        PIC X(08).
