      ******************************************************************
      * COPYBOOK:  BUSCAL
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE MAINTAINED BUSINESS-DAY
      *            CALENDAR FILE. MONDAY TO FRIDAY ARE BUSINESS DAYS
      *            AND SATURDAY AND SUNDAY ARE NOT, SO THE FILE ONLY
      *            LISTS THE EXCEPTIONS: ONE RECORD PER REGION PER
      *            DATE THAT IS A BANK HOLIDAY OR OTHER NON-PROCESSING
      *            DAY, OR A WEEKEND DATE THE REGION DOES PROCESS.
      *            THE REGION IS THE FEED ID THE REGION'S EXTRACT
      *            CARRIES IN ITS HEADER (INHDR COPYBOOK); REGION
      *            "ALL" APPLIES TO EVERY REGION, AND A REGION'S OWN
      *            RECORD FOR A DATE OVERRIDES AN "ALL" RECORD FOR
      *            THE SAME DATE. READ BY CONVERT-AGED AND
      *            CONVERT-RECYC TO AGE IN BUSINESS DAYS AND BY
      *            CONVERT-CTL TO KNOW WHICH NIGHTS A CHAIN IS DUE.
      ******************************************************************
           05  CAL-REGION                    PIC X(08).
               88  CAL-ALL-REGIONS            VALUE "ALL".
           05  CAL-DATE                      PIC 9(08).
           05  CAL-DAY-TYPE                  PIC X(01).
               88  CAL-HOLIDAY                VALUE "H".
               88  CAL-NON-PROCESSING         VALUE "N".
               88  CAL-PROCESSING-DAY         VALUE "P".
           05  CAL-DESCRIPTION               PIC X(30).
