      ******************************************************************
      * COPYBOOK:  GLMAP
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RECORD LAYOUT FOR THE MAINTAINED GENERAL-LEDGER
      *            MAPPING FILE: ONE RECORD PER STATUS CODE AND
      *            CURRENCY CODE PAIR AN ACCOUNT MAY CARRY, GIVING THE
      *            GL ACCOUNT ITS BALANCE IS HELD IN AND THE CONTRA GL
      *            ACCOUNT ITS MOVEMENT IS POSTED AGAINST. LOADED BY
      *            CONVERT-GL TO TURN THE NIGHT'S DELTA FILE INTO A
      *            BALANCED JOURNAL. A STATUS OR CURRENCY WITH NO
      *            RECORD HERE STOPS THE JOURNAL FROM BEING RELEASED.
      ******************************************************************
           05  GLMAP-STATUS-CODE             PIC X(02).
           05  GLMAP-CURRENCY-CODE           PIC X(03).
           05  GLMAP-GL-ACCOUNT              PIC X(10).
           05  GLMAP-CONTRA-ACCOUNT          PIC X(10).
           05  GLMAP-DESCRIPTION             PIC X(30).
