      *****************************************************
      * GENLK - SAMPGENW CALL PARAMETER LAYOUT
      * GN-FUNCTION C KEEPS THE CURRENT COPY OF GN-FILE AS A
      * NEW GENERATION: EVERY RECORD GOES TO THE SAMGENST
      * GENERATION STORE UNDER THE FILE, THE SAMPDATE
      * BUSINESS DATE AND THE CALLER'S RUN NUMBER, AND ONE
      * ENTRY IS ADDED TO THE SAMGENCT CATALOG CARRYING
      * GN-PROGRAM, THE RECORD COUNT AND GN-HASH (THE
      * SAMXMREG HASH OF A TRANSMISSION, ZERO FOR A REPORT).
      * GN-DATE AND GN-COUNT COME BACK FILLED IN.
      * GN-FUNCTION R WRITES THE GENERATION OF GN-FILE KEPT
      * UNDER GN-DATE AND GN-RUN BACK OVER THE CURRENT FILE
      * AND RETURNS ITS RECORD COUNT IN GN-COUNT; THE CURRENT
      * FILE IS ONLY REPLACED WHEN THE GENERATION IS FOUND.
      * SAMPGENW NEVER ALTERS THE CALLER'S RETURN-CODE.
      *****************************************************
           05 GN-FUNCTION               PIC X.
               88 GN-IS-CATALOG         VALUE "C".
               88 GN-IS-RESTORE         VALUE "R".
           05 GN-FILE                   PIC X(8).
           05 GN-PROGRAM                PIC X(9).
           05 GN-DATE                   PIC 9(8).
           05 GN-RUN                    PIC 9(5).
           05 GN-HASH                   PIC 9(14).
           05 GN-COUNT                  PIC 9(7).
           05 GN-RESULT                 PIC X.
               88 GN-WAS-OK             VALUE "0".
               88 GN-FAILED             VALUE "8".
