           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

           PERFORM 0100-TALLY-OUTPUT
           PERFORM 0300-PRINT-REPORT
           CLOSE REPORT-FILE
           PERFORM 9500-CATALOG-OUTPUT
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * THE FINISHED REPORT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAM001RP" TO GN-FILE
           MOVE "SAMP001R" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAM001RP not catalogued"
           END-CALL.
