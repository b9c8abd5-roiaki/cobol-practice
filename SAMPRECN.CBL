           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.

       01 WS-S1-REPORTED                PIC X VALUE "N".
           88 WS-S1-WAS-REPORTED        VALUE "Y".
           PERFORM 0400-JUDGE-BALANCE
           PERFORM 0500-PRINT-REPORT
           CLOSE REPORT-FILE
           PERFORM 9500-CATALOG-OUTPUT
           IF WS-ANY-OUT-OF-BALANCE
               DISPLAY "SAMPRECN - OUT OF BALANCE - "
                   "hold the night's schedule"
                   END-IF
               WHEN "sample002"
               WHEN "SAMP002M"
               WHEN "SAMP002P"
                   SET WS-S2-WAS-REPORTED TO TRUE
                   ADD AR-CNT-NAMES TO WS-RPT-NAMES
                   IF AR-CNT-NAMES-DEL NUMERIC
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * THE FINISHED REPORT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMRECRP" TO GN-FILE
           MOVE "SAMPRECN" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMRECRP not catalogued"
           END-CALL.
