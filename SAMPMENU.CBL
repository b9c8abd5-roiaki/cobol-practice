           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-RUN-MODE                   PIC X VALUE "I".
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
      * THE SCHEDULE SIGNS ON HERE, ONCE, AS OPERATOR BATCH.
      * EVERY STEP IT CALLS INHERITS THAT SESSION FROM
      * SAMPSIGN; NO STEP SIGNS ON AS BATCH BY ITSELF.
           IF WS-PARM-DATA (1:5) = "BATCH"
               MOVE "B" TO WS-RUN-MODE
               PERFORM 9200-SIGN-ON
           END-IF
           PERFORM 9000-START-RUN-LOG
      * A BUSINESS DATE THE ADVANCE STEP HAS ALREADY CLOSED
      * MUST NOT BE RUN A SECOND TIME - EVERYTHING THE
      * SCHEDULE PRODUCES WOULD DOUBLE UP UNDER THE SAME
      * SO THE OPERATOR SEES IT IN THE MORNING.
           IF WS-IS-BATCH-RUN
               PERFORM 9300-GET-PROCESS-DATE
               EVALUATE TRUE
                   WHEN SO-WAS-REFUSED
                       DISPLAY "the schedule could not sign on - "
                           "batch refused"
                       MOVE 8 TO RP-RETURN-CODE
                   WHEN PD-DAY-IS-CLOSED
                       DISPLAY "business date " PD-PROC-DATE
                           " is already closed - batch refused"
                       DISPLAY "advance the date with SAMPDADV "
                           "before rerunning the schedule"
                       MOVE 8 TO RP-RETURN-CODE
                   WHEN OTHER
                       PERFORM 0700-RUN-BATCH
                       MOVE WS-HIGHEST-RC TO RP-RETURN-CODE
               END-EVALUATE
           ELSE
               PERFORM UNTIL WS-IS-DONE
                   PERFORM 0100-SHOW-MENU
                       "run not logged"
           END-CALL.

       9200-SIGN-ON.
           MOVE "B" TO SO-FUNCTION
           MOVE "SAMPMENU" TO SO-PROGRAM
           MOVE SPACES TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           MOVE "8" TO SO-RESULT
           CALL "SAMPSIGN" USING WS-SIGN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPSIGN is not available - "
                       "sign-on refused"
           END-CALL
           IF SO-WAS-REFUSED
               MOVE SPACES TO RP-OPERATOR
           ELSE
               MOVE SO-OPERATOR TO RP-OPERATOR
           END-IF.

       9300-GET-PROCESS-DATE.
           MOVE "G" TO PD-FUNCTION
           CALL "SAMPDATE" USING WS-PDATE-PARM
