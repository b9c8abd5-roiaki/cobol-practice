           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.
       01 WS-PARM-DATA                  PIC X(80).

      *****************************************************
      * CURRENT PROCESSING DATE WHEN THE FACILITY IS FIRST
      * PUT IN.  A FAILED ADVANCE LEAVES THE DAY CLOSED, SO
      * THE UNATTENDED SCHEDULE CANNOT RUN THE SAME
      * BUSINESS DATE TWICE.  CLOSING OR SEEDING THE DAY
      * NEEDS AN OPERATOR WITH DAY-CLOSE AUTHORITY; ON THE
      * UNATTENDED SCHEDULE (PARAMETER BATCH) THAT IS THE
      * OPERATOR SAMPMENU SIGNED ON.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           PERFORM 9200-SIGN-ON
           PERFORM 9000-START-RUN-LOG
           IF SO-WAS-REFUSED
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF NOT SO-MAY-CLOSE-DAY
               DISPLAY "operator " SO-OPERATOR
                   " is not authorised to close the business day"
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF WS-PARM-DATA (1:4) = "SET "
               MOVE "S" TO PD-FUNCTION
               IF WS-PARM-DATA (5:8) NUMERIC
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0050-END-IN-ERROR.
           MOVE 8 TO RP-RETURN-CODE
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMPDADV" TO RP-PROGRAM
                   DISPLAY "SAMPRLOG is not available - "
                       "run not logged"
           END-CALL.

      * A STEP OF THE SIGNED-ON SAMPMENU SCHEDULE INHERITS
      * THAT SESSION.  WITH NO SESSION THE CONSOLE IS ASKED
      * FOR AN OPERATOR AND PASSWORD, UNLESS THE PARAMETER
      * SAYS NOBODY IS THERE TO ANSWER, WHEN THE RUN IS
      * REFUSED.  THE PARAMETER NEVER GRANTS AUTHORITY.
       9200-SIGN-ON.
           MOVE "Q" TO SO-FUNCTION
           MOVE "SAMPDADV" TO SO-PROGRAM
           MOVE SPACES TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           MOVE "8" TO SO-RESULT
           CALL "SAMPSIGN" USING WS-SIGN-PARM
               ON EXCEPTION
                   MOVE "8" TO SO-RESULT
           END-CALL
           IF SO-WAS-REFUSED
               IF WS-PARM-DATA (1:5) = "BATCH"
                   DISPLAY "no schedule session to inherit - "
                       "unattended sign-on refused"
               ELSE
                   MOVE "C" TO SO-FUNCTION
                   MOVE SPACES TO SO-OPERATOR
                   MOVE "NNNNN" TO SO-AUTHORITIES
                   MOVE "8" TO SO-RESULT
                   CALL "SAMPSIGN" USING WS-SIGN-PARM
                       ON EXCEPTION
                           DISPLAY "SAMPSIGN is not available - "
                               "sign-on refused"
                   END-CALL
               END-IF
           END-IF
           MOVE SO-OPERATOR TO RP-OPERATOR.
