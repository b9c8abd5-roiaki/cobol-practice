       01 WS-EVENT-RC                   PIC 9(4).
       01 WS-STAMP-DATE                 PIC 9(8).
       01 WS-STAMP-TIME                 PIC X(8).
       01 WS-STAMP-OPERATOR             PIC X(8).
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.

       LINKAGE                          SECTION.
       01 RLOG-PARM.

       0400-APPEND-EVENT.
           PERFORM 0500-GET-PROCESS-DATE
           PERFORM 0600-GET-OPERATOR
           ACCEPT WS-STAMP-TIME FROM TIME
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               MOVE WS-STAMP-DATE TO RL-DATE
               MOVE WS-STAMP-TIME (1:6) TO RL-TIME
               MOVE WS-EVENT-RC TO RL-RETURN-CODE
               MOVE WS-STAMP-OPERATOR TO RL-OPERATOR
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           ELSE
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL
           MOVE PD-PROC-DATE TO WS-STAMP-DATE.

      * THE CALLER'S SIGNED-ON OPERATOR WHEN IT SUPPLIES ONE;
      * OTHERWISE WHOEVER IS SIGNED ON IN THE RUN, OR UNSIGNED
      * WHEN NOBODY IS.
       0600-GET-OPERATOR.
           IF RP-OPERATOR = SPACES OR RP-OPERATOR = LOW-VALUES
               MOVE "Q" TO SO-FUNCTION
               MOVE "8" TO SO-RESULT
               CALL "SAMPSIGN" USING WS-SIGN-PARM
                   ON EXCEPTION
                       MOVE "8" TO SO-RESULT
               END-CALL
               IF SO-IS-SIGNED-ON
                   MOVE SO-OPERATOR TO WS-STAMP-OPERATOR
               ELSE
                   MOVE "UNSIGNED" TO WS-STAMP-OPERATOR
               END-IF
           ELSE
               MOVE RP-OPERATOR TO WS-STAMP-OPERATOR
           END-IF.
