       01 WS-STAMP-TIME                 PIC 9(8).
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.

       LINKAGE                          SECTION.
       01 JRNL-PARM                     PIC X(88).

       PROCEDURE DIVISION USING JRNL-PARM.

               ACCEPT WS-STAMP-TIME FROM TIME
               MOVE PD-PROC-DATE TO JR-DATE
               MOVE WS-STAMP-TIME (1:6) TO JR-TIME
               IF JR-OPERATOR = SPACES OR JR-OPERATOR = LOW-VALUES
                   PERFORM 0200-GET-OPERATOR
               END-IF
               WRITE JOURNAL-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "SAM002JL write failed - status "
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.

      * A CALLER THAT DID NOT SIGN ON ITSELF GETS THE OPERATOR
      * SIGNED ON IN THE RUN, OR UNSIGNED WHEN NOBODY IS.
       0200-GET-OPERATOR.
           MOVE "Q" TO SO-FUNCTION
           MOVE "8" TO SO-RESULT
           CALL "SAMPSIGN" USING WS-SIGN-PARM
               ON EXCEPTION
                   MOVE "8" TO SO-RESULT
           END-CALL
           IF SO-IS-SIGNED-ON
               MOVE SO-OPERATOR TO JR-OPERATOR
           ELSE
               MOVE "UNSIGNED" TO JR-OPERATOR
           END-IF.
