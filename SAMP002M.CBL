           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.
       01 WS-AUDIT-STATUS               PIC XX.
       01 WS-CNT-DELETES                PIC 9(5) VALUE 0.
       01 WS-CNT-REINSTATES             PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-DONE
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-CNT-DELETES
           MOVE 0 TO WS-CNT-REINSTATES
           MOVE SPACES TO RP-OPERATOR
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
      * AN UNATTENDED SCHEDULE (SAMPMENU BATCH) HAS NOBODY AT
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:5) = "BATCH"
               PERFORM 9000-START-RUN-LOG
               DISPLAY "SAMP002M is a console program - "
                   "take it off the unattended schedule"
               PERFORM 0050-END-IN-ERROR
           END-IF
      * THE OPERATOR SIGNS ON BEFORE THE RUN IS LOGGED SO THE
      * START EVENT ALREADY CARRIES WHO RAN IT; A REFUSED
      * SIGN-ON IS LOGGED UNDER THE ID THAT WAS TRIED.
           PERFORM 9200-SIGN-ON
           PERFORM 9000-START-RUN-LOG
           IF SO-WAS-REFUSED
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF NOT SO-MAY-INQUIRE AND NOT SO-MAY-MAINTAIN-NAMES
               DISPLAY "operator " SO-OPERATOR
                   " is not authorised to use SAMP002M"
               PERFORM 0050-END-IN-ERROR
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               DISPLAY "SAM002MS does not exist yet - "
                   PERFORM 0300-BROWSE-MASTER
               WHEN "D"
               WHEN "d"
                   IF SO-MAY-MAINTAIN-NAMES
                       PERFORM 0400-DELETE-NAME
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "U"
               WHEN "u"
                   IF SO-MAY-MAINTAIN-NAMES
                       PERFORM 0450-REINSTATE-NAME
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "R"
               WHEN "r"
                   IF SO-MAY-MAINTAIN-NAMES
                       PERFORM 0500-RENAME-NAME
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "P"
               WHEN "p"
                   PERFORM 0600-PRINT-LISTING
                   DISPLAY "Please enter B, D, U, R, P, or X."
           END-EVALUATE.

       0250-NOT-AUTHORISED.
           DISPLAY "operator " SO-OPERATOR " is authorised for "
               "inquiry only - name maintenance refused".

       0300-BROWSE-MASTER.
           DISPLAY "Start from (blank for top): " WITH NO ADVANCING
           MOVE SPACES TO WS-START-NAME
                       "run not logged"
           END-CALL.

       9200-SIGN-ON.
           MOVE "C" TO SO-FUNCTION
           MOVE "SAMP002M" TO SO-PROGRAM
           MOVE SPACES TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           MOVE "8" TO SO-RESULT
           CALL "SAMPSIGN" USING WS-SIGN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPSIGN is not available - "
                       "sign-on refused"
           END-CALL
           MOVE SO-OPERATOR TO RP-OPERATOR.

       9300-GET-PROCESS-DATE.
           MOVE "G" TO PD-FUNCTION
           CALL "SAMPDATE" USING WS-PDATE-PARM
      * EVERY CHANGE THAT LANDS ON THE MASTER GOES TO THE
      * CHANGE JOURNAL WITH ITS BEFORE AND AFTER IMAGES, SO
      * SAMP002R CAN RECREATE THE FILE FROM THE LAST
      * SNAPSHOT.  THE CALLER SETS JR-ACTION AND THE IMAGES;
      * THE SIGNED-ON OPERATOR IS STAMPED HERE.
       9400-WRITE-JOURNAL.
           MOVE "SAMP002M" TO JR-PROGRAM
           MOVE SO-OPERATOR TO JR-OPERATOR
           CALL "SAMPJRNW" USING WS-JRNL-RECORD
               ON EXCEPTION
                   DISPLAY "SAMPJRNW is not available - "
