       01 WS-CTL-STATUS                 PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-MODE                       PIC X VALUE "L".
           88 WS-IS-REPROCESS           VALUE "R".
       01 WS-BATCH-HITS                 PIC 9(2) VALUE 0.

      * THE WHOLE SUSPENSE FILE IS HELD IN STORAGE SO IT CAN
      * BE REWRITTEN WITH ONLY THE RECORDS THAT WERE NOT
               10 WS-SUSP-PROGRAM       PIC X(9).
               10 WS-SUSP-REASON        PIC X(4).
               10 WS-SUSP-IMAGE         PIC X(80).
               10 WS-SUSP-DATE          PIC 9(8).
               10 WS-SUSP-KEPT          PIC X.
       01 WS-SUSP-COUNT                 PIC 9(3) VALUE 0.
       01 WS-TAIL-COUNT                 PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "L" TO WS-MODE
           MOVE "N" TO WS-FILE-ERROR
           MOVE SPACES TO RP-OPERATOR
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE 0 TO WS-BATCH-HITS
           INSPECT WS-PARM-DATA TALLYING WS-BATCH-HITS
               FOR ALL "BATCH"
           IF WS-PARM-DATA (1:9) = "REPROCESS"
               MOVE "R" TO WS-MODE
           END-IF
      * LISTING THE SUSPENSE FILE CHANGES NOTHING; RE-DRIVING
      * IT NEEDS AN OPERATOR SIGNED ON WITH REPROCESS
      * AUTHORITY, AND THE OPERATOR IS STAMPED ON THE RUN
      * AND ON EVERY CHANGE THE RE-DRIVEN PROGRAMS MAKE.
           IF WS-IS-REPROCESS
               PERFORM 9200-SIGN-ON
           END-IF
           PERFORM 9000-START-RUN-LOG
           IF WS-IS-REPROCESS
               IF SO-WAS-REFUSED
                   PERFORM 0050-END-IN-ERROR
               END-IF
               IF NOT SO-MAY-REPROCESS
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to reprocess suspense"
                   PERFORM 0050-END-IN-ERROR
               END-IF
           END-IF
           PERFORM 0100-LOAD-SUSPENSE
           IF WS-SUSP-COUNT = 0
               DISPLAY "the suspense file is empty - "
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0050-END-IN-ERROR.
           MOVE 8 TO RP-RETURN-CODE
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-LOAD-SUSPENSE.
           MOVE 0 TO WS-SUSP-COUNT
           MOVE 0 TO WS-TAIL-COUNT
                               TO WS-SUSP-REASON (WS-SUSP-COUNT)
                           MOVE SP-RECORD-IMAGE
                               TO WS-SUSP-IMAGE (WS-SUSP-COUNT)
                           IF SP-DATE NUMERIC
                               MOVE SP-DATE
                                   TO WS-SUSP-DATE (WS-SUSP-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-SUSP-DATE (WS-SUSP-COUNT)
                           END-IF
                           MOVE "Y"
                               TO WS-SUSP-KEPT (WS-SUSP-COUNT)
                       ELSE
                   UNTIL WS-SUB1 > WS-SUSP-COUNT
               DISPLAY WS-SUSP-PROGRAM (WS-SUB1) " "
                   WS-SUSP-REASON (WS-SUB1) " "
                   WS-SUSP-DATE (WS-SUB1) " "
                   WS-SUSP-IMAGE (WS-SUB1) (1:40)
           END-PERFORM
           DISPLAY WS-SUSP-COUNT " suspense record(s) on file".
      * FRESH SAM002TX AND THE PROGRAM IS CALLED IN BATCH
      * MODE; A BAD SAMPLE001 CONTROL RECORD IS REWRITTEN TO
      * SAM001CT AND SAMPLE001 IS CALLED.  RULE ROWS DROPPED
      * BY A FULL TABLE (OVFL) OR WITH BAD EFFECTIVE DATES
      * (RDTE) STAY ON SUSPENSE - THE RULES FILE ITSELF MUST
      * BE PUT RIGHT WITH SAMPRULE FIRST.
      * ANYTHING RE-DRIVEN IS DROPPED FROM THE SUSPENSE FILE;
      * WHAT IT REJECTS AGAIN COMES STRAIGHT BACK AS NEW
      * SUSPENSE RECORDS - AN NDUP ADD IS HELD AGAIN UNLESS
      * ITS ACTION WAS CORRECTED TO F (A CONFIRMED NEW NAME).
       0300-REPROCESS.
           MOVE 0 TO WS-CNT-TRANS
           MOVE 0 TO WS-CNT-CTL
           PERFORM 0400-EXTRACT-TRANS
           PERFORM 0500-EXTRACT-CONTROL
           IF WS-CNT-CTL NOT = 0
               PERFORM 0550-DROP-STALE-RULE-ROWS
           END-IF
           PERFORM 0600-REWRITE-SUSPENSE
           IF WS-CNT-TRANS NOT = 0
           END-IF.

      * A RE-DRIVEN SAMPLE001 RUN RE-SUSPENDS EVERY RULE ROW
      * STILL DROPPED BY A FULL TABLE OR STILL BADLY DATED, SO
      * KEEPING THE OLD OVFL AND RDTE RECORDS AS WELL WOULD
      * DOUBLE THEM UP EACH REPROCESS.
       0550-DROP-STALE-RULE-ROWS.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-SUSP-COUNT
               IF WS-SUSP-PROGRAM (WS-SUB1) = "SAMPLE001"
                   AND (WS-SUSP-REASON (WS-SUB1) = "OVFL"
                       OR WS-SUSP-REASON (WS-SUB1) = "RDTE")
                   MOVE "N" TO WS-SUSP-KEPT (WS-SUB1)
               END-IF
           END-PERFORM.
                       MOVE WS-SUSP-REASON (WS-SUB1) TO SP-REASON
                       MOVE WS-SUSP-IMAGE (WS-SUB1)
                           TO SP-RECORD-IMAGE
                       MOVE WS-SUSP-DATE (WS-SUB1) TO SP-DATE
                       WRITE SUSPENSE-RECORD
                       IF WS-SUSP-STATUS = "00"
                           ADD 1 TO WS-CNT-KEPT
                   DISPLAY "SAMPRLOG is not available - "
                       "run not logged"
           END-CALL.

      * A RE-DRIVE STARTED FROM THE SIGNED-ON SAMPMENU
      * SESSION INHERITS THAT SESSION.  WITH NO SESSION THE
      * CONSOLE IS ASKED FOR AN OPERATOR AND PASSWORD, UNLESS
      * THE PARAMETER SAYS NOBODY IS THERE TO ANSWER, WHEN THE
      * RUN IS REFUSED.  A REFUSED RUN IS LOGGED WITH NO
      * OPERATOR.
       9200-SIGN-ON.
           MOVE "Q" TO SO-FUNCTION
           MOVE "SAMPSUSP" TO SO-PROGRAM
           MOVE SPACES TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           MOVE "8" TO SO-RESULT
           CALL "SAMPSIGN" USING WS-SIGN-PARM
               ON EXCEPTION
                   MOVE "8" TO SO-RESULT
           END-CALL
           IF SO-WAS-REFUSED
               IF WS-BATCH-HITS NOT = 0
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
           IF SO-WAS-REFUSED
               MOVE SPACES TO RP-OPERATOR
           ELSE
               MOVE SO-OPERATOR TO RP-OPERATOR
           END-IF.
