
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  CKPT-FILE.
       01  CKPT-RECORD.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-SUSP-RECORD.
           COPY SUSPREC.
       01 WS-RULE-IMAGE                 PIC X(43).
       01 WS-RULE-ROW REDEFINES WS-RULE-IMAGE.
           05 WS-ROW-RULE               PIC X(11).
           05 FILLER                    PIC X(16).
           05 WS-ROW-EFF-FROM           PIC X(8).
           05 WS-ROW-EFF-TO             PIC X(8).
       01 WS-ROW-FROM-DATE              PIC 9(8).
       01 WS-ROW-TO-DATE                PIC 9(8).
       01 WS-ROW-IN-FORCE               PIC X VALUE "N".
           88 WS-ROW-IS-IN-FORCE        VALUE "Y".
       01 WS-ROW-SET                    PIC X(8).
      * THE RULE SET THIS RUN CLASSIFIES UNDER, AS WRITTEN TO
      * SAMCLSHS (SEE CLSHIST).
       01 WS-RULE-SET                   PIC X(8) VALUE SPACES.
       01 WS-RULE-DATE                  PIC 9(8).

       01 WS-HIST-STATUS                PIC XX.
       01 WS-HIST-DATE                  PIC 9(8).
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0960-ROLL-HISTORY
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 9500-CATALOG-OUTPUT
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               END-IF
           END-IF.

      * ONLY THE ROWS IN FORCE ON THE SAMPDATE BUSINESS DATE
      * ARE LOADED, SO A RULE SET KEYED AHEAD OF TIME TAKES
      * OVER ON ITS EFFECTIVE DATE WITH NOBODY AT THE
      * CONSOLE.  A ROW WHOSE DATES ARE NEITHER BLANK NOR
      * NUMERIC IS SUSPENDED AS RDTE RATHER THAN GUESSED AT.
      * SAMPRULE WRITES AN UNDATED ROW BACK AS 00000000 TO
      * 99999999; IT IS STILL THE UNDATED SET.
       0150-LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE SPACES TO WS-RULE-SET
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-RULE-DATE
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                   MOVE SPACES TO WS-RULE-IMAGE
                   READ RULES-FILE INTO WS-RULE-IMAGE
                   IF WS-RULES-STATUS = "00"
                       PERFORM 0160-TAKE-RULE-ROW
                   END-IF
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
           IF WS-RULE-COUNT = 0
               DISPLAY "no SAM001RL rule set in force on "
                   WS-RULE-DATE " - using the built-in rules"
               MOVE 3          TO RT-DIVISOR OF WS-RULE-ENTRY (1)
               MOVE "FIZZ"     TO RT-LABEL OF WS-RULE-ENTRY (1)
               MOVE 5          TO RT-DIVISOR OF WS-RULE-ENTRY (2)
               MOVE "BUZZ"     TO RT-LABEL OF WS-RULE-ENTRY (2)
               MOVE 2 TO WS-RULE-COUNT
               MOVE "DEFAULT" TO WS-RULE-SET
           ELSE
               DISPLAY "rule set " WS-RULE-SET " in force on "
                   WS-RULE-DATE " - " WS-RULE-COUNT " rule(s)"
           END-IF.

       0160-TAKE-RULE-ROW.
           MOVE "N" TO WS-ROW-IN-FORCE
           IF WS-ROW-EFF-FROM = SPACES AND WS-ROW-EFF-TO = SPACES
               SET WS-ROW-IS-IN-FORCE TO TRUE
               MOVE "UNDATED" TO WS-ROW-SET
           ELSE
               IF WS-ROW-EFF-FROM NUMERIC AND WS-ROW-EFF-TO NUMERIC
                   MOVE WS-ROW-EFF-FROM TO WS-ROW-FROM-DATE
                   MOVE WS-ROW-EFF-TO TO WS-ROW-TO-DATE
                   IF WS-ROW-FROM-DATE NOT > WS-RULE-DATE
                       AND WS-ROW-TO-DATE NOT < WS-RULE-DATE
                       SET WS-ROW-IS-IN-FORCE TO TRUE
                       IF WS-ROW-FROM-DATE = 0
                           MOVE "UNDATED" TO WS-ROW-SET
                       ELSE
                           MOVE WS-ROW-EFF-FROM TO WS-ROW-SET
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "SAM001RL row has invalid effective "
                       "dates - row suspended"
                   MOVE "RDTE" TO SP-REASON
                   MOVE SPACES TO SP-RECORD-IMAGE
                   MOVE WS-RULE-IMAGE TO SP-RECORD-IMAGE
                   PERFORM 9200-WRITE-SUSPENSE
               END-IF
           END-IF
           IF WS-ROW-IS-IN-FORCE
               IF WS-RULE-COUNT < 10
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-ROW-RULE
                       TO WS-RULE-ENTRY (WS-RULE-COUNT)
                   IF WS-RULE-SET = SPACES
                       MOVE WS-ROW-SET TO WS-RULE-SET
                   END-IF
               ELSE
                   DISPLAY "SAM001RL has more than 10 "
                       "rules in force - extra row suspended"
                   MOVE "OVFL" TO SP-REASON
                   MOVE SPACES TO SP-RECORD-IMAGE
                   MOVE WS-RULE-IMAGE TO SP-RECORD-IMAGE
                   PERFORM 9200-WRITE-SUSPENSE
               END-IF
           END-IF.

      * 0290 EMPTIES THE CHECKPOINT WHEN A RUN COMPLETES, SO
                   MOVE WS-HIST-DATE TO HX-RUN-DATE
                   MOVE WS-HCAT-LABEL (WS-HCAT-IDX) TO HX-CATEGORY
                   MOVE WS-HCAT-COUNT (WS-HCAT-IDX) TO HX-COUNT
                   MOVE WS-RULE-SET TO HX-RULE-SET
                   WRITE HIST-RECORD
                   IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "SAMCLSHS write failed - status "
               END-STRING
           END-IF.

      * THE NIGHT'S RESULTS ARE KEPT AS TODAY'S GENERATION OF
      * SAM001OT UNDER THIS RUN.  A GENERATION THAT CANNOT BE
      * KEPT IS REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAM001OT" TO GN-FILE
           MOVE "SAMPLE001" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAM001OT not catalogued"
           END-CALL.
