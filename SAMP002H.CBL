       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMP002H.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT JRNL-ARCHIVE-FILE    ASSIGN TO "SAM002JA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-JARC-STATUS.
           SELECT JOURNAL-FILE         ASSIGN TO "SAM002JL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAM002HR"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  JRNL-ARCHIVE-FILE.
       01  JRNL-ARCHIVE-RECORD.
           05 JA-ROLL-DATE              PIC 9(8).
           05 JA-ENTRY                  PIC X(88).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD               PIC X(88).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-JARC-STATUS                PIC XX.
       01 WS-JRNL-STATUS                PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-BATCH-HITS                 PIC 9(2) VALUE 0.
       01 WS-RUN-MODE                   PIC X VALUE SPACE.
           88 WS-IS-NAME-TRACE          VALUE "N".
           88 WS-IS-DATE-RANGE          VALUE "D".
       01 WS-TRACE-NAME                 PIC X(10).
       01 WS-FROM-DATE                  PIC 9(8) VALUE 0.
       01 WS-TO-DATE                    PIC 9(8) VALUE 0.
       01 WS-FROM-TEXT                  PIC X(8).
       01 WS-TO-TEXT                    PIC X(8).
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

      * THE ARCHIVE AND THE LIVE JOURNAL ARE READ AS ONE
      * STREAM, OLDEST ENTRY FIRST: A FOR THE ARCHIVE, J FOR
      * THE JOURNAL, E ONCE BOTH ARE EXHAUSTED.
       01 WS-STREAM-PART                PIC X VALUE "E".
           88 WS-ON-ARCHIVE             VALUE "A".
           88 WS-ON-JOURNAL             VALUE "J".
           88 WS-STREAM-AT-END          VALUE "E".
       01 WS-ENTRY-GOT                  PIC X VALUE "N".
           88 WS-HAS-ENTRY              VALUE "Y".
       01 WS-PASS-TYPE                  PIC X VALUE "P".
           88 WS-IS-CHAIN-PASS          VALUE "C".
           88 WS-IS-PRINT-PASS          VALUE "P".

       01 WS-CUR-ENTRY.
           COPY MSTJRNL REPLACING LEADING ==JR== BY ==CJ==.
       01 WS-PREV-ENTRY.
           COPY MSTJRNL REPLACING LEADING ==JR== BY ==PJ==.
       01 WS-CUR-BEFORE.
           COPY NAMEMST REPLACING LEADING ==MF== BY ==CB==.
       01 WS-CUR-AFTER.
           COPY NAMEMST REPLACING LEADING ==MF== BY ==CA==.

      * WHAT ONE ENTRY MEANT.  A RENAME IS JOURNALED AS TWO
      * ENTRIES - THE OLD NAME DEACTIVATED, THEN THE NEW NAME
      * WRITTEN (OR A DELETED RECORD REUSED) WITH SOURCE R -
      * SO AN ENTRY'S MEANING IS ONLY SETTLED ONCE THE NEXT
      * ENTRY HAS BEEN SEEN.  THE PREVIOUS ENTRY IS HELD
      * BACK ONE READ FOR THAT REASON.
       01 WS-CUR-EVENT.
           05 WS-CUR-EV-NAME            PIC X(10).
           05 WS-CUR-EV-KIND            PIC X(12).
           05 WS-CUR-EV-OTHER           PIC X(10).
           05 WS-CUR-EV-DEACT           PIC X.
               88 WS-CUR-IS-DEACT       VALUE "Y".
           05 WS-CUR-EV-RENAME-IN       PIC X.
               88 WS-CUR-IS-RENAME-IN   VALUE "Y".
       01 WS-PREV-EVENT.
           05 WS-PREV-EV-NAME           PIC X(10).
           05 WS-PREV-EV-KIND           PIC X(12).
           05 WS-PREV-EV-OTHER          PIC X(10).
           05 WS-PREV-EV-DEACT          PIC X.
               88 WS-PREV-IS-DEACT      VALUE "Y".
           05 WS-PREV-EV-RENAME-IN      PIC X.
               88 WS-PREV-IS-RENAME-IN  VALUE "Y".
       01 WS-PREV-HELD                  PIC X VALUE "N".
           88 WS-PREV-IS-HELD           VALUE "Y".

      * EVERY NAME THE TRACED NAME HAS BEEN, OR BEEN RENAMED
      * INTO, IN EITHER DIRECTION.
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN-COUNT            PIC 9(2) VALUE 0.
           05 WS-CHAIN-NAME             PIC X(10) OCCURS 50 TIMES.
       01 WS-CHAIN-IX                   PIC 9(2).
       01 WS-CHAIN-GREW                 PIC X VALUE "N".
           88 WS-CHAIN-HAS-GREWN        VALUE "Y".
       01 WS-CHAIN-FULL                 PIC X VALUE "N".
           88 WS-CHAIN-IS-FULL          VALUE "Y".
       01 WS-FIND-NAME                  PIC X(10).
       01 WS-FOUND                      PIC X VALUE "N".
           88 WS-WAS-FOUND              VALUE "Y".
       01 WS-NAME-FOUND                 PIC X VALUE "N".
       01 WS-OTHER-FOUND                PIC X VALUE "N".

       01 WS-CNT-ENTRIES                PIC 9(7) VALUE 0.
       01 WS-CNT-LISTED                 PIC 9(7) VALUE 0.
       01 WS-CNT-ADDED                  PIC 9(7) VALUE 0.
       01 WS-CNT-RENAMED                PIC 9(7) VALUE 0.
       01 WS-CNT-DELETED                PIC 9(7) VALUE 0.
       01 WS-CNT-REINSTATED             PIC 9(7) VALUE 0.
       01 WS-CNT-PURGED                 PIC 9(7) VALUE 0.
       01 WS-CNT-CHANGED                PIC 9(7) VALUE 0.

       01 WS-RUN-DATE                   PIC 9(8).
       01 WS-HEAD-LINE.
           05 WS-HEAD-TITLE             PIC X(38).
           05 WS-HEAD-YYYY              PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-MM                PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-DD                PIC XX.
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-NAME-PARM-LINE.
           05 FILLER                    PIC X(16) VALUE
               "NAME TRACED:    ".
           05 WS-PRM-NAME               PIC X(10).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(16) VALUE
               "NAMES IN CHAIN: ".
           05 WS-PRM-CHAIN-COUNT        PIC Z9.
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-CHAIN-LINE.
           05 FILLER                    PIC X(16) VALUE
               "  ALSO KNOWN AS ".
           05 WS-CHN-NAME               PIC X(10).
           05 FILLER                    PIC X(54) VALUE SPACES.
       01 WS-DATE-PARM-LINE.
           05 FILLER                    PIC X(16) VALUE
               "CHANGES FROM:   ".
           05 WS-PRM-FROM               PIC 9(8).
           05 FILLER                    PIC X(6) VALUE "  TO: ".
           05 WS-PRM-TO                 PIC 9(8).
           05 FILLER                    PIC X(42) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER                    PIC X(12) VALUE "DATE".
           05 FILLER                    PIC X(10) VALUE "TIME".
           05 FILLER                    PIC X(12) VALUE "NAME".
           05 FILLER                    PIC X(24) VALUE "EVENT".
           05 FILLER                    PIC X(11) VALUE "PROGRAM".
           05 FILLER                    PIC X(11) VALUE "OPERATOR".
       01 WS-DETAIL-LINE.
           05 WS-DET-YYYY               PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-DET-MM                 PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-DET-DD                 PIC XX.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-HH                 PIC XX.
           05 FILLER                    PIC X VALUE ":".
           05 WS-DET-MI                 PIC XX.
           05 FILLER                    PIC X VALUE ":".
           05 WS-DET-SS                 PIC XX.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-NAME               PIC X(10).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-KIND               PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-OTHER              PIC X(10).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-PROGRAM            PIC X(9).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-OPERATOR           PIC X(8).
           05 FILLER                    PIC X(3) VALUE SPACES.
       01 WS-DET-DATE-X                 PIC X(8).
       01 WS-DET-TIME-X                 PIC X(6).
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL              PIC X(24).
           05 WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(47) VALUE SPACES.

      *****************************************************
      * NAME LINEAGE INQUIRY.  READS THE PERMANENT SAM002JA
      * JOURNAL ARCHIVE FOLLOWED BY THE LIVE SAM002JL
      * JOURNAL - TOGETHER EVERY CHANGE EVER MADE TO
      * SAM002MS - AND REPORTS ON SAM002HR:
      *   "NAME XXXXXXXXXX" - THE NAME'S WHOLE HISTORY:
      *     ADD, EVERY RENAME IN EITHER DIRECTION (THE NAMES
      *     IT WAS BEFORE AND THE NAMES IT BECAME, THROUGH
      *     ANY NUMBER OF RENAMES), DELETE, REINSTATE AND
      *     PURGE, EACH WITH DATE, TIME, PROGRAM AND OPERATOR;
      *   "RANGE YYYYMMDD YYYYMMDD" - EVERY MASTER CHANGE
      *     JOURNALED BETWEEN THE TWO BUSINESS DATES.
      * WITH NO PARAMETER THE SELECTION IS ASKED FOR AT THE
      * CONSOLE.  THE CHAIN OF NAMES IS FOUND BY REPEATED
      * PASSES OVER THE JOURNALS UNTIL A PASS ADDS NO NEW
      * NAME, THEN ONE LAST PASS PRINTS THE EVENTS.  NEEDS
      * INQUIRY AUTHORITY; ON THE SCHEDULE IT RUNS UNDER THE
      * OPERATOR SAMPMENU SIGNED ON.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-CNT-ENTRIES
           MOVE 0 TO WS-CNT-LISTED
           MOVE SPACES TO RP-OPERATOR
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE 0 TO WS-BATCH-HITS
           INSPECT WS-PARM-DATA (17:64) TALLYING WS-BATCH-HITS
               FOR ALL "BATCH"
           PERFORM 9200-SIGN-ON
           PERFORM 9000-START-RUN-LOG
           IF SO-WAS-REFUSED
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF NOT SO-MAY-INQUIRE
               DISPLAY "operator " SO-OPERATOR
                   " is not authorised to inquire on name history"
               PERFORM 0050-END-IN-ERROR
           END-IF
           PERFORM 9300-GET-PROCESS-DATE
           PERFORM 0100-GET-SELECTION
           IF NOT WS-HAS-FILE-ERROR AND WS-IS-NAME-TRACE
               PERFORM 0200-TRACE-CHAIN
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0300-START-REPORT
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               SET WS-IS-PRINT-PASS TO TRUE
               PERFORM 0400-RUN-PASS
               PERFORM 0600-END-REPORT
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               DISPLAY WS-CNT-LISTED " change(s) listed on SAM002HR"
               MOVE 0 TO RP-RETURN-CODE
           END-IF
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0050-END-IN-ERROR.
           MOVE 8 TO RP-RETURN-CODE
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * A BAD SELECTION ENDS THE STEP WITH RETURN-CODE 8 AND
      * NO REPORT RATHER THAN GUESSING AT WHAT WAS MEANT.
       0100-GET-SELECTION.
           EVALUATE TRUE
               WHEN WS-PARM-DATA (1:5) = "NAME "
                   MOVE WS-PARM-DATA (6:10) TO WS-TRACE-NAME
                   SET WS-IS-NAME-TRACE TO TRUE
               WHEN WS-PARM-DATA (1:6) = "RANGE "
                   MOVE WS-PARM-DATA (7:8) TO WS-FROM-TEXT
                   MOVE WS-PARM-DATA (16:8) TO WS-TO-TEXT
                   SET WS-IS-DATE-RANGE TO TRUE
               WHEN WS-PARM-DATA = SPACES
                   DISPLAY "Name to trace (blank for a date range): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-TRACE-NAME
                   ACCEPT WS-TRACE-NAME FROM CONSOLE
                   IF WS-TRACE-NAME NOT = SPACES
                       SET WS-IS-NAME-TRACE TO TRUE
                   ELSE
                       DISPLAY "From date (YYYYMMDD): "
                           WITH NO ADVANCING
                       MOVE SPACES TO WS-FROM-TEXT
                       ACCEPT WS-FROM-TEXT FROM CONSOLE
                       DISPLAY "To date (YYYYMMDD): "
                           WITH NO ADVANCING
                       MOVE SPACES TO WS-TO-TEXT
                       ACCEPT WS-TO-TEXT FROM CONSOLE
                       SET WS-IS-DATE-RANGE TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "parameter must be NAME xxxxxxxxxx or "
                       "RANGE yyyymmdd yyyymmdd"
                   SET WS-HAS-FILE-ERROR TO TRUE
           END-EVALUATE
           IF WS-IS-NAME-TRACE AND WS-TRACE-NAME = SPACES
               DISPLAY "name to trace cannot be blank"
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF
           IF WS-IS-DATE-RANGE
               IF WS-FROM-TEXT NUMERIC AND WS-TO-TEXT NUMERIC
                   MOVE WS-FROM-TEXT TO WS-FROM-DATE
                   MOVE WS-TO-TEXT TO WS-TO-DATE
                   IF WS-FROM-DATE > WS-TO-DATE
                       DISPLAY "from date " WS-FROM-DATE
                           " is after to date " WS-TO-DATE
                       SET WS-HAS-FILE-ERROR TO TRUE
                   END-IF
               ELSE
                   DISPLAY "dates must be YYYYMMDD"
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

      * THE TRACED NAME STARTS THE CHAIN; EACH PASS ADDS THE
      * OTHER HALF OF ANY RENAME WHOSE OLD OR NEW NAME IS
      * ALREADY IN IT.  A RENAME CHAIN SPANNING N RENAMES
      * OUT OF ORDER SETTLES IN AT MOST N PASSES.
       0200-TRACE-CHAIN.
           MOVE 1 TO WS-CHAIN-COUNT
           MOVE WS-TRACE-NAME TO WS-CHAIN-NAME (1)
           MOVE "N" TO WS-CHAIN-FULL
           SET WS-CHAIN-HAS-GREWN TO TRUE
           SET WS-IS-CHAIN-PASS TO TRUE
           PERFORM UNTIL NOT WS-CHAIN-HAS-GREWN
                   OR WS-HAS-FILE-ERROR
               MOVE "N" TO WS-CHAIN-GREW
               PERFORM 0400-RUN-PASS
           END-PERFORM
           IF WS-CHAIN-IS-FULL
               DISPLAY "more than 50 names in the rename chain - "
                   "history shown is incomplete"
           END-IF.

       0300-START-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAM002HR open failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE PD-PROC-DATE TO WS-RUN-DATE
               MOVE WS-RUN-DATE (1:4) TO WS-HEAD-YYYY
               MOVE WS-RUN-DATE (5:2) TO WS-HEAD-MM
               MOVE WS-RUN-DATE (7:2) TO WS-HEAD-DD
               IF WS-IS-NAME-TRACE
                   MOVE "SAMP002H  NAME LINEAGE REPORT" TO
                       WS-HEAD-TITLE
               ELSE
                   MOVE "SAMP002H  NAME MASTER CHANGES REPORT" TO
                       WS-HEAD-TITLE
               END-IF
               MOVE WS-HEAD-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               IF WS-IS-NAME-TRACE
                   MOVE WS-TRACE-NAME TO WS-PRM-NAME
                   MOVE WS-CHAIN-COUNT TO WS-PRM-CHAIN-COUNT
                   MOVE WS-NAME-PARM-LINE TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
                   PERFORM VARYING WS-CHAIN-IX FROM 2 BY 1
                           UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
                       MOVE WS-CHAIN-NAME (WS-CHAIN-IX) TO WS-CHN-NAME
                       MOVE WS-CHAIN-LINE TO REPORT-RECORD
                       PERFORM 0590-WRITE-REPORT-LINE
                   END-PERFORM
               ELSE
                   MOVE WS-FROM-DATE TO WS-PRM-FROM
                   MOVE WS-TO-DATE TO WS-PRM-TO
                   MOVE WS-DATE-PARM-LINE TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-COL-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF.

      * ONE PASS OVER ARCHIVE-THEN-JOURNAL.  EACH ENTRY IS
      * CLASSIFIED, PAIRED WITH THE ONE BEFORE IT IF THE TWO
      * MAKE A RENAME, AND THEN THE ONE BEFORE IT IS SETTLED
      * AND HANDED ON; THE LAST ENTRY IS HANDED ON AT END.
       0400-RUN-PASS.
           MOVE "N" TO WS-PREV-HELD
           PERFORM 0410-OPEN-STREAM
           PERFORM UNTIL WS-STREAM-AT-END OR WS-HAS-FILE-ERROR
               PERFORM 0420-READ-STREAM
               IF WS-HAS-ENTRY
                   PERFORM 0450-CLASSIFY-ENTRY
                   IF WS-PREV-IS-HELD
                       PERFORM 0460-PAIR-RENAME
                       PERFORM 0500-TAKE-EVENT
                   END-IF
                   MOVE WS-CUR-ENTRY TO WS-PREV-ENTRY
                   MOVE WS-CUR-EVENT TO WS-PREV-EVENT
                   SET WS-PREV-IS-HELD TO TRUE
               END-IF
           END-PERFORM
           IF WS-PREV-IS-HELD AND NOT WS-HAS-FILE-ERROR
               PERFORM 0500-TAKE-EVENT
           END-IF.

      * NO ARCHIVE YET (NO SNAPSHOT HAS ROLLED ONE) OR NO
      * JOURNAL YET IS SIMPLY NOTHING TO READ.
       0410-OPEN-STREAM.
           OPEN INPUT JRNL-ARCHIVE-FILE
           EVALUATE WS-JARC-STATUS
               WHEN "00"
                   SET WS-ON-ARCHIVE TO TRUE
               WHEN "35"
                   PERFORM 0430-OPEN-LIVE-JOURNAL
               WHEN OTHER
                   DISPLAY "SAM002JA open failed - status "
                       WS-JARC-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
                   SET WS-STREAM-AT-END TO TRUE
           END-EVALUATE.

       0420-READ-STREAM.
           MOVE "N" TO WS-ENTRY-GOT
           PERFORM UNTIL WS-HAS-ENTRY OR WS-STREAM-AT-END
               IF WS-ON-ARCHIVE
                   READ JRNL-ARCHIVE-FILE
                   IF WS-JARC-STATUS = "00"
                       MOVE JA-ENTRY TO WS-CUR-ENTRY
                       SET WS-HAS-ENTRY TO TRUE
                   ELSE
                       CLOSE JRNL-ARCHIVE-FILE
                       PERFORM 0430-OPEN-LIVE-JOURNAL
                   END-IF
               ELSE
                   READ JOURNAL-FILE INTO WS-CUR-ENTRY
                   IF WS-JRNL-STATUS = "00"
                       SET WS-HAS-ENTRY TO TRUE
                   ELSE
                       CLOSE JOURNAL-FILE
                       SET WS-STREAM-AT-END TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HAS-ENTRY AND WS-IS-PRINT-PASS
               ADD 1 TO WS-CNT-ENTRIES
           END-IF.

       0430-OPEN-LIVE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           EVALUATE WS-JRNL-STATUS
               WHEN "00"
                   SET WS-ON-JOURNAL TO TRUE
               WHEN "35"
                   SET WS-STREAM-AT-END TO TRUE
               WHEN OTHER
                   DISPLAY "SAM002JL open failed - status "
                       WS-JRNL-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
                   SET WS-STREAM-AT-END TO TRUE
           END-EVALUATE.

      * THE ENTRY ON ITS OWN: A WRITE IS AN ADD, ACTIVE TO
      * DELETED A DELETE, DELETED TO ACTIVE A REINSTATE, A
      * P ENTRY A PURGE.  A WRITE OR REUSE WITH SOURCE R AND
      * ADDED ON THE DAY IT CHANGED IS THE NEW HALF OF A
      * RENAME IF THE ENTRY BEFORE IT TURNS OUT TO BE THE
      * OLD HALF.
       0450-CLASSIFY-ENTRY.
           MOVE CJ-BEFORE-IMAGE TO WS-CUR-BEFORE
           MOVE CJ-AFTER-IMAGE TO WS-CUR-AFTER
           MOVE SPACES TO WS-CUR-EVENT
           MOVE "N" TO WS-CUR-EV-DEACT
           MOVE "N" TO WS-CUR-EV-RENAME-IN
           IF CA-NAME NOT = SPACES
               MOVE CA-NAME TO WS-CUR-EV-NAME
           ELSE
               MOVE CB-NAME TO WS-CUR-EV-NAME
           END-IF
           EVALUATE TRUE
               WHEN CJ-IS-PURGE
                   MOVE "PURGED" TO WS-CUR-EV-KIND
               WHEN CJ-IS-WRITE
                   MOVE "ADDED" TO WS-CUR-EV-KIND
                   IF CA-SOURCE = "R"
                       SET WS-CUR-IS-RENAME-IN TO TRUE
                   END-IF
               WHEN CB-IS-ACTIVE AND CA-IS-DELETED
                   MOVE "DELETED" TO WS-CUR-EV-KIND
                   SET WS-CUR-IS-DEACT TO TRUE
               WHEN CB-IS-DELETED AND CA-IS-ACTIVE
                   MOVE "REINSTATED" TO WS-CUR-EV-KIND
                   IF CA-SOURCE = "R"
                       AND CA-DATE-ADDED = CA-DATE-CHANGED
                       SET WS-CUR-IS-RENAME-IN TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "CHANGED" TO WS-CUR-EV-KIND
           END-EVALUATE.

      * BOTH HALVES OF A RENAME ARE JOURNALED BY THE SAME
      * PROGRAM ON THE SAME BUSINESS DATE, ONE STRAIGHT AFTER
      * THE OTHER.
       0460-PAIR-RENAME.
           IF WS-CUR-IS-RENAME-IN AND WS-PREV-IS-DEACT
               AND PJ-PROGRAM = CJ-PROGRAM
               AND PJ-DATE = CJ-DATE
               AND WS-PREV-EV-NAME NOT = WS-CUR-EV-NAME
               MOVE "RENAMED TO" TO WS-PREV-EV-KIND
               MOVE WS-CUR-EV-NAME TO WS-PREV-EV-OTHER
               MOVE "RENAMED FROM" TO WS-CUR-EV-KIND
               MOVE WS-PREV-EV-NAME TO WS-CUR-EV-OTHER
           END-IF.

      * THE HELD ENTRY IS NOW SETTLED.  A CHAIN PASS ONLY
      * LOOKS AT RENAMES; THE PRINT PASS LISTS THE ENTRIES
      * THE SELECTION ASKED FOR.
       0500-TAKE-EVENT.
           IF WS-IS-CHAIN-PASS
               IF WS-PREV-EV-KIND = "RENAMED TO"
                   PERFORM 0510-EXTEND-CHAIN
               END-IF
           ELSE
               IF WS-IS-NAME-TRACE
                   MOVE WS-PREV-EV-NAME TO WS-FIND-NAME
                   PERFORM 0520-FIND-IN-CHAIN
                   IF WS-WAS-FOUND
                       PERFORM 0550-PRINT-EVENT
                   END-IF
               ELSE
                   IF PJ-DATE NOT < WS-FROM-DATE
                       AND PJ-DATE NOT > WS-TO-DATE
                       PERFORM 0550-PRINT-EVENT
                   END-IF
               END-IF
           END-IF.

       0510-EXTEND-CHAIN.
           MOVE WS-PREV-EV-NAME TO WS-FIND-NAME
           PERFORM 0520-FIND-IN-CHAIN
           MOVE WS-FOUND TO WS-NAME-FOUND
           MOVE WS-PREV-EV-OTHER TO WS-FIND-NAME
           PERFORM 0520-FIND-IN-CHAIN
           MOVE WS-FOUND TO WS-OTHER-FOUND
           IF WS-NAME-FOUND NOT = WS-OTHER-FOUND
               IF WS-CHAIN-COUNT < 50
                   ADD 1 TO WS-CHAIN-COUNT
                   IF WS-NAME-FOUND = "Y"
                       MOVE WS-PREV-EV-OTHER
                           TO WS-CHAIN-NAME (WS-CHAIN-COUNT)
                   ELSE
                       MOVE WS-PREV-EV-NAME
                           TO WS-CHAIN-NAME (WS-CHAIN-COUNT)
                   END-IF
                   SET WS-CHAIN-HAS-GREWN TO TRUE
               ELSE
                   SET WS-CHAIN-IS-FULL TO TRUE
               END-IF
           END-IF.

       0520-FIND-IN-CHAIN.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT OR WS-WAS-FOUND
               IF WS-CHAIN-NAME (WS-CHAIN-IX) = WS-FIND-NAME
                   SET WS-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0550-PRINT-EVENT.
           ADD 1 TO WS-CNT-LISTED
           EVALUATE WS-PREV-EV-KIND
               WHEN "ADDED"
                   ADD 1 TO WS-CNT-ADDED
               WHEN "RENAMED TO"
                   ADD 1 TO WS-CNT-RENAMED
               WHEN "DELETED"
                   ADD 1 TO WS-CNT-DELETED
               WHEN "REINSTATED"
                   ADD 1 TO WS-CNT-REINSTATED
               WHEN "PURGED"
                   ADD 1 TO WS-CNT-PURGED
               WHEN "CHANGED"
                   ADD 1 TO WS-CNT-CHANGED
           END-EVALUATE
           MOVE PJ-DATE TO WS-DET-DATE-X
           MOVE WS-DET-DATE-X (1:4) TO WS-DET-YYYY
           MOVE WS-DET-DATE-X (5:2) TO WS-DET-MM
           MOVE WS-DET-DATE-X (7:2) TO WS-DET-DD
           MOVE PJ-TIME TO WS-DET-TIME-X
           MOVE WS-DET-TIME-X (1:2) TO WS-DET-HH
           MOVE WS-DET-TIME-X (3:2) TO WS-DET-MI
           MOVE WS-DET-TIME-X (5:2) TO WS-DET-SS
           MOVE WS-PREV-EV-NAME TO WS-DET-NAME
           MOVE WS-PREV-EV-KIND TO WS-DET-KIND
           MOVE WS-PREV-EV-OTHER TO WS-DET-OTHER
           MOVE PJ-PROGRAM TO WS-DET-PROGRAM
           MOVE PJ-OPERATOR TO WS-DET-OPERATOR
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0590-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAM002HR write failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0600-END-REPORT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "JOURNAL ENTRIES READ:" TO WS-TOT-LABEL
           MOVE WS-CNT-ENTRIES TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "CHANGES LISTED:" TO WS-TOT-LABEL
           MOVE WS-CNT-LISTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "  ADDS:" TO WS-TOT-LABEL
           MOVE WS-CNT-ADDED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "  RENAMES:" TO WS-TOT-LABEL
           MOVE WS-CNT-RENAMED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "  DELETES:" TO WS-TOT-LABEL
           MOVE WS-CNT-DELETED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "  REINSTATES:" TO WS-TOT-LABEL
           MOVE WS-CNT-REINSTATED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "  PURGES:" TO WS-TOT-LABEL
           MOVE WS-CNT-PURGED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "  OTHER CHANGES:" TO WS-TOT-LABEL
           MOVE WS-CNT-CHANGED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMP002H" TO RP-PROGRAM
           MOVE 0 TO RP-RETURN-CODE
           CALL "SAMPRLOG" USING WS-RLOG-PARM
               ON EXCEPTION
                   DISPLAY "SAMPRLOG is not available - "
                       "run not logged"
           END-CALL.

       9100-END-RUN-LOG.
           MOVE "E" TO RP-FUNCTION
           CALL "SAMPRLOG" USING WS-RLOG-PARM
               ON EXCEPTION
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
           MOVE "SAMP002H" TO SO-PROGRAM
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
           MOVE SO-OPERATOR TO RP-OPERATOR.

       9300-GET-PROCESS-DATE.
           MOVE "G" TO PD-FUNCTION
           CALL "SAMPDATE" USING WS-PDATE-PARM
               ON EXCEPTION
                   DISPLAY "SAMPDATE is not available - "
                       "using the machine date"
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.
