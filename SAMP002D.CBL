       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMP002D.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE          ASSIGN TO "SAM002MS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS MF-NAME
                                        FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMDUPRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  MASTER-FILE.
       01  MF-RECORD.
           COPY NAMEMST.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.
       01 WS-NDUP-PARM.
           COPY NDUPLK.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-PARM-DAYS                  PIC X(3).
       01 WS-BATCH-HITS                 PIC 9(2) VALUE 0.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".
       01 WS-TODAY                      PIC 9(8).
       01 WS-RECENT-DAYS                PIC 9(3) VALUE 30.
       01 WS-RECENT-CUTOFF              PIC 9(8) VALUE 0.

      * EVERY ACTIVE NAME AND EVERY RECENTLY DELETED ONE, IN
      * KEY ORDER.  WS-TB-GROUP TIES THE NAMES OF ONE PROBABLE
      * PERSON TOGETHER; WS-TB-MATCH-NAME IS THE NAME THAT
      * BROUGHT THE ENTRY INTO ITS GROUP, BLANK FOR THE NAME
      * THE GROUP WAS STARTED FROM.
       01 WS-NAME-TABLE.
           05 WS-NAME-COUNT             PIC 9(4) VALUE 0.
           05 WS-NAME-ENTRY OCCURS 1000 TIMES.
               10 WS-TB-NAME            PIC X(10).
               10 WS-TB-STATUS          PIC X.
               10 WS-TB-ADDED           PIC 9(8).
               10 WS-TB-CHANGED         PIC 9(8).
               10 WS-TB-SOURCE          PIC X.
               10 WS-TB-GROUP           PIC 9(4).
               10 WS-TB-MATCH-NAME      PIC X(10).
               10 WS-TB-MATCH-TEXT      PIC X(20).
       01 WS-IX                         PIC 9(4).
       01 WS-JX                         PIC 9(4).
       01 WS-KX                         PIC 9(4).
       01 WS-GROUP-HIGH                 PIC 9(4) VALUE 0.
       01 WS-OLD-GROUP                  PIC 9(4).
       01 WS-PRINT-GROUP                PIC 9(4) VALUE 0.
       01 WS-GROUP-USED                 PIC X VALUE "N".
           88 WS-GROUP-IS-USED          VALUE "Y".

       01 WS-CNT-READ                   PIC 9(7) VALUE 0.
       01 WS-CNT-ACTIVE                 PIC 9(7) VALUE 0.
       01 WS-CNT-RECENT                 PIC 9(7) VALUE 0.
       01 WS-CNT-BEYOND                 PIC 9(7) VALUE 0.
       01 WS-CNT-IN-GROUPS              PIC 9(7) VALUE 0.

       01 WS-RUN-DATE                   PIC 9(8).
       01 WS-HEAD-LINE.
           05 WS-HEAD-TITLE             PIC X(38).
           05 WS-HEAD-YYYY              PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-MM                PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-DD                PIC XX.
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-PARM-LINE.
           05 FILLER                    PIC X(30) VALUE
               "DELETED NAMES SCREENED FROM: ".
           05 WS-PRM-CUTOFF             PIC 9(8).
           05 FILLER                    PIC X(2) VALUE " (".
           05 WS-PRM-DAYS               PIC ZZ9.
           05 FILLER                    PIC X(6) VALUE " DAYS)".
           05 FILLER                    PIC X(31) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER                    PIC X(14) VALUE "  NAME".
           05 FILLER                    PIC X(9) VALUE "STATUS".
           05 FILLER                    PIC X(10) VALUE "ADDED".
           05 FILLER                    PIC X(10) VALUE "CHANGED".
           05 FILLER                    PIC X(4) VALUE "SRC".
           05 FILLER                    PIC X(12) VALUE "RESEMBLES".
           05 FILLER                    PIC X(21) VALUE "REASON".
       01 WS-GROUP-LINE.
           05 FILLER                    PIC X(6) VALUE "GROUP ".
           05 WS-GRP-NUMBER             PIC ZZZ9.
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-NAME               PIC X(10).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS             PIC X(7).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-ADDED              PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-CHANGED            PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-SOURCE             PIC X.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 WS-DET-MATCH-NAME         PIC X(10).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-MATCH-TEXT         PIC X(20).
           05 FILLER                    PIC X VALUE SPACE.
       01 WS-NONE-LINE                  PIC X(80) VALUE
           "NO PROBABLE DUPLICATES FOUND".
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL              PIC X(24).
           05 WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(47) VALUE SPACES.

      *****************************************************
      * NEAR-DUPLICATE SCREENING OF THE NAME MASTER.  THE
      * MASTER ONLY REFUSES AN EXACT KEY, SO "SMITH",
      * " SMITH", "Smith" AND "SMIHT" CAN ALL BE ON FILE AS
      * DIFFERENT PEOPLE.  EVERY ACTIVE NAME IS COMPARED
      * (THROUGH SAMPNDUP) WITH EVERY OTHER ACTIVE NAME AND
      * WITH EVERY NAME SOFT-DELETED IN THE LAST 30 DAYS -
      * OR "NNN" DAYS WHEN THE PARAMETER STARTS WITH ONE.
      * NAMES THAT MATCH, DIRECTLY OR THROUGH ONE ANOTHER,
      * ARE LISTED TOGETHER AS ONE GROUP ON SAMDUPRP WITH
      * THE NAME EACH ONE RESEMBLES AND WHY.  NOTHING ON THE
      * MASTER IS CHANGED; A GROUP IS PUT RIGHT WITH
      * SAMP002M.  NEEDS INQUIRY AUTHORITY; ON THE SCHEDULE
      * IT RUNS UNDER THE OPERATOR SAMPMENU SIGNED ON.  A
      * MASTER TOO BIG FOR THE TABLE IS ONLY PARTLY SCREENED
      * AND ENDS WITH RETURN-CODE 8.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-NAME-COUNT
           MOVE 0 TO WS-GROUP-HIGH
           MOVE 0 TO WS-PRINT-GROUP
           MOVE 0 TO WS-CNT-READ
           MOVE 0 TO WS-CNT-ACTIVE
           MOVE 0 TO WS-CNT-RECENT
           MOVE 0 TO WS-CNT-BEYOND
           MOVE 0 TO WS-CNT-IN-GROUPS
           MOVE SPACES TO RP-OPERATOR
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE 0 TO WS-BATCH-HITS
           INSPECT WS-PARM-DATA TALLYING WS-BATCH-HITS
               FOR ALL "BATCH"
           PERFORM 9200-SIGN-ON
           PERFORM 9000-START-RUN-LOG
           IF SO-WAS-REFUSED
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF NOT SO-MAY-INQUIRE
               DISPLAY "operator " SO-OPERATOR
                   " is not authorised to screen the name master"
               PERFORM 0050-END-IN-ERROR
           END-IF
           PERFORM 0100-GET-WINDOW
           PERFORM 0200-LOAD-NAMES
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0300-FIND-GROUPS
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0400-START-REPORT
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0500-PRINT-GROUPS
               PERFORM 0600-END-REPORT
           END-IF
           IF WS-CNT-BEYOND NOT = 0
               DISPLAY WS-CNT-BEYOND " name(s) beyond the table "
                   "were not screened"
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               DISPLAY WS-PRINT-GROUP " probable duplicate group(s)"
                   " listed on SAMDUPRP"
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

       0100-GET-WINDOW.
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
           MOVE WS-PARM-DATA (1:3) TO WS-PARM-DAYS
           IF WS-PARM-DAYS NUMERIC
               MOVE WS-PARM-DAYS TO WS-RECENT-DAYS
           END-IF
           COMPUTE WS-RECENT-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - WS-RECENT-DAYS).

      * DELETED NAMES OLDER THAN THE WINDOW ARE LEFT OUT: A
      * NAME DELETED LONG AGO AND ADDED BACK SLIGHTLY
      * DIFFERENT IS NOT A DOUBLE ENTRY.
       0200-LOAD-NAMES.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SAM002MS open failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       ADD 1 TO WS-CNT-READ
                       IF MF-IS-ACTIVE
                           OR (MF-IS-DELETED
                               AND MF-DATE-CHANGED
                                   NOT < WS-RECENT-CUTOFF)
                           PERFORM 0250-TAKE-NAME
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MASTER-STATUS NOT = "10"
                   DISPLAY "SAM002MS read failed - status "
                       WS-MASTER-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       0250-TAKE-NAME.
           IF WS-NAME-COUNT < 1000
               ADD 1 TO WS-NAME-COUNT
               MOVE MF-NAME TO WS-TB-NAME (WS-NAME-COUNT)
               MOVE MF-STATUS TO WS-TB-STATUS (WS-NAME-COUNT)
               MOVE MF-DATE-ADDED TO WS-TB-ADDED (WS-NAME-COUNT)
               MOVE MF-DATE-CHANGED TO WS-TB-CHANGED (WS-NAME-COUNT)
               MOVE MF-SOURCE TO WS-TB-SOURCE (WS-NAME-COUNT)
               MOVE 0 TO WS-TB-GROUP (WS-NAME-COUNT)
               MOVE SPACES TO WS-TB-MATCH-NAME (WS-NAME-COUNT)
               MOVE SPACES TO WS-TB-MATCH-TEXT (WS-NAME-COUNT)
               IF MF-IS-ACTIVE
                   ADD 1 TO WS-CNT-ACTIVE
               ELSE
                   ADD 1 TO WS-CNT-RECENT
               END-IF
           ELSE
               ADD 1 TO WS-CNT-BEYOND
           END-IF.

      * EACH PAIR IS COMPARED ONCE; TWO DELETED NAMES ARE NOT
      * COMPARED WITH EACH OTHER, SO EVERY GROUP HOLDS AT
      * LEAST ONE ACTIVE NAME.
       0300-FIND-GROUPS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NAME-COUNT OR WS-HAS-FILE-ERROR
               PERFORM VARYING WS-JX FROM WS-IX BY 1
                       UNTIL WS-JX > WS-NAME-COUNT
                       OR WS-HAS-FILE-ERROR
                   IF WS-JX NOT = WS-IX
                       AND (WS-TB-STATUS (WS-IX) = "A"
                           OR WS-TB-STATUS (WS-JX) = "A")
                       PERFORM 0310-COMPARE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       0310-COMPARE-PAIR.
           MOVE WS-TB-NAME (WS-IX) TO ND-NAME-1
           MOVE WS-TB-NAME (WS-JX) TO ND-NAME-2
           MOVE "N" TO ND-MATCH
           CALL "SAMPNDUP" USING WS-NDUP-PARM
               ON EXCEPTION
                   DISPLAY "SAMPNDUP is not available - "
                       "master not screened"
                   SET WS-HAS-FILE-ERROR TO TRUE
           END-CALL
           IF NOT ND-NO-MATCH AND NOT ND-SAME-NAME
               PERFORM 0350-LINK-PAIR
           END-IF.

      * A PAIR EITHER STARTS A NEW GROUP, JOINS THE NEWCOMER
      * TO THE OTHER NAME'S GROUP, OR - WHEN BOTH ARE ALREADY
      * GROUPED APART - FOLDS THE SECOND GROUP INTO THE FIRST.
       0350-LINK-PAIR.
           EVALUATE TRUE
               WHEN WS-TB-GROUP (WS-IX) = 0
                   AND WS-TB-GROUP (WS-JX) = 0
                   ADD 1 TO WS-GROUP-HIGH
                   MOVE WS-GROUP-HIGH TO WS-TB-GROUP (WS-IX)
                   MOVE WS-GROUP-HIGH TO WS-TB-GROUP (WS-JX)
                   MOVE WS-TB-NAME (WS-IX)
                       TO WS-TB-MATCH-NAME (WS-JX)
                   MOVE ND-MATCH-TEXT TO WS-TB-MATCH-TEXT (WS-JX)
               WHEN WS-TB-GROUP (WS-JX) = 0
                   MOVE WS-TB-GROUP (WS-IX) TO WS-TB-GROUP (WS-JX)
                   MOVE WS-TB-NAME (WS-IX)
                       TO WS-TB-MATCH-NAME (WS-JX)
                   MOVE ND-MATCH-TEXT TO WS-TB-MATCH-TEXT (WS-JX)
               WHEN WS-TB-GROUP (WS-IX) = 0
                   MOVE WS-TB-GROUP (WS-JX) TO WS-TB-GROUP (WS-IX)
                   MOVE WS-TB-NAME (WS-JX)
                       TO WS-TB-MATCH-NAME (WS-IX)
                   MOVE ND-MATCH-TEXT TO WS-TB-MATCH-TEXT (WS-IX)
               WHEN WS-TB-GROUP (WS-IX) NOT = WS-TB-GROUP (WS-JX)
                   MOVE WS-TB-GROUP (WS-JX) TO WS-OLD-GROUP
                   IF WS-TB-MATCH-NAME (WS-JX) = SPACES
                       MOVE WS-TB-NAME (WS-IX)
                           TO WS-TB-MATCH-NAME (WS-JX)
                       MOVE ND-MATCH-TEXT
                           TO WS-TB-MATCH-TEXT (WS-JX)
                   END-IF
                   PERFORM VARYING WS-KX FROM 1 BY 1
                           UNTIL WS-KX > WS-NAME-COUNT
                       IF WS-TB-GROUP (WS-KX) = WS-OLD-GROUP
                           MOVE WS-TB-GROUP (WS-IX)
                               TO WS-TB-GROUP (WS-KX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       0400-START-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMDUPRP open failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE WS-TODAY TO WS-RUN-DATE
               MOVE WS-RUN-DATE (1:4) TO WS-HEAD-YYYY
               MOVE WS-RUN-DATE (5:2) TO WS-HEAD-MM
               MOVE WS-RUN-DATE (7:2) TO WS-HEAD-DD
               MOVE "SAMP002D  NAME DUPLICATE SCREENING" TO
                   WS-HEAD-TITLE
               MOVE WS-HEAD-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-RECENT-CUTOFF TO WS-PRM-CUTOFF
               MOVE WS-RECENT-DAYS TO WS-PRM-DAYS
               MOVE WS-PARM-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-COL-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF.

      * GROUPS FOLDED INTO ANOTHER LEAVE THEIR NUMBER EMPTY,
      * SO THE GROUPS ARE RENUMBERED FROM 1 AS THEY PRINT.
       0500-PRINT-GROUPS.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-GROUP-HIGH
               MOVE "N" TO WS-GROUP-USED
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-NAME-COUNT
                   IF WS-TB-GROUP (WS-IX) = WS-KX
                       IF NOT WS-GROUP-IS-USED
                           SET WS-GROUP-IS-USED TO TRUE
                           ADD 1 TO WS-PRINT-GROUP
                           MOVE SPACES TO REPORT-RECORD
                           PERFORM 0590-WRITE-REPORT-LINE
                           MOVE WS-PRINT-GROUP TO WS-GRP-NUMBER
                           MOVE WS-GROUP-LINE TO REPORT-RECORD
                           PERFORM 0590-WRITE-REPORT-LINE
                       END-IF
                       PERFORM 0550-PRINT-MEMBER
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-PRINT-GROUP = 0
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-NONE-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF.

       0550-PRINT-MEMBER.
           ADD 1 TO WS-CNT-IN-GROUPS
           MOVE WS-TB-NAME (WS-IX) TO WS-DET-NAME
           IF WS-TB-STATUS (WS-IX) = "A"
               MOVE "ACTIVE" TO WS-DET-STATUS
           ELSE
               MOVE "DELETED" TO WS-DET-STATUS
           END-IF
           MOVE WS-TB-ADDED (WS-IX) TO WS-DET-ADDED
           MOVE WS-TB-CHANGED (WS-IX) TO WS-DET-CHANGED
           MOVE WS-TB-SOURCE (WS-IX) TO WS-DET-SOURCE
           MOVE WS-TB-MATCH-NAME (WS-IX) TO WS-DET-MATCH-NAME
           MOVE WS-TB-MATCH-TEXT (WS-IX) TO WS-DET-MATCH-TEXT
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0590-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMDUPRP write failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0600-END-REPORT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "MASTER RECORDS READ:" TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "ACTIVE NAMES SCREENED:" TO WS-TOT-LABEL
           MOVE WS-CNT-ACTIVE TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "RECENT DELETES SCREENED:" TO WS-TOT-LABEL
           MOVE WS-CNT-RECENT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "NAMES NOT SCREENED:" TO WS-TOT-LABEL
           MOVE WS-CNT-BEYOND TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "PROBABLE DUPLICATES:" TO WS-TOT-LABEL
           MOVE WS-PRINT-GROUP TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "NAMES IN THOSE GROUPS:" TO WS-TOT-LABEL
           MOVE WS-CNT-IN-GROUPS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM 9500-CATALOG-OUTPUT.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMP002D" TO RP-PROGRAM
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
           MOVE "SAMP002D" TO SO-PROGRAM
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

      * THE FINISHED REPORT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMDUPRP" TO GN-FILE
           MOVE "SAMP002D" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMDUPRP not catalogued"
           END-CALL.
