       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMP002P.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE          ASSIGN TO "SAM002MS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS MF-NAME
                                        FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE         ASSIGN TO "SAM002DA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-ARCH-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAM002PG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE           ASSIGN TO "AUDTOTAL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-AUDIT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  MASTER-FILE.
       01  MF-RECORD.
           COPY NAMEMST.

      * THE PERMANENT DELETED-NAMES ARCHIVE: THE MASTER RECORD
      * AS IT STOOD WHEN PURGED, THE BUSINESS DATE OF THE
      * PURGE AND THE OPERATOR WHO RAN IT.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY NAMEMST REPLACING LEADING ==MF== BY ==DA==.
           05 DA-PURGE-DATE             PIC 9(8).
           05 DA-PURGE-OPERATOR         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE                  SECTION.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-ARCH-STATUS                PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-AUDIT-STATUS               PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.
       01 WS-JRNL-RECORD.
           COPY MSTJRNL.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-PARM-DAYS                  PIC X(4).
       01 WS-LIST-HITS                  PIC 9(2) VALUE 0.
       01 WS-BATCH-HITS                 PIC 9(2) VALUE 0.
       01 WS-RUN-MODE                   PIC X VALUE "P".
           88 WS-IS-DRY-RUN             VALUE "L".
       01 WS-RETENTION-DAYS             PIC 9(4) VALUE 0.
       01 WS-TODAY                      PIC 9(8).
       01 WS-CUTOFF-DATE                PIC 9(8).
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".
       01 WS-SCAN-DONE                  PIC X VALUE "N".
           88 WS-SCAN-IS-DONE           VALUE "Y".

       01 WS-CNT-READ                   PIC 9(7) VALUE 0.
       01 WS-CNT-CANDIDATES             PIC 9(7) VALUE 0.
       01 WS-CNT-PURGED                 PIC 9(7) VALUE 0.

       01 WS-RUN-DATE                   PIC 9(8).
       01 WS-HEAD-LINE.
           05 FILLER                    PIC X(38) VALUE
               "SAMP002P  DELETED NAME PURGE REPORT   ".
           05 WS-HEAD-YYYY              PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-MM                PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-DD                PIC XX.
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-PARM-LINE.
           05 FILLER                    PIC X(16) VALUE
               "RETENTION DAYS: ".
           05 WS-PRM-DAYS               PIC Z,ZZ9.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(27) VALUE
               "DELETED BEFORE (CUTOFF):   ".
           05 WS-PRM-CUTOFF             PIC 9(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 WS-PRM-MODE               PIC X(16).
       01 WS-COL-LINE.
           05 FILLER                    PIC X(12) VALUE "NAME".
           05 FILLER                    PIC X(12) VALUE "DATE-ADDED".
           05 FILLER                    PIC X(14) VALUE
               "DATE-DELETED".
           05 FILLER                    PIC X(6) VALUE "SRC".
           05 FILLER                    PIC X(36) VALUE "ACTION".
       01 WS-DETAIL-LINE.
           05 WS-DET-NAME               PIC X(10).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-ADDED              PIC 9(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 WS-DET-CHANGED            PIC 9(8).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 WS-DET-SOURCE             PIC X.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 WS-DET-ACTION             PIC X(36).
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL              PIC X(24).
           05 WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(47) VALUE SPACES.

      *****************************************************
      * RETENTION PURGE OF SOFT-DELETED NAMES.  RUN AS
      * "NNNN" IT PHYSICALLY REMOVES EVERY DELETED RECORD
      * WHOSE DELETE (MF-DATE-CHANGED) IS OLDER THAN NNNN
      * DAYS BEFORE THE SAMPDATE BUSINESS DATE; "NNNN LIST"
      * IS A DRY RUN THAT REPORTS THE SAME CANDIDATES AND
      * TOUCHES NOTHING.  EACH RECORD GOES TO THE PERMANENT
      * SAM002DA ARCHIVE BEFORE IT LEAVES THE MASTER, AND
      * EACH REMOVAL IS JOURNALED SO SAMP002R CAN REPLAY IT.
      * ACTIVE RECORDS ARE NEVER TOUCHED, SO THE POPULATION
      * DOES NOT MOVE: THE AUDTOTAL RECORD CARRIES ZERO ADDS
      * AND ZERO DELETES AND SAMPRECN STAYS IN BALANCE.
      * A REAL PURGE NEEDS NAME MAINTENANCE AUTHORITY, A DRY
      * RUN INQUIRY; ON THE SCHEDULE IT RUNS UNDER THE
      * OPERATOR SAMPMENU SIGNED ON.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-CNT-READ
           MOVE 0 TO WS-CNT-CANDIDATES
           MOVE 0 TO WS-CNT-PURGED
           MOVE SPACES TO RP-OPERATOR
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE 0 TO WS-LIST-HITS
           MOVE 0 TO WS-BATCH-HITS
           INSPECT WS-PARM-DATA TALLYING WS-LIST-HITS FOR ALL "LIST"
           INSPECT WS-PARM-DATA TALLYING WS-BATCH-HITS
               FOR ALL "BATCH"
           IF WS-LIST-HITS NOT = 0
               MOVE "L" TO WS-RUN-MODE
           ELSE
               MOVE "P" TO WS-RUN-MODE
           END-IF
           PERFORM 9200-SIGN-ON
           PERFORM 9000-START-RUN-LOG
           IF SO-WAS-REFUSED
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF WS-IS-DRY-RUN
               IF NOT SO-MAY-INQUIRE AND NOT SO-MAY-MAINTAIN-NAMES
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to list purge candidates"
                   PERFORM 0050-END-IN-ERROR
               END-IF
           ELSE
               IF NOT SO-MAY-MAINTAIN-NAMES
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to purge the name master"
                   PERFORM 0050-END-IN-ERROR
               END-IF
           END-IF
           PERFORM 0100-GET-CUTOFF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0200-PURGE-MASTER
           END-IF
           IF NOT WS-HAS-FILE-ERROR AND NOT WS-IS-DRY-RUN
               PERFORM 0700-WRITE-AUDIT
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               IF WS-IS-DRY-RUN
                   DISPLAY "dry run - " WS-CNT-CANDIDATES
                       " name(s) would be purged"
               ELSE
                   DISPLAY "purge complete - " WS-CNT-PURGED
                       " name(s) archived to SAM002DA and removed"
               END-IF
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

      * A PURGE WITHOUT AN EXPLICIT RETENTION PERIOD IS TOO
      * DANGEROUS TO GUESS AT, SO A MISSING OR MALFORMED
      * PERIOD ENDS THE STEP WITH NOTHING TOUCHED.
       0100-GET-CUTOFF.
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
           MOVE WS-PARM-DATA (1:4) TO WS-PARM-DAYS
           IF WS-PARM-DAYS NUMERIC
               MOVE WS-PARM-DAYS TO WS-RETENTION-DAYS
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - WS-RETENTION-DAYS)
               DISPLAY "purging names deleted before "
                   WS-CUTOFF-DATE " (" WS-RETENTION-DAYS
                   " days before " WS-TODAY ")"
           ELSE
               DISPLAY "retention parameter is not NNNN days - "
                   "nothing purged"
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0200-PURGE-MASTER.
           IF WS-IS-DRY-RUN
               OPEN INPUT MASTER-FILE
           ELSE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SAM002MS open failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               IF NOT WS-IS-DRY-RUN
                   OPEN EXTEND ARCHIVE-FILE
                   IF WS-ARCH-STATUS = "35"
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF
                   IF WS-ARCH-STATUS NOT = "00"
                       DISPLAY "SAM002DA open failed - status "
                           WS-ARCH-STATUS
                       SET WS-HAS-FILE-ERROR TO TRUE
                   END-IF
               END-IF
               IF NOT WS-HAS-FILE-ERROR
                   PERFORM 0300-START-REPORT
               END-IF
               IF NOT WS-HAS-FILE-ERROR
                   PERFORM 0250-SCAN-MASTER
                   PERFORM 0600-END-REPORT
               END-IF
               IF NOT WS-IS-DRY-RUN
                   CLOSE ARCHIVE-FILE
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       0250-SCAN-MASTER.
           MOVE "N" TO WS-SCAN-DONE
           MOVE SPACES TO MF-NAME
           START MASTER-FILE KEY NOT < MF-NAME
               INVALID KEY
                   SET WS-SCAN-IS-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-IS-DONE OR WS-HAS-FILE-ERROR
               READ MASTER-FILE NEXT RECORD
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-CNT-READ
                   IF MF-IS-DELETED
                       AND MF-DATE-CHANGED < WS-CUTOFF-DATE
                       ADD 1 TO WS-CNT-CANDIDATES
                       IF WS-IS-DRY-RUN
                           MOVE "CANDIDATE - NOT PURGED (DRY RUN)"
                               TO WS-DET-ACTION
                           PERFORM 0500-PRINT-DETAIL
                       ELSE
                           PERFORM 0400-PURGE-RECORD
                       END-IF
                   END-IF
               ELSE
                   SET WS-SCAN-IS-DONE TO TRUE
               END-IF
           END-PERFORM.

       0300-START-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAM002PG open failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE WS-TODAY TO WS-RUN-DATE
               MOVE WS-RUN-DATE (1:4) TO WS-HEAD-YYYY
               MOVE WS-RUN-DATE (5:2) TO WS-HEAD-MM
               MOVE WS-RUN-DATE (7:2) TO WS-HEAD-DD
               MOVE WS-HEAD-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-RETENTION-DAYS TO WS-PRM-DAYS
               MOVE WS-CUTOFF-DATE TO WS-PRM-CUTOFF
               IF WS-IS-DRY-RUN
                   MOVE "DRY RUN" TO WS-PRM-MODE
               ELSE
                   MOVE "PURGE" TO WS-PRM-MODE
               END-IF
               MOVE WS-PARM-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-COL-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF.

      * THE ARCHIVE COPY IS WRITTEN FIRST AND THE RECORD IS
      * ONLY DELETED ONCE IT IS SAFELY THERE, SO A FAILURE
      * NEVER LOSES A NAME - AT WORST IT IS ON BOTH FILES.
       0400-PURGE-RECORD.
           MOVE MF-RECORD TO ARCHIVE-RECORD
           MOVE WS-TODAY TO DA-PURGE-DATE
           MOVE SO-OPERATOR TO DA-PURGE-OPERATOR
           WRITE ARCHIVE-RECORD
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SAM002DA write failed - status "
                   WS-ARCH-STATUS " - purge stopped at " MF-NAME
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE MF-RECORD TO JR-BEFORE-IMAGE
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "delete failed for " MF-NAME
                           " - status " WS-MASTER-STATUS
                       SET WS-HAS-FILE-ERROR TO TRUE
                       MOVE "ARCHIVED - DELETE FAILED"
                           TO WS-DET-ACTION
                       PERFORM 0500-PRINT-DETAIL
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-PURGED
                       MOVE "P" TO JR-ACTION
                       MOVE SPACES TO JR-AFTER-IMAGE
                       PERFORM 9400-WRITE-JOURNAL
                       MOVE "ARCHIVED AND PURGED" TO WS-DET-ACTION
                       PERFORM 0500-PRINT-DETAIL
               END-DELETE
           END-IF.

       0500-PRINT-DETAIL.
           MOVE MF-NAME TO WS-DET-NAME
           MOVE MF-DATE-ADDED TO WS-DET-ADDED
           MOVE MF-DATE-CHANGED TO WS-DET-CHANGED
           MOVE MF-SOURCE TO WS-DET-SOURCE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0590-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAM002PG write failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0600-END-REPORT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "RECORDS READ:" TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "PURGE CANDIDATES:" TO WS-TOT-LABEL
           MOVE WS-CNT-CANDIDATES TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE "NAMES PURGED:" TO WS-TOT-LABEL
           MOVE WS-CNT-PURGED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

      * ONLY RECORDS ALREADY OUT OF THE POPULATION ARE
      * REMOVED, SO THE AUDIT RECORD REPORTS NO ADDS AND NO
      * DELETES - IT MARKS THAT THE PURGE RAN WITHOUT MOVING
      * THE ADDS-LESS-DELETES FIGURE SAMPRECN PROVES.
       0700-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE "SAMP002P" TO AR-PROGRAM
           MOVE 0 TO AR-CNT-FIZZBUZZ
           MOVE 0 TO AR-CNT-FIZZ
           MOVE 0 TO AR-CNT-BUZZ
           MOVE 0 TO AR-CNT-PLAIN
           MOVE 0 TO AR-CNT-NAMES
           MOVE 0 TO AR-CNT-NAMES-DEL
           MOVE SPACES TO AR-REQUEST-ID
           MOVE RP-RUN-NUMBER TO AR-RUN-NUMBER
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMP002P" TO RP-PROGRAM
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
           MOVE "SAMP002P" TO SO-PROGRAM
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

      * EVERY REMOVAL GOES TO THE CHANGE JOURNAL WITH THE
      * PURGED RECORD AS ITS BEFORE IMAGE AND NO AFTER IMAGE,
      * SO SAMP002R REPLAYS IT AS A DELETE.
       9400-WRITE-JOURNAL.
           MOVE "SAMP002P" TO JR-PROGRAM
           MOVE SO-OPERATOR TO JR-OPERATOR
           CALL "SAMPJRNW" USING WS-JRNL-RECORD
               ON EXCEPTION
                   DISPLAY "SAMPJRNW is not available - "
                       "change not journaled"
           END-CALL.
