       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPGENM.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE         ASSIGN TO "SAMGENCT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-CAT-STATUS.
           SELECT CATALOG-WORK-FILE    ASSIGN TO "SAMGENCW"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-CATW-STATUS.
           SELECT STORE-FILE           ASSIGN TO "SAMGENST"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-STORE-STATUS.
           SELECT STORE-WORK-FILE      ASSIGN TO "SAMGENSW"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-STOW-STATUS.
           SELECT RETAIN-FILE          ASSIGN TO "SAMGENRT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-RETAIN-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMGENRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY GENCAT.

       FD  CATALOG-WORK-FILE.
       01  CATALOG-WORK-RECORD          PIC X(66).

       FD  STORE-FILE.
       01  STORE-RECORD.
           COPY GENSTOR.

       FD  STORE-WORK-FILE.
       01  STORE-WORK-RECORD            PIC X(153).

      * RETENTION CONTROL: ONE RECORD PER CATALOGUED FILE, THE
      * FILE NAME AND HOW MANY DAYS AFTER ITS BUSINESS DATE A
      * GENERATION IS KEPT.  A FILE WITH NO RECORD HERE IS
      * KEPT INDEFINITELY.
       FD  RETAIN-FILE.
       01  RETAIN-RECORD.
           05 RT-FILE                   PIC X(8).
           05 RT-DAYS-X                 PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-CAT-STATUS                 PIC XX.
       01 WS-CATW-STATUS                PIC XX.
       01 WS-STORE-STATUS               PIC XX.
       01 WS-STOW-STATUS                PIC XX.
       01 WS-RETAIN-STATUS              PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.
       01 WS-GEN-PARM.
           COPY GENLK.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-BATCH-HITS                 PIC 9(2) VALUE 0.
       01 WS-RUN-MODE                   PIC X VALUE SPACE.
           88 WS-IS-LIST                VALUE "L".
           88 WS-IS-PURGE               VALUE "P".
           88 WS-IS-RESTORE             VALUE "R".
       01 WS-SEL-FILE                   PIC X(8) VALUE SPACES.
       01 WS-SEL-DATE-X                 PIC X(8).
       01 WS-SEL-DATE                   PIC 9(8) VALUE 0.
       01 WS-SEL-RUN-X                  PIC X(5).
       01 WS-SEL-RUN                    PIC 9(5) VALUE 0.
       01 WS-TODAY                      PIC 9(8).
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

      * RETENTION BY FILE, WITH THE CUT-OFF WORKED OUT ONCE:
      * A KEPT GENERATION DATED BEFORE ITS FILE'S CUT-OFF HAS
      * EXPIRED.
       01 WS-RETAIN-TABLE.
           05 WS-RT-USED                PIC 9(2) VALUE 0.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
               10 WS-RT-FILE            PIC X(8).
               10 WS-RT-DAYS            PIC 9(4).
               10 WS-RT-CUTOFF          PIC 9(8).
       01 WS-RT-IX                      PIC 9(2).
       01 WS-RT-FOUND                   PIC 9(2).
       01 WS-FIND-FILE                  PIC X(8).
       01 WS-KEEP-UNTIL                 PIC 9(8).

      * THE GENERATION A RESTORE SETTLES ON.
       01 WS-RESTORE-FOUND              PIC X VALUE "N".
           88 WS-RESTORE-IS-FOUND       VALUE "Y".
       01 WS-RESTORE-ENTRY.
           COPY GENCAT REPLACING LEADING ==GC== BY ==RS==.
      * THE ENTRY BEING PRINTED.
       01 WS-PRINT-ENTRY.
           COPY GENCAT REPLACING LEADING ==GC== BY ==PE==.

       01 WS-CNT-LISTED                 PIC 9(7) VALUE 0.
       01 WS-CNT-KEPT                   PIC 9(7) VALUE 0.
       01 WS-CNT-PURGED                 PIC 9(7) VALUE 0.
       01 WS-CNT-EXPIRED                PIC 9(7) VALUE 0.
       01 WS-CNT-STORE-KEPT             PIC 9(9) VALUE 0.
       01 WS-CNT-STORE-DROPPED          PIC 9(9) VALUE 0.

       01 WS-RUN-DATE                   PIC 9(8).
       01 WS-HEAD-LINE.
           05 WS-HEAD-TITLE             PIC X(38).
           05 WS-HEAD-YYYY              PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-MM                PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-DD                PIC XX.
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-RETAIN-LINE.
           05 FILLER                    PIC X(12) VALUE
               "RETENTION:  ".
           05 WS-RTL-FILE               PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-RTL-DAYS               PIC Z,ZZ9.
           05 FILLER                    PIC X(17) VALUE
               " DAYS, CUT-OFF   ".
           05 WS-RTL-CUTOFF             PIC 9(8).
           05 FILLER                    PIC X(28) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER                    PIC X(9) VALUE "FILE".
           05 FILLER                    PIC X(9) VALUE "DATE".
           05 FILLER                    PIC X(6) VALUE "  RUN".
           05 FILLER                    PIC X(10) VALUE "PROGRAM".
           05 FILLER                    PIC X(10) VALUE "  RECORDS".
           05 FILLER                    PIC X(15) VALUE
               "          HASH".
           05 FILLER                    PIC X(8) VALUE "STATUS".
           05 FILLER                    PIC X(13) VALUE "UNTIL/ON".
       01 WS-DETAIL-LINE.
           05 WS-DET-FILE               PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-DATE               PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-RUN                PIC ZZZZ9.
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-PROGRAM            PIC X(9).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-HASH               PIC Z(13)9.
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-STATUS             PIC X(7).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-WHEN               PIC X(8).
           05 FILLER                    PIC X(5) VALUE SPACES.
       01 WS-RESTORE-LINE.
           05 FILLER                    PIC X(9) VALUE "RESTORED ".
           05 WS-RSL-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(12) VALUE
               " RECORD(S) -".
           05 FILLER                    PIC X(22) VALUE
               " NOW THE CURRENT FILE ".
           05 WS-RSL-FILE               PIC X(8).
           05 FILLER                    PIC X(20) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL              PIC X(24).
           05 WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(47) VALUE SPACES.

      *****************************************************
      * GENERATION CATALOG MAINTENANCE.  THE DAILY OUTPUTS
      * ARE KEPT AS GENERATIONS BY SAMPGENW AS EACH PROGRAM
      * FINISHES; THIS PROGRAM LOOKS AFTER THEM, REPORTING
      * ON SAMGENRP:
      *   "LIST [FILE]" - THE CATALOG, OR ONE FILE'S PART OF
      *     IT, WITH HOW LONG EACH KEPT GENERATION HAS LEFT
      *     (INQUIRY AUTHORITY);
      *   "PURGE" OR "BATCH" - DROPS EVERY GENERATION OLDER
      *     THAN ITS FILE'S SAMGENRT RETENTION FROM THE
      *     SAMGENST STORE AND MARKS ITS CATALOG ENTRY PURGED
      *     (DAY-CLOSE AUTHORITY).  A SAMPMNCT STEP RUNS WITH
      *     "BATCH", SO THE PURGE IS THE SCHEDULED ACTION;
      *   "RESTORE FILE YYYYMMDD [RUN]" - WRITES A KEPT
      *     GENERATION BACK OVER THE CURRENT FILE, THE LAST
      *     RUN OF THE DAY WHEN NO RUN IS GIVEN; A RESTORED
      *     SAM001XT IS SENT AGAIN WITH SAMP001X RESEND
      *     (REPROCESS AUTHORITY).
      * ON THE SCHEDULE IT RUNS UNDER THE OPERATOR SAMPMENU
      * SIGNED ON.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-CNT-LISTED
           MOVE 0 TO WS-CNT-KEPT
           MOVE 0 TO WS-CNT-PURGED
           MOVE 0 TO WS-CNT-EXPIRED
           MOVE 0 TO WS-CNT-STORE-KEPT
           MOVE 0 TO WS-CNT-STORE-DROPPED
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
           PERFORM 0100-GET-SELECTION
           IF WS-HAS-FILE-ERROR
               PERFORM 0050-END-IN-ERROR
           END-IF
           PERFORM 0060-CHECK-AUTHORITY
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
           PERFORM 0150-LOAD-RETENTION
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0300-START-REPORT
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               EVALUATE TRUE
                   WHEN WS-IS-LIST
                       PERFORM 0400-LIST-CATALOG
                   WHEN WS-IS-PURGE
                       PERFORM 0500-PURGE-EXPIRED
                   WHEN WS-IS-RESTORE
                       PERFORM 0700-RESTORE-GENERATION
               END-EVALUATE
               PERFORM 0800-END-REPORT
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
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

       0060-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN WS-IS-LIST AND NOT SO-MAY-INQUIRE
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to list the catalog"
                   PERFORM 0050-END-IN-ERROR
               WHEN WS-IS-PURGE AND NOT SO-MAY-CLOSE-DAY
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to purge generations"
                   PERFORM 0050-END-IN-ERROR
               WHEN WS-IS-RESTORE AND NOT SO-MAY-REPROCESS
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to restore generations"
                   PERFORM 0050-END-IN-ERROR
           END-EVALUATE.

      * A BAD SELECTION ENDS THE STEP WITH RETURN-CODE 8 AND
      * NOTHING TOUCHED.
       0100-GET-SELECTION.
           EVALUATE TRUE
               WHEN WS-PARM-DATA (1:4) = "LIST"
                   SET WS-IS-LIST TO TRUE
                   MOVE WS-PARM-DATA (6:8) TO WS-SEL-FILE
                   IF WS-SEL-FILE = "BATCH"
                       MOVE SPACES TO WS-SEL-FILE
                   END-IF
               WHEN WS-PARM-DATA (1:5) = "PURGE"
               WHEN WS-PARM-DATA (1:5) = "BATCH"
                   SET WS-IS-PURGE TO TRUE
               WHEN WS-PARM-DATA (1:7) = "RESTORE"
                   SET WS-IS-RESTORE TO TRUE
                   MOVE WS-PARM-DATA (9:8) TO WS-SEL-FILE
                   MOVE WS-PARM-DATA (18:8) TO WS-SEL-DATE-X
                   MOVE WS-PARM-DATA (27:5) TO WS-SEL-RUN-X
                   IF WS-SEL-FILE = SPACES
                       OR WS-SEL-DATE-X NOT NUMERIC
                       DISPLAY "RESTORE needs a file and a "
                           "YYYYMMDD generation date"
                       SET WS-HAS-FILE-ERROR TO TRUE
                   ELSE
                       MOVE WS-SEL-DATE-X TO WS-SEL-DATE
                   END-IF
                   IF WS-SEL-RUN-X NUMERIC
                       MOVE WS-SEL-RUN-X TO WS-SEL-RUN
                   ELSE
                       MOVE 0 TO WS-SEL-RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "parameter must be LIST [file], PURGE or "
                       "RESTORE file yyyymmdd [run]"
                   SET WS-HAS-FILE-ERROR TO TRUE
           END-EVALUATE.

      * A MISSING RETENTION FILE MEANS EVERY GENERATION IS
      * KEPT; A RECORD WHOSE DAYS ARE NOT NUMERIC IS IGNORED
      * AND ITS FILE KEPT RATHER THAN PURGED ON A GUESS.
       0150-LOAD-RETENTION.
           MOVE 0 TO WS-RT-USED
           OPEN INPUT RETAIN-FILE
           IF WS-RETAIN-STATUS = "00"
               PERFORM UNTIL WS-RETAIN-STATUS NOT = "00"
                   MOVE SPACES TO RETAIN-RECORD
                   READ RETAIN-FILE
                   IF WS-RETAIN-STATUS = "00"
                       PERFORM 0160-TAKE-RETENTION
                   END-IF
               END-PERFORM
               CLOSE RETAIN-FILE
           ELSE
               DISPLAY "no SAMGENRT retention file - every "
                   "generation is kept"
           END-IF.

       0160-TAKE-RETENTION.
           IF RT-FILE = SPACES OR RT-DAYS-X NOT NUMERIC
               DISPLAY "SAMGENRT record ignored - " RETAIN-RECORD
           ELSE
               IF WS-RT-USED < 50
                   ADD 1 TO WS-RT-USED
                   MOVE RT-FILE TO WS-RT-FILE (WS-RT-USED)
                   MOVE RT-DAYS-X TO WS-RT-DAYS (WS-RT-USED)
                   COMPUTE WS-RT-CUTOFF (WS-RT-USED) =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                       - WS-RT-DAYS (WS-RT-USED))
               ELSE
                   DISPLAY "more than 50 SAMGENRT records - "
                       RT-FILE " kept indefinitely"
               END-IF
           END-IF.

       0170-FIND-RETENTION.
           MOVE 0 TO WS-RT-FOUND
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RT-USED OR WS-RT-FOUND NOT = 0
               IF WS-RT-FILE (WS-RT-IX) = WS-FIND-FILE
                   MOVE WS-RT-IX TO WS-RT-FOUND
               END-IF
           END-PERFORM.

       0300-START-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMGENRP open failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE WS-TODAY TO WS-RUN-DATE
               MOVE WS-RUN-DATE (1:4) TO WS-HEAD-YYYY
               MOVE WS-RUN-DATE (5:2) TO WS-HEAD-MM
               MOVE WS-RUN-DATE (7:2) TO WS-HEAD-DD
               EVALUATE TRUE
                   WHEN WS-IS-LIST
                       MOVE "SAMPGENM  GENERATION CATALOG" TO
                           WS-HEAD-TITLE
                   WHEN WS-IS-PURGE
                       MOVE "SAMPGENM  GENERATION PURGE" TO
                           WS-HEAD-TITLE
                   WHEN WS-IS-RESTORE
                       MOVE "SAMPGENM  GENERATION RESTORE" TO
                           WS-HEAD-TITLE
               END-EVALUATE
               MOVE WS-HEAD-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               IF WS-IS-PURGE
                   PERFORM VARYING WS-RT-IX FROM 1 BY 1
                           UNTIL WS-RT-IX > WS-RT-USED
                       MOVE WS-RT-FILE (WS-RT-IX) TO WS-RTL-FILE
                       MOVE WS-RT-DAYS (WS-RT-IX) TO WS-RTL-DAYS
                       MOVE WS-RT-CUTOFF (WS-RT-IX) TO WS-RTL-CUTOFF
                       MOVE WS-RETAIN-LINE TO REPORT-RECORD
                       PERFORM 0590-WRITE-REPORT-LINE
                   END-PERFORM
                   MOVE SPACES TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
               MOVE WS-COL-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF.

       0400-LIST-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "SAMGENCT open failed - status "
                   WS-CAT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                   READ CATALOG-FILE
                   IF WS-CAT-STATUS = "00"
                       IF WS-SEL-FILE = SPACES
                           OR GC-FILE = WS-SEL-FILE
                           PERFORM 0450-LIST-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       0450-LIST-ENTRY.
           ADD 1 TO WS-CNT-LISTED
           IF GC-IS-PURGED
               ADD 1 TO WS-CNT-PURGED
           ELSE
               ADD 1 TO WS-CNT-KEPT
           END-IF
           MOVE CATALOG-RECORD TO WS-PRINT-ENTRY
           PERFORM 0550-PRINT-ENTRY.

      * EVERY GENERATION CAN BE REBUILT FROM THE ORIGINAL
      * STORE UNTIL THE LAST STEP, SO THE EXPIRED ENTRIES ARE
      * FIRST WORKED OUT INTO SAMGENCW AND SAMGENSW AND ONLY
      * COPIED BACK OVER THE CATALOG AND STORE ONCE BOTH
      * PASSES HAVE FINISHED CLEANLY.  A FAILED COPY-BACK
      * LEAVES THE FULL RESULT IN THE WORK FILES.
       0500-PURGE-EXPIRED.
           PERFORM 0510-PURGE-CATALOG
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0520-PURGE-STORE
           END-IF
           IF NOT WS-HAS-FILE-ERROR AND WS-CNT-EXPIRED NOT = 0
               PERFORM 0530-COPY-BACK
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               DISPLAY WS-CNT-EXPIRED " generation(s) purged - "
                   WS-CNT-STORE-DROPPED " stored record(s) released"
           END-IF.

       0510-PURGE-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "SAMGENCT open failed - status "
                   WS-CAT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CATALOG-WORK-FILE
               IF WS-CATW-STATUS NOT = "00"
                   DISPLAY "SAMGENCW open failed - status "
                       WS-CATW-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                           OR WS-HAS-FILE-ERROR
                       READ CATALOG-FILE
                       IF WS-CAT-STATUS = "00"
                           PERFORM 0515-JUDGE-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE CATALOG-WORK-FILE
               END-IF
               CLOSE CATALOG-FILE
           END-IF.

       0515-JUDGE-ENTRY.
           IF GC-IS-KEPT
               MOVE GC-FILE TO WS-FIND-FILE
               PERFORM 0170-FIND-RETENTION
               IF WS-RT-FOUND NOT = 0
                   IF GC-DATE < WS-RT-CUTOFF (WS-RT-FOUND)
                       MOVE "P" TO GC-STATUS
                       MOVE WS-TODAY TO GC-PURGE-DATE
                       ADD 1 TO WS-CNT-EXPIRED
                       MOVE CATALOG-RECORD TO WS-PRINT-ENTRY
                       PERFORM 0550-PRINT-ENTRY
                   END-IF
               END-IF
           END-IF
           IF GC-IS-KEPT
               ADD 1 TO WS-CNT-KEPT
           ELSE
               ADD 1 TO WS-CNT-PURGED
           END-IF
           MOVE CATALOG-RECORD TO CATALOG-WORK-RECORD
           WRITE CATALOG-WORK-RECORD
           IF WS-CATW-STATUS NOT = "00"
               DISPLAY "SAMGENCW write failed - status "
                   WS-CATW-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * THE STORE IS JUDGED BY THE SAME RULE AS THE CATALOG -
      * FILE RETENTION AGAINST THE GENERATION DATE - SO THE
      * TWO CANNOT DISAGREE ABOUT WHAT HAS EXPIRED.
       0520-PURGE-STORE.
           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "SAMGENST open failed - status "
                   WS-STORE-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT STORE-WORK-FILE
               IF WS-STOW-STATUS NOT = "00"
                   DISPLAY "SAMGENSW open failed - status "
                       WS-STOW-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-STORE-STATUS NOT = "00"
                           OR WS-HAS-FILE-ERROR
                       READ STORE-FILE
                       IF WS-STORE-STATUS = "00"
                           PERFORM 0525-JUDGE-STORED-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE STORE-WORK-FILE
               END-IF
               CLOSE STORE-FILE
           END-IF.

       0525-JUDGE-STORED-RECORD.
           MOVE GS-FILE TO WS-FIND-FILE
           PERFORM 0170-FIND-RETENTION
           IF WS-RT-FOUND NOT = 0
               AND GS-DATE < WS-RT-CUTOFF (WS-RT-FOUND)
               ADD 1 TO WS-CNT-STORE-DROPPED
           ELSE
               ADD 1 TO WS-CNT-STORE-KEPT
               MOVE STORE-RECORD TO STORE-WORK-RECORD
               WRITE STORE-WORK-RECORD
               IF WS-STOW-STATUS NOT = "00"
                   DISPLAY "SAMGENSW write failed - status "
                       WS-STOW-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       0530-COPY-BACK.
           OPEN INPUT CATALOG-WORK-FILE
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATW-STATUS NOT = "00" OR WS-CAT-STATUS NOT = "00"
               DISPLAY "catalog copy-back failed - SAMGENCW "
                   WS-CATW-STATUS " SAMGENCT " WS-CAT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-CATW-STATUS NOT = "00"
                       OR WS-HAS-FILE-ERROR
                   READ CATALOG-WORK-FILE
                   IF WS-CATW-STATUS = "00"
                       MOVE CATALOG-WORK-RECORD TO CATALOG-RECORD
                       WRITE CATALOG-RECORD
                       IF WS-CAT-STATUS NOT = "00"
                           DISPLAY "SAMGENCT write failed - status "
                               WS-CAT-STATUS
                           SET WS-HAS-FILE-ERROR TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CATALOG-WORK-FILE
           CLOSE CATALOG-FILE
           IF NOT WS-HAS-FILE-ERROR
               OPEN INPUT STORE-WORK-FILE
               OPEN OUTPUT STORE-FILE
               IF WS-STOW-STATUS NOT = "00"
                   OR WS-STORE-STATUS NOT = "00"
                   DISPLAY "store copy-back failed - SAMGENSW "
                       WS-STOW-STATUS " SAMGENST " WS-STORE-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-STOW-STATUS NOT = "00"
                           OR WS-HAS-FILE-ERROR
                       READ STORE-WORK-FILE
                       IF WS-STOW-STATUS = "00"
                           MOVE STORE-WORK-RECORD TO STORE-RECORD
                           WRITE STORE-RECORD
                           IF WS-STORE-STATUS NOT = "00"
                               DISPLAY "SAMGENST write failed - "
                                   "status " WS-STORE-STATUS
                               SET WS-HAS-FILE-ERROR TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE STORE-WORK-FILE
               CLOSE STORE-FILE
           END-IF.

      * A KEPT GENERATION SHOWS THE DAY IT WILL EXPIRE (NO
      * LIMIT WITHOUT A RETENTION RECORD); A PURGED ONE THE
      * DAY IT WAS PURGED.
       0550-PRINT-ENTRY.
           MOVE PE-FILE TO WS-DET-FILE
           MOVE PE-DATE TO WS-DET-DATE
           MOVE PE-RUN TO WS-DET-RUN
           MOVE PE-PROGRAM TO WS-DET-PROGRAM
           MOVE PE-COUNT TO WS-DET-COUNT
           MOVE PE-HASH TO WS-DET-HASH
           IF PE-IS-PURGED
               MOVE "PURGED" TO WS-DET-STATUS
               MOVE PE-PURGE-DATE TO WS-DET-WHEN
           ELSE
               MOVE "KEPT" TO WS-DET-STATUS
               MOVE PE-FILE TO WS-FIND-FILE
               PERFORM 0170-FIND-RETENTION
               IF WS-RT-FOUND = 0
                   MOVE "NO LIMIT" TO WS-DET-WHEN
               ELSE
                   COMPUTE WS-KEEP-UNTIL = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (PE-DATE)
                       + WS-RT-DAYS (WS-RT-FOUND))
                   MOVE WS-KEEP-UNTIL TO WS-DET-WHEN
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0590-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMGENRP write failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * THE CATALOG NAMES THE GENERATION; SAMPGENW COPIES IT
      * BACK.  WITHOUT A RUN NUMBER THE LATEST KEPT RUN OF
      * THE DAY IS TAKEN.  A RESTORE WHOSE RECORD COUNT DOES
      * NOT AGREE WITH THE CATALOG ENDS WITH RETURN-CODE 8.
       0700-RESTORE-GENERATION.
           MOVE "N" TO WS-RESTORE-FOUND
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "SAMGENCT open failed - status "
                   WS-CAT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-CAT-STATUS NOT = "00"
                   READ CATALOG-FILE
                   IF WS-CAT-STATUS = "00"
                       PERFORM 0710-CONSIDER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE CATALOG-FILE
               IF NOT WS-RESTORE-IS-FOUND
                   DISPLAY "no kept generation of " WS-SEL-FILE
                       " for " WS-SEL-DATE " in SAMGENCT"
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM 0750-COPY-GENERATION
               END-IF
           END-IF.

       0710-CONSIDER-ENTRY.
           IF GC-FILE = WS-SEL-FILE AND GC-DATE = WS-SEL-DATE
               AND GC-IS-KEPT
               AND (WS-SEL-RUN = 0 OR GC-RUN = WS-SEL-RUN)
               IF NOT WS-RESTORE-IS-FOUND
                   OR GC-RUN > RS-RUN
                   MOVE CATALOG-RECORD TO WS-RESTORE-ENTRY
                   SET WS-RESTORE-IS-FOUND TO TRUE
               END-IF
           END-IF.

       0750-COPY-GENERATION.
           MOVE "R" TO GN-FUNCTION
           MOVE RS-FILE TO GN-FILE
           MOVE RS-PROGRAM TO GN-PROGRAM
           MOVE RS-DATE TO GN-DATE
           MOVE RS-RUN TO GN-RUN
           MOVE RS-HASH TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "nothing restored"
           END-CALL
           MOVE 1 TO WS-CNT-LISTED
           MOVE WS-RESTORE-ENTRY TO WS-PRINT-ENTRY
           PERFORM 0550-PRINT-ENTRY
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           IF GN-WAS-OK
               MOVE GN-COUNT TO WS-RSL-COUNT
               MOVE RS-FILE TO WS-RSL-FILE
               MOVE WS-RESTORE-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               DISPLAY RS-FILE " generation " RS-DATE " run "
                   RS-RUN " restored - " GN-COUNT " record(s)"
               IF GN-COUNT NOT = RS-COUNT
                   MOVE "RECORD COUNT DOES NOT AGREE WITH THE CATALOG"
                       TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
                   DISPLAY "restored count does not agree with the "
                       "catalog count " RS-COUNT
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           ELSE
               MOVE "RESTORE FAILED - CURRENT FILE NOT REPLACED"
                   TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0800-END-REPORT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-IS-LIST
                   MOVE "GENERATIONS LISTED:" TO WS-TOT-LABEL
                   MOVE WS-CNT-LISTED TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   MOVE "  KEPT:" TO WS-TOT-LABEL
                   MOVE WS-CNT-KEPT TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   MOVE "  PURGED:" TO WS-TOT-LABEL
                   MOVE WS-CNT-PURGED TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
               WHEN WS-IS-PURGE
                   MOVE "PURGED THIS RUN:" TO WS-TOT-LABEL
                   MOVE WS-CNT-EXPIRED TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   MOVE "STILL KEPT:" TO WS-TOT-LABEL
                   MOVE WS-CNT-KEPT TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   MOVE "PURGED IN ALL:" TO WS-TOT-LABEL
                   MOVE WS-CNT-PURGED TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   MOVE "STORED RECORDS KEPT:" TO WS-TOT-LABEL
                   MOVE WS-CNT-STORE-KEPT TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   MOVE "STORED RECORDS DROPPED:" TO WS-TOT-LABEL
                   MOVE WS-CNT-STORE-DROPPED TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
           END-EVALUATE
           CLOSE REPORT-FILE.

       0850-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMPGENM" TO RP-PROGRAM
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
           MOVE "SAMPGENM" TO SO-PROGRAM
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
