       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPHRCN.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CENSUS-FILE          ASSIGN TO "SAMHRCN"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-CENSUS-STATUS.
           SELECT WORK-FILE            ASSIGN TO "SAM002CW"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CW-NAME
                                        FILE STATUS IS WS-WORK-STATUS.
           SELECT MASTER-FILE          ASSIGN TO "SAM002MS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS MF-NAME
                                        FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANS-FILE           ASSIGN TO "SAM002CX"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-TRANS-STATUS.
           SELECT HRCTL-FILE           ASSIGN TO "SAMHRCTL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-HRCTL-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMHRCRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
      * HR'S FULL CENSUS COMES ON THE SAME DATED HEADER /
      * DETAIL / TRAILER STANDARD AS THE DAILY SAMHRIN FEED:
      * H PLUS THE CENSUS DATE, ONE D PER EMPLOYEE CARRYING
      * THE 10-BYTE NAME, AND T WITH THE DETAIL COUNT AND A
      * HASH TOTAL - THE SUM OVER EVERY DETAIL OF THE
      * ORDINAL VALUES OF ITS 10 NAME BYTES.
       FD  CENSUS-FILE.
       01  CENSUS-RECORD.
           05 CN-REC-ID                 PIC X.
               88 CN-IS-HEADER          VALUE "H".
               88 CN-IS-DETAIL          VALUE "D".
               88 CN-IS-TRAILER         VALUE "T".
           05 CN-REC-REST               PIC X(87).

      * THE CENSUS NAMES, KEYED, SO EACH SIDE CAN LOOK THE
      * OTHER UP DIRECTLY.  REBUILT EVERY RUN.
       FD  WORK-FILE.
       01  CW-RECORD.
           05 CW-NAME                   PIC X(10).

       FD  MASTER-FILE.
       01  MF-RECORD.
           COPY NAMEMST.

       FD  TRANS-FILE.
       01  TRANS-RECORD                 PIC X(21).

       FD  HRCTL-FILE.
       01  HRCTL-RECORD.
           COPY HRCTLREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-CENSUS-STATUS              PIC XX.
       01 WS-WORK-STATUS                PIC XX.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-TRANS-STATUS               PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-HRCTL-STATUS               PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-CORRECT-MODE               PIC X VALUE "N".
           88 WS-IS-CORRECTING          VALUE "Y".
       01 WS-TRANS-OPEN                 PIC X VALUE "N".
           88 WS-TRANS-IS-OPEN          VALUE "Y".

       01 WS-REJECTED                   PIC X VALUE "N".
           88 WS-FILE-IS-REJECTED       VALUE "Y".
       01 WS-MISSING                    PIC X VALUE "N".
           88 WS-FILE-IS-MISSING        VALUE "Y".
       01 WS-SEEN-HEADER                PIC X VALUE "N".
           88 WS-HAS-HEADER             VALUE "Y".
       01 WS-SEEN-TRAILER               PIC X VALUE "N".
           88 WS-HAS-TRAILER            VALUE "Y".
       01 WS-BAD-HEADER                 PIC X VALUE "N".
           88 WS-HEADER-IS-BAD          VALUE "Y".
       01 WS-BAD-STRUCTURE              PIC X VALUE "N".
           88 WS-STRUCTURE-IS-BAD       VALUE "Y".

       01 WS-HDR-DATE-X                 PIC X(8).
       01 WS-HDR-DATE                   PIC 9(8) VALUE 0.
       01 WS-TRL-COUNT-X                PIC X(7).
       01 WS-TRL-HASH-X                 PIC X(14).
       01 WS-TRL-COUNT                  PIC 9(7) VALUE 0.
       01 WS-TRL-HASH                   PIC 9(14) VALUE 0.
       01 WS-CNT-DETAILS                PIC 9(7) VALUE 0.
       01 WS-DATA-HASH                  PIC 9(14) VALUE 0.
       01 WS-DTL-NAME                   PIC X(10).
       01 WS-HASH-SUB                   PIC 9(2).
       01 WS-TODAY                      PIC 9(8).

       01 WS-CNT-CENSUS                 PIC 9(7) VALUE 0.
       01 WS-CNT-DUPLICATE              PIC 9(7) VALUE 0.
       01 WS-CNT-BLANK                  PIC 9(7) VALUE 0.
       01 WS-CNT-ACTIVE                 PIC 9(7) VALUE 0.
       01 WS-CNT-DELETED                PIC 9(7) VALUE 0.
       01 WS-CNT-MATCHED                PIC 9(7) VALUE 0.
       01 WS-CNT-HR-MISSING             PIC 9(7) VALUE 0.
       01 WS-CNT-HR-DELETED             PIC 9(7) VALUE 0.
       01 WS-CNT-NOT-IN-HR              PIC 9(7) VALUE 0.
       01 WS-CNT-TX-WRITTEN             PIC 9(7) VALUE 0.
       01 WS-CNT-EXCEPTIONS             PIC 9(7) VALUE 0.

      * CORRECTIVE TRANSACTIONS ARE IN THE SAM002TX LAYOUT
      * sample002 APPLIES.  AN ADD OF A SOFT-DELETED NAME
      * REINSTATES IT THERE, SO ONE ACTION COVERS BOTH KINDS
      * OF NAME HR HAS AND WE DO NOT.
       01 WS-TRANS-DATA.
           05 TX-ACTION                 PIC X.
           05 TX-NAME                   PIC X(10).
           05 TX-NEW-NAME               PIC X(10).

       01 WS-RUN-DATE-ED.
           05 WS-RUN-YYYY               PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-RUN-MM                 PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-RUN-DD                 PIC XX.
       01 WS-HEAD-LINE.
           05 FILLER                    PIC X(44) VALUE
               "SAMPHRCN  HR CENSUS RECONCILIATION         ".
           05 WS-HEAD-DATE              PIC X(10).
           05 FILLER                    PIC X(26) VALUE SPACES.
       01 WS-HDR-LINE.
           05 FILLER                    PIC X(22) VALUE
               "CENSUS HEADER DATE:   ".
           05 WS-HDR-LINE-DATE          PIC X(8).
           05 FILLER                    PIC X(50) VALUE SPACES.
       01 WS-CNT-LINE.
           05 FILLER                    PIC X(22) VALUE
               "DETAILS  TRAILER SAYS ".
           05 WS-CNT-LINE-TRL           PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(10) VALUE "  COUNTED ".
           05 WS-CNT-LINE-ACT           PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(30) VALUE SPACES.
       01 WS-HASH-LINE.
           05 FILLER                    PIC X(22) VALUE
               "HASH     TRAILER SAYS ".
           05 WS-HASH-LINE-TRL          PIC 9(14).
           05 FILLER                    PIC X(10) VALUE "  COMPUTED".
           05 WS-HASH-LINE-ACT          PIC 9(14).
           05 FILLER                    PIC X(20) VALUE SPACES.
       01 WS-EXC-LINE.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-EXC-NAME               PIC X(10).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON             PIC X(30).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-EXC-ACTION             PIC X(20).
           05 FILLER                    PIC X(14) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL              PIC X(40).
           05 WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(31) VALUE SPACES.

      *****************************************************
      * FULL-CENSUS RECONCILIATION OF THE NAME MASTER.  THE
      * DAILY SAMHRIN FEED ONLY CARRIES STARTERS AND
      * LEAVERS, SO A LOST OR REJECTED DAY LEAVES SAM002MS
      * OUT OF STEP WITH HR FOR GOOD.  THIS RUN TAKES HR'S
      * WHOLE CENSUS AND MATCHES IT NAME BY NAME BOTH WAYS:
      * EVERY CENSUS NAME AGAINST THE MASTER (MISSING OR
      * SOFT-DELETED WITH US), THEN EVERY ACTIVE MASTER NAME
      * AGAINST THE CENSUS (GONE FROM HR).  A CENSUS WHOSE
      * CONTROL TOTALS DO NOT PROVE IS NOT RECONCILED AT
      * ALL.  PARM "CORRECT" ALSO WRITES THE CORRECTIVE A
      * AND D TRANSACTIONS TO SAM002CX IN THE SAM002TX
      * LAYOUT; THEY ARE REVIEWED AND THEN PUT IN PLACE AS
      * SAM002TX FOR THE NORMAL sample002 BATCH - NOTHING
      * HERE TOUCHES THE MASTER.  OUT OF STEP ENDS RC 8.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 9000-START-RUN-LOG
           MOVE "N" TO WS-FILE-ERROR
           MOVE "N" TO WS-REJECTED
           MOVE "N" TO WS-MISSING
           MOVE "N" TO WS-SEEN-HEADER
           MOVE "N" TO WS-SEEN-TRAILER
           MOVE "N" TO WS-BAD-HEADER
           MOVE "N" TO WS-BAD-STRUCTURE
           MOVE 0 TO WS-CNT-DETAILS
           MOVE 0 TO WS-DATA-HASH
           MOVE 0 TO WS-CNT-EXCEPTIONS
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
           PERFORM 0100-GET-OPTIONS
           OPEN INPUT CENSUS-FILE
           IF WS-CENSUS-STATUS NOT = "00"
               DISPLAY "SAMHRCN missing or unreadable - status "
                   WS-CENSUS-STATUS " - nothing reconciled"
               SET WS-FILE-IS-MISSING TO TRUE
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM 0200-VALIDATE-FILE
               CLOSE CENSUS-FILE
               PERFORM 0300-JUDGE-FILE
               PERFORM 0500-START-REPORT
               IF NOT WS-FILE-IS-REJECTED
                   PERFORM 0400-LOAD-CENSUS
               END-IF
               IF NOT WS-FILE-IS-REJECTED
                   AND NOT WS-HAS-FILE-ERROR
                   PERFORM 0600-RECONCILE
               END-IF
               PERFORM 0800-FINISH-REPORT
           END-IF
           PERFORM 0900-LOG-INTAKE
           EVALUATE TRUE
               WHEN WS-FILE-IS-REJECTED
                   DISPLAY "SAMPHRCN - census rejected - "
                       "nothing reconciled"
                   MOVE 8 TO RP-RETURN-CODE
               WHEN WS-HAS-FILE-ERROR
                   MOVE 8 TO RP-RETURN-CODE
               WHEN WS-CNT-EXCEPTIONS NOT = 0
                   DISPLAY "SAMPHRCN - OUT OF STEP WITH HR - "
                       WS-CNT-EXCEPTIONS " name(s) - see SAMHRCRP"
                   MOVE 8 TO RP-RETURN-CODE
               WHEN OTHER
                   DISPLAY "SAMPHRCN - master agrees with the HR "
                       "census - " WS-CNT-MATCHED " name(s)"
                   MOVE 0 TO RP-RETURN-CODE
           END-EVALUATE
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-GET-OPTIONS.
           MOVE "N" TO WS-CORRECT-MODE
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:7) = "CORRECT"
               SET WS-IS-CORRECTING TO TRUE
           ELSE
               IF WS-PARM-DATA NOT = SPACES
                   AND WS-PARM-DATA (1:5) NOT = "BATCH"
                   DISPLAY "option is not CORRECT - reporting "
                       "only"
               END-IF
           END-IF.

       0200-VALIDATE-FILE.
           PERFORM UNTIL WS-CENSUS-STATUS NOT = "00"
               READ CENSUS-FILE
               IF WS-CENSUS-STATUS = "00"
                   PERFORM 0250-VALIDATE-RECORD
               END-IF
           END-PERFORM.

       0250-VALIDATE-RECORD.
           IF WS-HAS-TRAILER
               SET WS-STRUCTURE-IS-BAD TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CN-IS-HEADER
                   IF WS-HAS-HEADER
                       SET WS-STRUCTURE-IS-BAD TO TRUE
                   ELSE
                       SET WS-HAS-HEADER TO TRUE
                       IF WS-CNT-DETAILS NOT = 0
                           SET WS-STRUCTURE-IS-BAD TO TRUE
                       END-IF
                       MOVE CN-REC-REST (1:8) TO WS-HDR-DATE-X
                       IF WS-HDR-DATE-X NUMERIC
                               AND WS-HDR-DATE-X NOT = "00000000"
                           MOVE WS-HDR-DATE-X TO WS-HDR-DATE
                       ELSE
                           SET WS-HEADER-IS-BAD TO TRUE
                       END-IF
                   END-IF
               WHEN CN-IS-DETAIL
                   IF NOT WS-HAS-HEADER
                       SET WS-STRUCTURE-IS-BAD TO TRUE
                   END-IF
                   ADD 1 TO WS-CNT-DETAILS
                   MOVE CN-REC-REST (1:10) TO WS-DTL-NAME
                   PERFORM 0270-HASH-DETAIL
               WHEN CN-IS-TRAILER
                   SET WS-HAS-TRAILER TO TRUE
                   MOVE CN-REC-REST (1:7) TO WS-TRL-COUNT-X
                   MOVE CN-REC-REST (8:14) TO WS-TRL-HASH-X
                   IF WS-TRL-COUNT-X NUMERIC
                           AND WS-TRL-HASH-X NUMERIC
                       MOVE WS-TRL-COUNT-X TO WS-TRL-COUNT
                       MOVE WS-TRL-HASH-X TO WS-TRL-HASH
                   ELSE
                       SET WS-STRUCTURE-IS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-STRUCTURE-IS-BAD TO TRUE
           END-EVALUATE.

       0270-HASH-DETAIL.
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 10
               ADD FUNCTION ORD (WS-DTL-NAME (WS-HASH-SUB:1))
                   TO WS-DATA-HASH
           END-PERFORM.

       0300-JUDGE-FILE.
           IF NOT WS-HAS-HEADER
               SET WS-HEADER-IS-BAD TO TRUE
           END-IF
           IF WS-HEADER-IS-BAD
               OR WS-STRUCTURE-IS-BAD
               OR NOT WS-HAS-TRAILER
               OR WS-TRL-COUNT NOT = WS-CNT-DETAILS
               OR WS-TRL-HASH NOT = WS-DATA-HASH
               SET WS-FILE-IS-REJECTED TO TRUE
           END-IF.

      * A NAME HR LISTS TWICE IS ONE PERSON TO US - IT IS
      * REPORTED AND MATCHED ONCE.
       0400-LOAD-CENSUS.
           MOVE 0 TO WS-CNT-CENSUS
           MOVE 0 TO WS-CNT-DUPLICATE
           MOVE 0 TO WS-CNT-BLANK
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "SAM002CW open failed - status "
                   WS-WORK-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               OPEN INPUT CENSUS-FILE
               IF WS-CENSUS-STATUS NOT = "00"
                   DISPLAY "SAMHRCN reopen failed - status "
                       WS-CENSUS-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-CENSUS-STATUS NOT = "00"
                       READ CENSUS-FILE
                       IF WS-CENSUS-STATUS = "00" AND CN-IS-DETAIL
                           PERFORM 0450-LOAD-CENSUS-NAME
                       END-IF
                   END-PERFORM
                   CLOSE CENSUS-FILE
               END-IF
               CLOSE WORK-FILE
           END-IF.

       0450-LOAD-CENSUS-NAME.
           MOVE CN-REC-REST (1:10) TO CW-NAME
           IF CW-NAME = SPACES
               ADD 1 TO WS-CNT-BLANK
           ELSE
               WRITE CW-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CNT-DUPLICATE
                       MOVE CW-NAME TO WS-EXC-NAME
                       MOVE "LISTED MORE THAN ONCE BY HR"
                           TO WS-EXC-REASON
                       MOVE SPACES TO WS-EXC-ACTION
                       MOVE WS-EXC-LINE TO REPORT-RECORD
                       PERFORM 0590-WRITE-REPORT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-CENSUS
               END-WRITE
           END-IF.

       0500-START-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMHRCRP open failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE WS-TODAY (1:4) TO WS-RUN-YYYY
               MOVE WS-TODAY (5:2) TO WS-RUN-MM
               MOVE WS-TODAY (7:2) TO WS-RUN-DD
               MOVE WS-RUN-DATE-ED TO WS-HEAD-DATE
               MOVE WS-HEAD-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-HDR-DATE-X TO WS-HDR-LINE-DATE
               MOVE WS-HDR-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-TRL-COUNT TO WS-CNT-LINE-TRL
               MOVE WS-CNT-DETAILS TO WS-CNT-LINE-ACT
               MOVE WS-CNT-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE WS-TRL-HASH TO WS-HASH-LINE-TRL
               MOVE WS-DATA-HASH TO WS-HASH-LINE-ACT
               MOVE WS-HASH-LINE TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               PERFORM 0550-PRINT-VERDICT
           END-IF.

       0550-PRINT-VERDICT.
           IF NOT WS-FILE-IS-REJECTED
               MOVE "CENSUS ACCEPTED - CONTROL TOTALS PROVE"
                   TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               IF WS-HDR-DATE NOT = WS-TODAY
                   MOVE "WARNING - CENSUS DATE IS NOT THE BUSINESS DAY"
                       TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE "CENSUS REJECTED - NOTHING RECONCILED"
                   TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               IF WS-HEADER-IS-BAD
                   MOVE "  HEADER MISSING OR DATE NOT NUMERIC"
                       TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
               IF WS-STRUCTURE-IS-BAD
                   MOVE "  RECORD SEQUENCE OR RECORD TYPE INVALID"
                       TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
               IF NOT WS-HAS-TRAILER
                   MOVE "  TRAILER MISSING" TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
               IF WS-HAS-TRAILER
                       AND WS-TRL-COUNT NOT = WS-CNT-DETAILS
                   MOVE "  DETAIL COUNT DOES NOT PROVE"
                       TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
               IF WS-HAS-TRAILER
                       AND WS-TRL-HASH NOT = WS-DATA-HASH
                   MOVE "  HASH TOTAL DOES NOT PROVE"
                       TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0590-WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               WRITE REPORT-RECORD
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "SAMHRCRP write failed - status "
                       WS-REPORT-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

      * THE MASTER IS OPENED FOR INPUT ONLY; THE CORRECTIVE
      * FILE IS OPENED FRESH SO AN OLD ONE IS NEVER REVIEWED
      * BY MISTAKE.
       0600-RECONCILE.
           MOVE 0 TO WS-CNT-ACTIVE
           MOVE 0 TO WS-CNT-DELETED
           MOVE 0 TO WS-CNT-MATCHED
           MOVE 0 TO WS-CNT-HR-MISSING
           MOVE 0 TO WS-CNT-HR-DELETED
           MOVE 0 TO WS-CNT-NOT-IN-HR
           MOVE 0 TO WS-CNT-TX-WRITTEN
           IF WS-IS-CORRECTING
               OPEN OUTPUT TRANS-FILE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "SAM002CX open failed - status "
                       WS-TRANS-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   SET WS-TRANS-IS-OPEN TO TRUE
               END-IF
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SAM002MS open failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               OPEN INPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "SAM002CW open failed - status "
                       WS-WORK-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM 0650-CENSUS-AGAINST-MASTER
                   PERFORM 0700-MASTER-AGAINST-CENSUS
                   CLOSE WORK-FILE
               END-IF
               CLOSE MASTER-FILE
           END-IF
           IF WS-TRANS-IS-OPEN
               CLOSE TRANS-FILE
               MOVE "N" TO WS-TRANS-OPEN
           END-IF
           COMPUTE WS-CNT-EXCEPTIONS = WS-CNT-HR-MISSING
               + WS-CNT-HR-DELETED + WS-CNT-NOT-IN-HR.

       0650-CENSUS-AGAINST-MASTER.
           MOVE "IN HR BUT NOT ACTIVE WITH US:" TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           PERFORM UNTIL WS-WORK-STATUS NOT = "00"
               READ WORK-FILE NEXT RECORD
               IF WS-WORK-STATUS = "00"
                   PERFORM 0660-LOOK-UP-MASTER
               END-IF
           END-PERFORM
           IF WS-CNT-HR-MISSING + WS-CNT-HR-DELETED = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0660-LOOK-UP-MASTER.
           MOVE CW-NAME TO MF-NAME
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-HR-MISSING
                   MOVE "NOT ON THE MASTER" TO WS-EXC-REASON
                   PERFORM 0680-REPORT-HR-ONLY
               NOT INVALID KEY
                   IF MF-IS-ACTIVE
                       ADD 1 TO WS-CNT-MATCHED
                   ELSE
                       ADD 1 TO WS-CNT-HR-DELETED
                       MOVE "SOFT-DELETED ON THE MASTER"
                           TO WS-EXC-REASON
                       PERFORM 0680-REPORT-HR-ONLY
                   END-IF
           END-READ.

       0680-REPORT-HR-ONLY.
           MOVE CW-NAME TO WS-EXC-NAME
           MOVE SPACES TO WS-EXC-ACTION
           IF WS-IS-CORRECTING
               MOVE "A" TO TX-ACTION
               MOVE CW-NAME TO TX-NAME
               MOVE SPACES TO TX-NEW-NAME
               PERFORM 0750-WRITE-CORRECTION
           END-IF
           MOVE WS-EXC-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

      * THE MASTER IS READ AGAIN FROM THE START - THE RANDOM
      * LOOK-UPS ABOVE LEFT IT POSITIONED ANYWHERE.
       0700-MASTER-AGAINST-CENSUS.
           MOVE "ACTIVE WITH US BUT NOT IN HR:" TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE
           MOVE LOW-VALUES TO MF-NAME
           START MASTER-FILE KEY IS NOT LESS THAN MF-NAME
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ MASTER-FILE NEXT RECORD
               IF WS-MASTER-STATUS = "00"
                   IF MF-IS-ACTIVE
                       ADD 1 TO WS-CNT-ACTIVE
                       PERFORM 0710-LOOK-UP-CENSUS
                   ELSE
                       ADD 1 TO WS-CNT-DELETED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "10"
               DISPLAY "SAM002MS read failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF
           IF WS-CNT-NOT-IN-HR = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

       0710-LOOK-UP-CENSUS.
           MOVE MF-NAME TO CW-NAME
           READ WORK-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-NOT-IN-HR
                   MOVE MF-NAME TO WS-EXC-NAME
                   MOVE "NOT ON THE HR CENSUS" TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-ACTION
                   IF WS-IS-CORRECTING
                       MOVE "D" TO TX-ACTION
                       MOVE MF-NAME TO TX-NAME
                       MOVE SPACES TO TX-NEW-NAME
                       PERFORM 0750-WRITE-CORRECTION
                   END-IF
                   MOVE WS-EXC-LINE TO REPORT-RECORD
                   PERFORM 0590-WRITE-REPORT-LINE
           END-READ.

       0750-WRITE-CORRECTION.
           IF WS-TRANS-STATUS = "00"
               MOVE WS-TRANS-DATA TO TRANS-RECORD
               WRITE TRANS-RECORD
               IF WS-TRANS-STATUS = "00"
                   ADD 1 TO WS-CNT-TX-WRITTEN
                   IF TX-ACTION = "A"
                       MOVE "ADD WRITTEN" TO WS-EXC-ACTION
                   ELSE
                       MOVE "DELETE WRITTEN" TO WS-EXC-ACTION
                   END-IF
               ELSE
                   DISPLAY "SAM002CX write failed - status "
                       WS-TRANS-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       0800-FINISH-REPORT.
           IF NOT WS-FILE-IS-REJECTED
               MOVE "TOTALS:" TO REPORT-RECORD
               PERFORM 0590-WRITE-REPORT-LINE
               MOVE "  HR CENSUS NAMES" TO WS-TOT-LABEL
               MOVE WS-CNT-CENSUS TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  HR NAMES LISTED MORE THAN ONCE" TO WS-TOT-LABEL
               MOVE WS-CNT-DUPLICATE TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  HR DETAILS WITH A BLANK NAME" TO WS-TOT-LABEL
               MOVE WS-CNT-BLANK TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  MASTER ACTIVE NAMES" TO WS-TOT-LABEL
               MOVE WS-CNT-ACTIVE TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  MASTER SOFT-DELETED NAMES" TO WS-TOT-LABEL
               MOVE WS-CNT-DELETED TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  ACTIVE IN BOTH" TO WS-TOT-LABEL
               MOVE WS-CNT-MATCHED TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  IN HR - NOT ON THE MASTER" TO WS-TOT-LABEL
               MOVE WS-CNT-HR-MISSING TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  IN HR - SOFT-DELETED ON THE MASTER"
                   TO WS-TOT-LABEL
               MOVE WS-CNT-HR-DELETED TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               MOVE "  ACTIVE WITH US - NOT IN HR" TO WS-TOT-LABEL
               MOVE WS-CNT-NOT-IN-HR TO WS-TOT-COUNT
               PERFORM 0850-WRITE-TOTAL-LINE
               IF WS-IS-CORRECTING
                   MOVE "  CORRECTIONS WRITTEN TO SAM002CX"
                       TO WS-TOT-LABEL
                   MOVE WS-CNT-TX-WRITTEN TO WS-TOT-COUNT
                   PERFORM 0850-WRITE-TOTAL-LINE
                   IF WS-CNT-TX-WRITTEN NOT = 0
                       MOVE SPACES TO REPORT-RECORD
                       PERFORM 0590-WRITE-REPORT-LINE
                       MOVE "REVIEW SAM002CX, THEN PUT IT IN PLACE AS "
                           TO REPORT-RECORD
                       PERFORM 0590-WRITE-REPORT-LINE
                       MOVE "SAM002TX FOR THE NEXT sample002 BATCH"
                           TO REPORT-RECORD
                       PERFORM 0590-WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
               PERFORM 9500-CATALOG-OUTPUT
           END-IF.

       0850-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0590-WRITE-REPORT-LINE.

      * EVERY INTAKE, TAKEN OR NOT, GOES ON THE SAMHRCTL
      * CONTROL LOG WITH THE FIRST REASON IT FAILED.  A LOG
      * THAT CANNOT BE WRITTEN FAILS THE RUN - THE MORNING
      * BULLETIN RELIES ON IT TO REPORT A REJECTED FILE.
       0900-LOG-INTAKE.
           MOVE WS-TODAY TO HC-DATE
           MOVE RP-RUN-NUMBER TO HC-RUN
           MOVE "SAMPHRCN" TO HC-PROGRAM
           MOVE "SAMHRCN" TO HC-FILE
           MOVE WS-HDR-DATE TO HC-HDR-DATE
           MOVE WS-CNT-DETAILS TO HC-COUNT
           MOVE SPACES TO HC-REASON
           EVALUATE TRUE
               WHEN WS-FILE-IS-MISSING
                   MOVE "M" TO HC-VERDICT
                   MOVE "MISSING/UNREADABLE" TO HC-REASON
               WHEN NOT WS-FILE-IS-REJECTED
                   MOVE "A" TO HC-VERDICT
               WHEN WS-HEADER-IS-BAD
                   MOVE "R" TO HC-VERDICT
                   MOVE "NO VALID HEADER" TO HC-REASON
               WHEN WS-STRUCTURE-IS-BAD
                   MOVE "R" TO HC-VERDICT
                   MOVE "RECORDS OUT OF ORDER" TO HC-REASON
               WHEN NOT WS-HAS-TRAILER
                   MOVE "R" TO HC-VERDICT
                   MOVE "NO TRAILER" TO HC-REASON
               WHEN WS-TRL-COUNT NOT = WS-CNT-DETAILS
                   MOVE "R" TO HC-VERDICT
                   MOVE "COUNT DISAGREES" TO HC-REASON
               WHEN OTHER
                   MOVE "R" TO HC-VERDICT
                   MOVE "HASH DISAGREES" TO HC-REASON
           END-EVALUATE
           OPEN EXTEND HRCTL-FILE
           IF WS-HRCTL-STATUS = "35"
               OPEN OUTPUT HRCTL-FILE
           END-IF
           IF WS-HRCTL-STATUS NOT = "00"
               DISPLAY "SAMHRCTL open failed - status "
                   WS-HRCTL-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               WRITE HRCTL-RECORD
               IF WS-HRCTL-STATUS NOT = "00"
                   DISPLAY "SAMHRCTL write failed - status "
                       WS-HRCTL-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE HRCTL-FILE
           END-IF.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMPHRCN" TO RP-PROGRAM
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
           MOVE "SAMHRCRP" TO GN-FILE
           MOVE "SAMPHRCN" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMHRCRP not catalogued"
           END-CALL.
