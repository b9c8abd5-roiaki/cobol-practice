       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPBULL.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE           ASSIGN TO "AUDTOTAL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OUT-FILE             ASSIGN TO "SAM001OT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-OUT-STATUS.
           SELECT MASTER-FILE          ASSIGN TO "SAM002MS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS MF-NAME
                                        FILE STATUS IS WS-MASTER-STATUS.
           SELECT REGISTER-FILE        ASSIGN TO "SAMXMREG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REG-STATUS.
           SELECT HIST-FILE            ASSIGN TO "SAMCLSHS"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-HIST-STATUS.
           SELECT SUSPENSE-FILE        ASSIGN TO "SAMSUSP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-SUSP-STATUS.
           SELECT HRCTL-FILE           ASSIGN TO "SAMHRCTL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-HRCTL-STATUS.
           SELECT RUNLOG-FILE          ASSIGN TO "SAMPRNLG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMBULRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  OUT-FILE.
       01  OUT-RECORD.
           COPY CLSFYREC.

       FD  MASTER-FILE.
       01  MF-RECORD.
           COPY NAMEMST.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           COPY XMITREG.

       FD  HIST-FILE.
       01  HIST-RECORD.
           COPY CLSHIST.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  HRCTL-FILE.
       01  HRCTL-RECORD.
           COPY HRCTLREC.

       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD.
           COPY RUNLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-AUDIT-STATUS               PIC XX.
       01 WS-OUT-STATUS                 PIC XX.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-REG-STATUS                 PIC XX.
       01 WS-HIST-STATUS                PIC XX.
       01 WS-SUSP-STATUS                PIC XX.
       01 WS-HRCTL-STATUS               PIC XX.
       01 WS-RUNLOG-STATUS              PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

      * OPTIONS ARRIVE AS "YYYYMMDD NN PPP" - THE BUSINESS
      * DATE TO REPORT, THE TRANSMISSION AGING LIMIT IN DAYS
      * AND THE DRIFT THRESHOLD PERCENTAGE.  EACH PART THAT
      * IS NOT NUMERIC FALLS BACK TO ITS DEFAULT: THE SAMPDATE
      * BUSINESS DATE, AND THE 3 DAYS AND 10 PERCENT SAMP001A
      * AND SAMPTRND USE.  "BATCH" (AS PASSED BY THE SAMPMENU
      * SCHEDULE) TAKES ALL THE DEFAULTS.
       01 WS-PARM-DATA                  PIC X(80).
       01 WS-PARM-DATE                  PIC X(8).
       01 WS-PARM-AGE                   PIC X(2).
       01 WS-PARM-PCT                   PIC X(3).
       01 WS-BATCH-HITS                 PIC 9(2) VALUE 0.
       01 WS-BULL-DATE                  PIC 9(8).
       01 WS-AGE-LIMIT                  PIC 9(2) VALUE 3.
       01 WS-PCT-LIMIT                  PIC 9(3) VALUE 10.
       01 WS-AGE-DAYS                   PIC S9(5).

      * THE BULLETIN ITEMS, IN THE ORDER THE CHECKS FIND THEM.
      * SEVERITIES: E - ERROR, SOMETHING IS WRONG OR LOST AND
      * THE SCHEDULE SHOULD NOT GO ON (RC 8); W - WARNING,
      * NEEDS LOOKING AT TODAY (RC 4); I - INFORMATION ONLY.
      * THE COUNTS ARE KEPT APART FROM THE TABLE SO THE RC IS
      * RIGHT EVEN WHEN THE TABLE OVERFLOWS.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 300 TIMES.
               10 WS-ITEM-SEV           PIC X.
               10 WS-ITEM-PROGRAM       PIC X(9).
               10 WS-ITEM-FILE          PIC X(8).
               10 WS-ITEM-TEXT          PIC X(52).
       01 WS-ITEM-USED                  PIC 9(3) VALUE 0.
       01 WS-ITEM-LOST                  PIC 9(5) VALUE 0.
       01 WS-ITEM-SUB                   PIC 9(3).
       01 WS-CNT-ERROR                  PIC 9(5) VALUE 0.
       01 WS-CNT-WARNING                PIC 9(5) VALUE 0.
       01 WS-CNT-INFO                   PIC 9(5) VALUE 0.
       01 WS-NEW-ITEM.
           05 WS-NEW-SEV                PIC X.
           05 WS-NEW-PROGRAM            PIC X(9).
           05 WS-NEW-FILE               PIC X(8).
           05 WS-NEW-TEXT               PIC X(52).
       01 WS-PRINT-SEV                  PIC X.
       01 WS-PRINTED                    PIC 9(3).

      * BALANCING, AS SAMPRECN PROVES IT: THE LATEST SAMPLE001
      * RUN'S AUDTOTAL RECORDS AGAINST SAM001OT REQUEST BY
      * REQUEST, AND EVERY NAME PROGRAM'S ADDS LESS DELETES
      * AGAINST THE ACTIVE NAMES ON SAM002MS.
       01 WS-S1-TABLE.
           05 WS-S1-ENTRY OCCURS 20 TIMES.
               10 WS-S1-REQ-ID          PIC X(8).
               10 WS-S1-RPT-FIZZBUZZ    PIC 9(7).
               10 WS-S1-RPT-FIZZ        PIC 9(7).
               10 WS-S1-RPT-BUZZ        PIC 9(7).
               10 WS-S1-RPT-PLAIN       PIC 9(7).
               10 WS-S1-ACT-FIZZBUZZ    PIC 9(7).
               10 WS-S1-ACT-FIZZ        PIC 9(7).
               10 WS-S1-ACT-BUZZ        PIC 9(7).
               10 WS-S1-ACT-PLAIN       PIC 9(7).
       01 WS-S1-USED                    PIC 9(2) VALUE 0.
       01 WS-S1-FOUND                   PIC 9(2).
       01 WS-S1-SUB                     PIC 9(2).
       01 WS-S1-KEY                     PIC X(8).
       01 WS-S1-HIGH-RUN                PIC 9(5) VALUE 0.
       01 WS-S1-REPORTED                PIC X VALUE "N".
           88 WS-S1-WAS-REPORTED        VALUE "Y".
       01 WS-RPT-NAMES                  PIC S9(8) VALUE 0.
       01 WS-ACT-NAMES                  PIC 9(7) VALUE 0.
      * A BALANCE IS ONLY JUDGED WHEN THE FILES BEHIND IT
      * COULD BE READ; A FILE THAT COULD NOT IS ITS OWN ITEM.
       01 WS-S1-READABLE                PIC X VALUE "Y".
           88 WS-S1-CAN-BALANCE         VALUE "Y".
       01 WS-NAMES-READABLE             PIC X VALUE "Y".
           88 WS-NAMES-CAN-BALANCE      VALUE "Y".

      * THE TRANSMISSION REGISTER.  A TRANSMISSION SENT AGAIN
      * IS REGISTERED AGAIN UNDER THE SAME FEED, DATE AND
      * HASH; ONLY THE LATEST REGISTRATION SPEAKS FOR IT.  A
      * NAME FEED IS NEVER SENT AGAIN AS IT WAS - THE NEXT
      * FEED COVERS ITS CHANGES ONCE MORE - SO ONE IS ALSO
      * ANSWERED BY ANY LATER CONFIRMED NAME FEED WHOSE
      * CHANGES RUN FROM NO LATER THAN ITS OWN (A FULL
      * REFRESH RUNS FROM ZERO).
      * THE TABLE HOLDS AS MANY AS SAMP001A DOES; ON A
      * REGISTER LONGER THAN THAT THE OLDEST ARE PASSED OVER
      * SO THE MOST RECENT ARE ALWAYS CHECKED.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
               10 WS-REG-DATE           PIC 9(8).
               10 WS-REG-HASH           PIC 9(14).
               10 WS-REG-XSTATUS        PIC X.
               10 WS-REG-FEED           PIC X.
               10 WS-REG-FROM           PIC 9(8).
       01 WS-REG-USED                   PIC 9(4) VALUE 0.
       01 WS-REG-ON-FILE                PIC 9(7) VALUE 0.
       01 WS-REG-SKIP                   PIC 9(7) VALUE 0.
       01 WS-REG-READ                   PIC 9(7) VALUE 0.
       01 WS-REG-SUB                    PIC 9(4).
       01 WS-REG-LATER                  PIC 9(4).
       01 WS-REG-SUPERSEDED             PIC X.
           88 WS-REG-IS-SUPERSEDED      VALUE "Y".

      * THE NEWEST TWO CLASSIFICATION RUNS ON SAMCLSHS AND
      * EACH CATEGORY'S COUNT IN THEM, AS SAMPTRND SETS THEM
      * SIDE BY SIDE.
       01 WS-NEW-RUN                    PIC 9(5) VALUE 0.
       01 WS-NEW-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-NEW-RUN-SET                PIC X(8).
       01 WS-OLD-RUN                    PIC 9(5) VALUE 0.
       01 WS-OLD-RUN-SET                PIC X(8).
       01 WS-SET-CHANGED                PIC X VALUE "N".
           88 WS-RULE-SET-CHANGED       VALUE "Y".
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               10 WS-CAT-LABEL          PIC X(80).
               10 WS-CAT-NEW-CNT        PIC 9(7).
               10 WS-CAT-OLD-CNT        PIC 9(7).
       01 WS-CAT-USED                   PIC 9(2) VALUE 0.
       01 WS-CAT-FOUND                  PIC 9(2).
       01 WS-CAT-SUB                    PIC 9(2).
       01 WS-MOVE-PCT                   PIC S9(7)V9.
       01 WS-ABS-PCT                    PIC 9(7)V9.

      * NEW SUSPENSE RECORDS BY REASON.
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 20 TIMES.
               10 WS-RSN-CODE           PIC X(4).
               10 WS-RSN-COUNT          PIC 9(5).
       01 WS-RSN-USED                   PIC 9(2) VALUE 0.
       01 WS-RSN-FOUND                  PIC 9(2).
       01 WS-RSN-SUB                    PIC 9(2).

      * THE BUSINESS DATE'S RUNS FROM THE RUN LOG, A RUN
      * BELONGING TO THE DATE ITS START EVENT CARRIES AS ON
      * SAMPOPSR.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-NO             PIC 9(5).
               10 WS-RUN-PROGRAM        PIC X(9).
               10 WS-RUN-HAS-E          PIC X.
               10 WS-RUN-RC             PIC 9(4).
       01 WS-RUN-USED                   PIC 9(3) VALUE 0.
       01 WS-RUN-FOUND                  PIC 9(3).
       01 WS-RUN-SUB                    PIC 9(3).
       01 WS-RUN-TAIL                   PIC 9(5) VALUE 0.
       01 WS-MENU-RUN                   PIC 9(5) VALUE 0.

      * ITEM WORDINGS.
       01 WS-TXT-BALANCE.
           05 FILLER                    PIC X(8) VALUE "REQUEST ".
           05 WS-TB-REQUEST             PIC X(8).
           05 FILLER                    PIC X(36) VALUE
               " OUT OF BALANCE AUDTOTAL/SAM001OT".
       01 WS-TXT-OPEN.
           05 WS-TO-ACTION              PIC X(5).
           05 FILLER                    PIC X(16) VALUE
               "FAILED - STATUS ".
           05 WS-TO-STATUS              PIC XX.
           05 FILLER                    PIC X(3) VALUE " - ".
           05 WS-TO-EFFECT              PIC X(26).
       01 WS-TXT-XMIT.
           05 WS-TX-FEED                PIC X(13).
           05 WS-TX-DATE                PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-TX-WHAT                PIC X(17).
           05 WS-TX-AGE                 PIC ZZZ9.
           05 FILLER                    PIC X(9) VALUE " DAYS OLD".
       01 WS-TXT-DRIFT.
           05 WS-TD-CATEGORY            PIC X(20).
           05 FILLER                    PIC X(7) VALUE " MOVED ".
           05 WS-TD-PCT                 PIC ----9.
           05 FILLER                    PIC X(2) VALUE "% ".
           05 WS-TD-NOTE                PIC X(18).
       01 WS-TXT-SUSP.
           05 WS-TS-COUNT               PIC ZZZZ9.
           05 FILLER                    PIC X(31) VALUE
               " NEW SUSPENSE RECORD(S) REASON ".
           05 WS-TS-REASON              PIC X(4).
           05 FILLER                    PIC X(12) VALUE SPACES.
       01 WS-TXT-HR.
           05 WS-TH-WHAT                PIC X(15).
           05 WS-TH-REASON              PIC X(20).
           05 FILLER                    PIC X(5) VALUE " RUN ".
           05 WS-TH-RUN                 PIC ZZZZ9.
           05 FILLER                    PIC X(7) VALUE SPACES.
       01 WS-TXT-RUN.
           05 FILLER                    PIC X(4) VALUE "RUN ".
           05 WS-TR-RUN                 PIC ZZZZ9.
           05 WS-TR-WHAT                PIC X(13).
           05 WS-TR-RC                  PIC ZZZ9.
           05 FILLER                    PIC X(26) VALUE SPACES.

       01 WS-RUN-DATE-ED.
           05 WS-RUN-YYYY               PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-RUN-MM                 PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-RUN-DD                 PIC XX.
       01 WS-HEAD-LINE.
           05 FILLER                    PIC X(44) VALUE
               "SAMPBULL  MORNING EXCEPTION BULLETIN FOR    ".
           05 WS-HEAD-DATE              PIC X(10).
           05 FILLER                    PIC X(26) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER                    PIC X(9) VALUE "SEVERITY".
           05 FILLER                    PIC X(10) VALUE "PROGRAM".
           05 FILLER                    PIC X(9) VALUE "FILE".
           05 FILLER                    PIC X(52) VALUE "EXCEPTION".
       01 WS-ITEM-LINE.
           05 WS-ITL-SEV                PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-ITL-PROGRAM            PIC X(9).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-ITL-FILE               PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-ITL-TEXT               PIC X(52).
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL              PIC X(24).
           05 WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(47) VALUE SPACES.

      *****************************************************
      * MORNING EXCEPTION BULLETIN.  ONE REPORT, SAMBULRP,
      * IN PLACE OF OPENING EACH OVERNIGHT REPORT IN TURN:
      * IT LISTS ONLY WHAT NEEDS ATTENTION FOR THE BUSINESS
      * DATE, WORST FIRST, EACH ITEM NAMING THE PROGRAM AND
      * FILE THAT HOLD THE DETAIL -
      *   REQUESTS OR THE NAME POPULATION OUT OF BALANCE
      *     ON AUDTOTAL (SAMPRECN);
      *   TRANSMISSIONS ON SAMXMREG REJECTED, OR STILL NOT
      *     ACKNOWLEDGED PAST THE AGING LIMIT (SAMP001A);
      *   CATEGORIES THAT DRIFTED PAST THE THRESHOLD IN THE
      *     DAY'S CLASSIFICATION RUN ON SAMCLSHS (SAMPTRND);
      *   THE DAY'S NEW SUSPENSE RECORDS BY REASON (SAMPSUSP);
      *   HR FILES REJECTED OR MISSING ON SAMHRCTL (SAMPHRIN
      *     AND SAMPHRCN);
      *   RUNS ON SAMPRNLG THAT NEVER ENDED OR ENDED ABOVE
      *     RC 4 (SAMPOPSR).
      * THE RETURN-CODE IS THE WORST SEVERITY FOUND - 8 FOR
      * AN ERROR, 4 FOR A WARNING, 0 OTHERWISE - SO A SAMPMENU
      * STEP CONDITION CAN HOLD THE SCHEDULE ON IT.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 9000-START-RUN-LOG
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-ITEM-USED
           MOVE 0 TO WS-ITEM-LOST
           MOVE 0 TO WS-CNT-ERROR
           MOVE 0 TO WS-CNT-WARNING
           MOVE 0 TO WS-CNT-INFO
           PERFORM 0100-GET-OPTIONS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMBULRP open failed - status "
                   WS-REPORT-STATUS
               MOVE 8 TO RP-RETURN-CODE
               PERFORM 9100-END-RUN-LOG
               MOVE RP-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-CHECK-BALANCE
           PERFORM 0300-CHECK-TRANSMISSIONS
           PERFORM 0400-CHECK-DRIFT
           PERFORM 0500-CHECK-SUSPENSE
           PERFORM 0600-CHECK-HR-INTAKE
           PERFORM 0700-CHECK-RUN-LOG
           PERFORM 0800-PRINT-BULLETIN
           CLOSE REPORT-FILE
           PERFORM 9500-CATALOG-OUTPUT
           EVALUATE TRUE
               WHEN WS-HAS-FILE-ERROR
                   MOVE 8 TO RP-RETURN-CODE
               WHEN WS-CNT-ERROR NOT = 0
                   MOVE 8 TO RP-RETURN-CODE
               WHEN WS-CNT-WARNING NOT = 0
                   MOVE 4 TO RP-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RP-RETURN-CODE
           END-EVALUATE
           DISPLAY "SAMPBULL - " WS-CNT-ERROR " error(s), "
               WS-CNT-WARNING " warning(s) - see SAMBULRP"
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-GET-OPTIONS.
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-BULL-DATE
           MOVE 3 TO WS-AGE-LIMIT
           MOVE 10 TO WS-PCT-LIMIT
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE 0 TO WS-BATCH-HITS
           INSPECT WS-PARM-DATA TALLYING WS-BATCH-HITS
               FOR ALL "BATCH"
           MOVE WS-PARM-DATA (1:8) TO WS-PARM-DATE
           MOVE WS-PARM-DATA (10:2) TO WS-PARM-AGE
           MOVE WS-PARM-DATA (13:3) TO WS-PARM-PCT
           IF WS-PARM-DATE NUMERIC
               MOVE WS-PARM-DATE TO WS-BULL-DATE
           END-IF
           IF WS-PARM-AGE NUMERIC
               MOVE WS-PARM-AGE TO WS-AGE-LIMIT
           END-IF
           IF WS-PARM-PCT NUMERIC
               MOVE WS-PARM-PCT TO WS-PCT-LIMIT
           END-IF.

      *****************************************************
      * BALANCING
      *****************************************************
       0200-CHECK-BALANCE.
           MOVE 0 TO WS-S1-USED
           MOVE 0 TO WS-S1-HIGH-RUN
           MOVE "N" TO WS-S1-REPORTED
           MOVE 0 TO WS-RPT-NAMES
           MOVE 0 TO WS-ACT-NAMES
           MOVE "Y" TO WS-S1-READABLE
           MOVE "Y" TO WS-NAMES-READABLE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                   IF WS-AUDIT-STATUS = "00"
                       PERFORM 0210-TALLY-AUDIT-RECORD
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = "35"
                   MOVE "N" TO WS-S1-READABLE
                   MOVE "N" TO WS-NAMES-READABLE
                   MOVE "AUDTOTAL" TO WS-NEW-FILE
                   MOVE WS-AUDIT-STATUS TO WS-TO-STATUS
                   PERFORM 0240-ADD-OPEN-ITEM
               END-IF
           END-IF
           OPEN INPUT OUT-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ OUT-FILE
                   IF WS-OUT-STATUS = "00"
                       PERFORM 0230-COUNT-OUT-RECORD
                   END-IF
               END-PERFORM
               CLOSE OUT-FILE
           ELSE
               IF WS-OUT-STATUS NOT = "35"
                   MOVE "N" TO WS-S1-READABLE
                   MOVE "SAM001OT" TO WS-NEW-FILE
                   MOVE WS-OUT-STATUS TO WS-TO-STATUS
                   PERFORM 0240-ADD-OPEN-ITEM
               END-IF
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ MASTER-FILE NEXT RECORD
                   IF WS-MASTER-STATUS = "00"
                       IF MF-IS-ACTIVE
                           ADD 1 TO WS-ACT-NAMES
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               IF WS-MASTER-STATUS NOT = "35"
                   MOVE "N" TO WS-NAMES-READABLE
                   MOVE "SAM002MS" TO WS-NEW-FILE
                   MOVE WS-MASTER-STATUS TO WS-TO-STATUS
                   PERFORM 0240-ADD-OPEN-ITEM
               END-IF
           END-IF
           PERFORM 0250-JUDGE-BALANCE.

       0210-TALLY-AUDIT-RECORD.
           EVALUATE AR-PROGRAM
               WHEN "SAMPLE001"
                   SET WS-S1-WAS-REPORTED TO TRUE
                   IF AR-RUN-NUMBER > WS-S1-HIGH-RUN
                       MOVE AR-RUN-NUMBER TO WS-S1-HIGH-RUN
                       MOVE 0 TO WS-S1-USED
                   END-IF
                   IF AR-RUN-NUMBER = WS-S1-HIGH-RUN
                       MOVE AR-REQUEST-ID TO WS-S1-KEY
                       PERFORM 0220-FIND-S1-ENTRY
                       IF WS-S1-FOUND NOT = 0
                           MOVE AR-CNT-FIZZBUZZ
                               TO WS-S1-RPT-FIZZBUZZ (WS-S1-FOUND)
                           MOVE AR-CNT-FIZZ
                               TO WS-S1-RPT-FIZZ (WS-S1-FOUND)
                           MOVE AR-CNT-BUZZ
                               TO WS-S1-RPT-BUZZ (WS-S1-FOUND)
                           MOVE AR-CNT-PLAIN
                               TO WS-S1-RPT-PLAIN (WS-S1-FOUND)
                       END-IF
                   END-IF
               WHEN "sample002"
               WHEN "SAMP002M"
               WHEN "SAMP002P"
                   ADD AR-CNT-NAMES TO WS-RPT-NAMES
                   IF AR-CNT-NAMES-DEL NUMERIC
                       SUBTRACT AR-CNT-NAMES-DEL FROM WS-RPT-NAMES
                   END-IF
           END-EVALUATE.

       0220-FIND-S1-ENTRY.
           MOVE 0 TO WS-S1-FOUND
           PERFORM VARYING WS-S1-SUB FROM 1 BY 1
                   UNTIL WS-S1-SUB > WS-S1-USED
                       OR WS-S1-FOUND NOT = 0
               IF WS-S1-REQ-ID (WS-S1-SUB) = WS-S1-KEY
                   MOVE WS-S1-SUB TO WS-S1-FOUND
               END-IF
           END-PERFORM
           IF WS-S1-FOUND = 0 AND WS-S1-USED < 20
               ADD 1 TO WS-S1-USED
               MOVE WS-S1-USED TO WS-S1-FOUND
               MOVE WS-S1-KEY TO WS-S1-REQ-ID (WS-S1-FOUND)
               MOVE 0 TO WS-S1-RPT-FIZZBUZZ (WS-S1-FOUND)
               MOVE 0 TO WS-S1-RPT-FIZZ (WS-S1-FOUND)
               MOVE 0 TO WS-S1-RPT-BUZZ (WS-S1-FOUND)
               MOVE 0 TO WS-S1-RPT-PLAIN (WS-S1-FOUND)
               MOVE 0 TO WS-S1-ACT-FIZZBUZZ (WS-S1-FOUND)
               MOVE 0 TO WS-S1-ACT-FIZZ (WS-S1-FOUND)
               MOVE 0 TO WS-S1-ACT-BUZZ (WS-S1-FOUND)
               MOVE 0 TO WS-S1-ACT-PLAIN (WS-S1-FOUND)
           END-IF.

       0230-COUNT-OUT-RECORD.
           MOVE CR-REQUEST-ID TO WS-S1-KEY
           PERFORM 0220-FIND-S1-ENTRY
           IF WS-S1-FOUND NOT = 0
               EVALUATE CR-CATEGORY
                   WHEN "FIZZBUZZ"
                       ADD 1 TO WS-S1-ACT-FIZZBUZZ (WS-S1-FOUND)
                   WHEN "FIZZ"
                       ADD 1 TO WS-S1-ACT-FIZZ (WS-S1-FOUND)
                   WHEN "BUZZ"
                       ADD 1 TO WS-S1-ACT-BUZZ (WS-S1-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-S1-ACT-PLAIN (WS-S1-FOUND)
               END-EVALUATE
           END-IF.

      * A FILE THAT IS MISSING ALTOGETHER IS NORMAL BEFORE ITS
      * FIRST RUN; ONE THAT IS THERE BUT CANNOT BE OPENED IS
      * AN ERROR, AND THE BALANCE IT FEEDS IS NOT JUDGED.
       0240-ADD-OPEN-ITEM.
           MOVE "SAMPRECN" TO WS-NEW-PROGRAM
           MOVE "OPEN" TO WS-TO-ACTION
           MOVE "BALANCE NOT CHECKED" TO WS-TO-EFFECT
           PERFORM 0910-ADD-FILE-ITEM.

      * A SAMPLE001 RUN WITH NO AUDIT RECORDS AT ALL HAS
      * NOTHING TO PROVE, AS ON SAMPRECN - BUT OUTPUT ON
      * SAM001OT THAT NO AUDIT RECORD ACCOUNTS FOR IS OUT OF
      * BALANCE THERE, AND IS AN ERROR HERE TOO.
       0250-JUDGE-BALANCE.
           IF WS-S1-WAS-REPORTED AND WS-S1-CAN-BALANCE
               PERFORM VARYING WS-S1-SUB FROM 1 BY 1
                       UNTIL WS-S1-SUB > WS-S1-USED
                   IF WS-S1-RPT-FIZZBUZZ (WS-S1-SUB)
                           NOT = WS-S1-ACT-FIZZBUZZ (WS-S1-SUB)
                       OR WS-S1-RPT-FIZZ (WS-S1-SUB)
                           NOT = WS-S1-ACT-FIZZ (WS-S1-SUB)
                       OR WS-S1-RPT-BUZZ (WS-S1-SUB)
                           NOT = WS-S1-ACT-BUZZ (WS-S1-SUB)
                       OR WS-S1-RPT-PLAIN (WS-S1-SUB)
                           NOT = WS-S1-ACT-PLAIN (WS-S1-SUB)
                       MOVE WS-S1-REQ-ID (WS-S1-SUB) TO WS-TB-REQUEST
                       MOVE "E" TO WS-NEW-SEV
                       MOVE "SAMPRECN" TO WS-NEW-PROGRAM
                       MOVE "AUDTOTAL" TO WS-NEW-FILE
                       MOVE WS-TXT-BALANCE TO WS-NEW-TEXT
                       PERFORM 0900-ADD-ITEM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-S1-WAS-REPORTED AND WS-S1-USED NOT = 0
                   AND WS-S1-CAN-BALANCE
               MOVE "E" TO WS-NEW-SEV
               MOVE "SAMPRECN" TO WS-NEW-PROGRAM
               MOVE "AUDTOTAL" TO WS-NEW-FILE
               MOVE "CLASSIFICATION OUTPUT WITH NO AUDIT RECORD"
                   TO WS-NEW-TEXT
               PERFORM 0900-ADD-ITEM
           END-IF
           IF WS-RPT-NAMES NOT = WS-ACT-NAMES
                   AND WS-NAMES-CAN-BALANCE
               MOVE "E" TO WS-NEW-SEV
               MOVE "SAMPRECN" TO WS-NEW-PROGRAM
               MOVE "SAM002MS" TO WS-NEW-FILE
               MOVE "NAME POPULATION OUT OF BALANCE AUDTOTAL/SAM002MS"
                   TO WS-NEW-TEXT
               PERFORM 0900-ADD-ITEM
           END-IF.

      *****************************************************
      * TRANSMISSIONS
      *****************************************************
      * THE REGISTER IS COUNTED FIRST, THEN READ AGAIN PAST
      * ANY REGISTRATIONS TOO OLD TO FIT THE TABLE.
       0300-CHECK-TRANSMISSIONS.
           MOVE 0 TO WS-REG-USED
           MOVE 0 TO WS-REG-ON-FILE
           MOVE 0 TO WS-REG-SKIP
           MOVE 0 TO WS-REG-READ
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               IF WS-REG-STATUS = "35"
                   MOVE "I" TO WS-NEW-SEV
                   MOVE "SAMP001X" TO WS-NEW-PROGRAM
                   MOVE "SAMXMREG" TO WS-NEW-FILE
                   MOVE "NO TRANSMISSION REGISTER - NOTHING SENT YET"
                       TO WS-NEW-TEXT
                   PERFORM 0900-ADD-ITEM
               ELSE
                   MOVE "SAMP001A" TO WS-NEW-PROGRAM
                   MOVE "SAMXMREG" TO WS-NEW-FILE
                   MOVE "OPEN" TO WS-TO-ACTION
                   MOVE WS-REG-STATUS TO WS-TO-STATUS
                   MOVE "TRANSMISSIONS NOT CHECKED" TO WS-TO-EFFECT
                   PERFORM 0910-ADD-FILE-ITEM
               END-IF
           ELSE
               PERFORM UNTIL WS-REG-STATUS NOT = "00"
                   READ REGISTER-FILE
                   IF WS-REG-STATUS = "00"
                       ADD 1 TO WS-REG-ON-FILE
                   END-IF
               END-PERFORM
               IF WS-REG-STATUS NOT = "10"
                   PERFORM 0330-ADD-REGISTER-READ-ITEM
               END-IF
               CLOSE REGISTER-FILE
               IF WS-REG-ON-FILE > 5000
                   COMPUTE WS-REG-SKIP = WS-REG-ON-FILE - 5000
               END-IF
               OPEN INPUT REGISTER-FILE
               PERFORM UNTIL WS-REG-STATUS NOT = "00"
                   READ REGISTER-FILE
                   IF WS-REG-STATUS = "00"
                       ADD 1 TO WS-REG-READ
                       IF WS-REG-READ > WS-REG-SKIP
                           PERFORM 0310-NOTE-REGISTRATION
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REG-STATUS NOT = "10"
                   PERFORM 0330-ADD-REGISTER-READ-ITEM
               END-IF
               CLOSE REGISTER-FILE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-USED
                   PERFORM 0320-JUDGE-TRANSMISSION
               END-PERFORM
               IF WS-REG-SKIP NOT = 0
                   MOVE "W" TO WS-NEW-SEV
                   MOVE "SAMP001A" TO WS-NEW-PROGRAM
                   MOVE "SAMXMREG" TO WS-NEW-FILE
                   MOVE "MORE THAN 5000 REGISTRATIONS - OLDEST "
                       TO WS-NEW-TEXT
                   MOVE "UNCHECKED" TO WS-NEW-TEXT (40:9)
                   PERFORM 0900-ADD-ITEM
               END-IF
           END-IF.

       0310-NOTE-REGISTRATION.
           IF WS-REG-USED < 5000
               ADD 1 TO WS-REG-USED
               MOVE XR-DATE TO WS-REG-DATE (WS-REG-USED)
               MOVE XR-HASH TO WS-REG-HASH (WS-REG-USED)
               MOVE XR-STATUS TO WS-REG-XSTATUS (WS-REG-USED)
               IF XR-IS-NAME-FEED
                   MOVE "N" TO WS-REG-FEED (WS-REG-USED)
               ELSE
                   MOVE "C" TO WS-REG-FEED (WS-REG-USED)
               END-IF
               IF XR-FROM-DATE NUMERIC
                   MOVE XR-FROM-DATE TO WS-REG-FROM (WS-REG-USED)
               ELSE
                   MOVE 0 TO WS-REG-FROM (WS-REG-USED)
               END-IF
           END-IF.

      * A REJECTION IS AN ERROR WHATEVER ITS AGE UNTIL THE
      * TRANSMISSION IS SENT AGAIN; ONE FLAGGED FOR RESEND,
      * OR STILL UNANSWERED PAST THE AGING LIMIT, IS A
      * WARNING.
       0320-JUDGE-TRANSMISSION.
           MOVE "N" TO WS-REG-SUPERSEDED
           PERFORM VARYING WS-REG-LATER FROM WS-REG-SUB BY 1
                   UNTIL WS-REG-LATER >= WS-REG-USED
               IF WS-REG-DATE (WS-REG-LATER + 1)
                       = WS-REG-DATE (WS-REG-SUB)
                   AND WS-REG-HASH (WS-REG-LATER + 1)
                       = WS-REG-HASH (WS-REG-SUB)
                   AND WS-REG-FEED (WS-REG-LATER + 1)
                       = WS-REG-FEED (WS-REG-SUB)
                   SET WS-REG-IS-SUPERSEDED TO TRUE
               END-IF
               IF WS-REG-FEED (WS-REG-SUB) = "N"
                   AND WS-REG-FEED (WS-REG-LATER + 1) = "N"
                   AND WS-REG-XSTATUS (WS-REG-LATER + 1) = "C"
                   AND WS-REG-FROM (WS-REG-LATER + 1)
                       NOT > WS-REG-FROM (WS-REG-SUB)
                   SET WS-REG-IS-SUPERSEDED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-REG-IS-SUPERSEDED
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-BULL-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-REG-DATE (WS-REG-SUB))
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE SPACE TO WS-NEW-SEV
               EVALUATE WS-REG-XSTATUS (WS-REG-SUB)
                   WHEN "R"
                       MOVE "E" TO WS-NEW-SEV
                       MOVE "REJECTED" TO WS-TX-WHAT
                   WHEN "F"
                       MOVE "W" TO WS-NEW-SEV
                       MOVE "REJECTED, RESEND" TO WS-TX-WHAT
                   WHEN "P"
                       IF WS-AGE-DAYS > WS-AGE-LIMIT
                           MOVE "W" TO WS-NEW-SEV
                           MOVE "NOT ACKNOWLEDGED" TO WS-TX-WHAT
                       END-IF
               END-EVALUATE
               IF WS-NEW-SEV NOT = SPACE
                   IF WS-REG-FEED (WS-REG-SUB) = "N"
                       MOVE "NAME FEED OF" TO WS-TX-FEED
                       MOVE "SAM002XT" TO WS-NEW-FILE
                   ELSE
                       MOVE "EXTRACT OF" TO WS-TX-FEED
                       MOVE "SAM001XT" TO WS-NEW-FILE
                   END-IF
                   MOVE WS-REG-DATE (WS-REG-SUB) TO WS-TX-DATE
                   MOVE WS-AGE-DAYS TO WS-TX-AGE
                   MOVE "SAMP001A" TO WS-NEW-PROGRAM
                   MOVE WS-TXT-XMIT TO WS-NEW-TEXT
                   PERFORM 0900-ADD-ITEM
               END-IF
           END-IF.

      *****************************************************
      * CLASSIFICATION DRIFT
      *****************************************************
      * ONLY A CLASSIFICATION RUN ON THE BUSINESS DATE IS
      * JUDGED, AGAINST THE RUN BEFORE IT.  MOVEMENT ACROSS A
      * RULE SET CHANGE IS EXPECTED AND ONLY NOTED.
       0330-ADD-REGISTER-READ-ITEM.
           MOVE "SAMP001A" TO WS-NEW-PROGRAM
           MOVE "SAMXMREG" TO WS-NEW-FILE
           MOVE "READ" TO WS-TO-ACTION
           MOVE WS-REG-STATUS TO WS-TO-STATUS
           MOVE "REGISTER NOT FULLY READ" TO WS-TO-EFFECT
           PERFORM 0910-ADD-FILE-ITEM.

       0400-CHECK-DRIFT.
           MOVE 0 TO WS-NEW-RUN
           MOVE 0 TO WS-OLD-RUN
           MOVE 0 TO WS-NEW-RUN-DATE
           MOVE 0 TO WS-CAT-USED
           MOVE "N" TO WS-SET-CHANGED
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               IF WS-HIST-STATUS = "35"
                   MOVE "I" TO WS-NEW-SEV
                   MOVE "SAMPLE001" TO WS-NEW-PROGRAM
                   MOVE "SAMCLSHS" TO WS-NEW-FILE
                   MOVE "NO CLASSIFICATION HISTORY - DRIFT NOT CHECKED"
                       TO WS-NEW-TEXT
                   PERFORM 0900-ADD-ITEM
               ELSE
                   MOVE "SAMPLE001" TO WS-NEW-PROGRAM
                   MOVE "SAMCLSHS" TO WS-NEW-FILE
                   MOVE "OPEN" TO WS-TO-ACTION
                   MOVE WS-HIST-STATUS TO WS-TO-STATUS
                   MOVE "DRIFT NOT CHECKED" TO WS-TO-EFFECT
                   PERFORM 0910-ADD-FILE-ITEM
               END-IF
           ELSE
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HIST-FILE
                   IF WS-HIST-STATUS = "00"
                       IF HX-RUN-NUMBER NOT = WS-NEW-RUN
                           MOVE WS-NEW-RUN TO WS-OLD-RUN
                           MOVE WS-NEW-RUN-SET TO WS-OLD-RUN-SET
                           MOVE HX-RUN-NUMBER TO WS-NEW-RUN
                           MOVE HX-RUN-DATE TO WS-NEW-RUN-DATE
                           MOVE HX-RULE-SET TO WS-NEW-RUN-SET
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HIST-FILE
               IF WS-NEW-RUN-DATE = WS-BULL-DATE
                   AND WS-OLD-RUN NOT = 0
                   IF WS-NEW-RUN-SET NOT = WS-OLD-RUN-SET
                       SET WS-RULE-SET-CHANGED TO TRUE
                   END-IF
                   PERFORM 0410-TALLY-TWO-RUNS
                   PERFORM 0430-JUDGE-CATEGORY
                       VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-USED
               END-IF
           END-IF.

       0410-TALLY-TWO-RUNS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HIST-FILE
                   IF WS-HIST-STATUS = "00"
                       IF HX-RUN-NUMBER = WS-NEW-RUN
                           OR HX-RUN-NUMBER = WS-OLD-RUN
                           PERFORM 0420-FIND-CATEGORY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       0420-FIND-CATEGORY.
           MOVE 0 TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-USED
                       OR WS-CAT-FOUND NOT = 0
               IF WS-CAT-LABEL (WS-CAT-SUB) = HX-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CAT-FOUND
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND = 0 AND WS-CAT-USED < 50
               ADD 1 TO WS-CAT-USED
               MOVE WS-CAT-USED TO WS-CAT-FOUND
               MOVE HX-CATEGORY TO WS-CAT-LABEL (WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-NEW-CNT (WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-OLD-CNT (WS-CAT-FOUND)
           END-IF
           IF WS-CAT-FOUND NOT = 0
               IF HX-RUN-NUMBER = WS-NEW-RUN
                   ADD HX-COUNT TO WS-CAT-NEW-CNT (WS-CAT-FOUND)
               ELSE
                   ADD HX-COUNT TO WS-CAT-OLD-CNT (WS-CAT-FOUND)
               END-IF
           END-IF.

       0430-JUDGE-CATEGORY.
           MOVE SPACE TO WS-NEW-SEV
           MOVE SPACES TO WS-TD-NOTE
           IF WS-CAT-OLD-CNT (WS-CAT-SUB) = 0
               IF WS-CAT-NEW-CNT (WS-CAT-SUB) NOT = 0
                   MOVE "W" TO WS-NEW-SEV
                   MOVE 0 TO WS-MOVE-PCT
                   MOVE "NEW CATEGORY" TO WS-TD-NOTE
               END-IF
           ELSE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-CAT-NEW-CNT (WS-CAT-SUB)
                       - WS-CAT-OLD-CNT (WS-CAT-SUB)) * 100
                       / WS-CAT-OLD-CNT (WS-CAT-SUB)
               IF WS-MOVE-PCT < 0
                   COMPUTE WS-ABS-PCT = 0 - WS-MOVE-PCT
               ELSE
                   MOVE WS-MOVE-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-PCT-LIMIT
                   MOVE "W" TO WS-NEW-SEV
               END-IF
           END-IF
           IF WS-NEW-SEV NOT = SPACE
               IF WS-RULE-SET-CHANGED
                   MOVE "I" TO WS-NEW-SEV
                   MOVE "RULE SET CHANGED" TO WS-TD-NOTE
               END-IF
               MOVE WS-CAT-LABEL (WS-CAT-SUB) TO WS-TD-CATEGORY
               MOVE WS-MOVE-PCT TO WS-TD-PCT
               MOVE "SAMPTRND" TO WS-NEW-PROGRAM
               MOVE "SAMCLSHS" TO WS-NEW-FILE
               MOVE WS-TXT-DRIFT TO WS-NEW-TEXT
               PERFORM 0900-ADD-ITEM
           END-IF.

      *****************************************************
      * SUSPENSE
      *****************************************************
      * RECORDS LOST TO AN I/O ERROR ARE AN ERROR; EVERY
      * OTHER REASON IS WAITING ON A CORRECTION AND IS A
      * WARNING.  RECORDS SUSPENDED ON EARLIER DAYS ARE NOT
      * REPEATED HERE - SAMPSUSP LISTS THE WHOLE FILE.
       0500-CHECK-SUSPENSE.
           MOVE 0 TO WS-RSN-USED
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   MOVE SPACES TO SUSPENSE-RECORD
                   READ SUSPENSE-FILE
                   IF WS-SUSP-STATUS = "00"
                       IF SP-DATE NUMERIC
                           AND SP-DATE = WS-BULL-DATE
                           PERFORM 0510-COUNT-REASON
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   MOVE "SAMPSUSP" TO WS-NEW-PROGRAM
                   MOVE "SAMSUSP" TO WS-NEW-FILE
                   MOVE "OPEN" TO WS-TO-ACTION
                   MOVE WS-SUSP-STATUS TO WS-TO-STATUS
                   MOVE "SUSPENSE NOT CHECKED" TO WS-TO-EFFECT
                   PERFORM 0910-ADD-FILE-ITEM
               END-IF
           END-IF
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-USED
               IF WS-RSN-CODE (WS-RSN-SUB) = "IOER"
                   MOVE "E" TO WS-NEW-SEV
               ELSE
                   MOVE "W" TO WS-NEW-SEV
               END-IF
               MOVE WS-RSN-COUNT (WS-RSN-SUB) TO WS-TS-COUNT
               MOVE WS-RSN-CODE (WS-RSN-SUB) TO WS-TS-REASON
               MOVE "SAMPSUSP" TO WS-NEW-PROGRAM
               MOVE "SAMSUSP" TO WS-NEW-FILE
               MOVE WS-TXT-SUSP TO WS-NEW-TEXT
               PERFORM 0900-ADD-ITEM
           END-PERFORM.

       0510-COUNT-REASON.
           MOVE 0 TO WS-RSN-FOUND
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-USED
                       OR WS-RSN-FOUND NOT = 0
               IF WS-RSN-CODE (WS-RSN-SUB) = SP-REASON
                   MOVE WS-RSN-SUB TO WS-RSN-FOUND
               END-IF
           END-PERFORM
           IF WS-RSN-FOUND = 0 AND WS-RSN-USED < 20
               ADD 1 TO WS-RSN-USED
               MOVE WS-RSN-USED TO WS-RSN-FOUND
               MOVE SP-REASON TO WS-RSN-CODE (WS-RSN-FOUND)
               MOVE 0 TO WS-RSN-COUNT (WS-RSN-FOUND)
           END-IF
           IF WS-RSN-FOUND NOT = 0
               ADD 1 TO WS-RSN-COUNT (WS-RSN-FOUND)
           END-IF.

      *****************************************************
      * HR INTAKE
      *****************************************************
       0600-CHECK-HR-INTAKE.
           OPEN INPUT HRCTL-FILE
           IF WS-HRCTL-STATUS = "00"
               PERFORM UNTIL WS-HRCTL-STATUS NOT = "00"
                   READ HRCTL-FILE
                   IF WS-HRCTL-STATUS = "00"
                       IF HC-DATE = WS-BULL-DATE
                           AND NOT HC-IS-ACCEPTED
                           PERFORM 0610-REPORT-INTAKE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HRCTL-FILE
           ELSE
               IF WS-HRCTL-STATUS NOT = "35"
                   MOVE "SAMPHRIN" TO WS-NEW-PROGRAM
                   MOVE "SAMHRCTL" TO WS-NEW-FILE
                   MOVE "OPEN" TO WS-TO-ACTION
                   MOVE WS-HRCTL-STATUS TO WS-TO-STATUS
                   MOVE "HR INTAKE NOT CHECKED" TO WS-TO-EFFECT
                   PERFORM 0910-ADD-FILE-ITEM
               END-IF
           END-IF.

       0610-REPORT-INTAKE.
           IF HC-IS-MISSING
               MOVE "FILE MISSING -" TO WS-TH-WHAT
           ELSE
               MOVE "REJECTED -" TO WS-TH-WHAT
           END-IF
           MOVE HC-REASON TO WS-TH-REASON
           MOVE HC-RUN TO WS-TH-RUN
           MOVE "E" TO WS-NEW-SEV
           MOVE HC-PROGRAM TO WS-NEW-PROGRAM
           MOVE HC-FILE TO WS-NEW-FILE
           MOVE WS-TXT-HR TO WS-NEW-TEXT
           PERFORM 0900-ADD-ITEM.

      *****************************************************
      * RUN LOG
      *****************************************************
      * THE BULLETIN'S OWN RUNS ARE LEFT OUT - THIS ONE HAS
      * NOT ENDED YET AND AN EARLIER ONE'S RC ONLY REPEATS
      * WHAT IT REPORTED.  UNDER THE SCHEDULE THE SAMPMENU RUN
      * THAT CALLED THE BULLETIN IS STILL GOING TOO, SO THE
      * LATEST SAMPMENU RUN IS NOT HELD AGAINST THE DAY IN A
      * BATCH RUN.
       0700-CHECK-RUN-LOG.
           MOVE 0 TO WS-RUN-USED
           MOVE 0 TO WS-RUN-TAIL
           MOVE 0 TO WS-MENU-RUN
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               IF WS-RUNLOG-STATUS = "35"
                   MOVE "W" TO WS-NEW-SEV
                   MOVE "SAMPOPSR" TO WS-NEW-PROGRAM
                   MOVE "SAMPRNLG" TO WS-NEW-FILE
                   MOVE "NO RUN LOG - NOTHING HAS BEEN LOGGED"
                       TO WS-NEW-TEXT
                   PERFORM 0900-ADD-ITEM
               ELSE
                   MOVE "SAMPOPSR" TO WS-NEW-PROGRAM
                   MOVE "SAMPRNLG" TO WS-NEW-FILE
                   MOVE "OPEN" TO WS-TO-ACTION
                   MOVE WS-RUNLOG-STATUS TO WS-TO-STATUS
                   MOVE "RUNS NOT CHECKED" TO WS-TO-EFFECT
                   PERFORM 0910-ADD-FILE-ITEM
               END-IF
           ELSE
               PERFORM UNTIL WS-RUNLOG-STATUS NOT = "00"
                   READ RUNLOG-FILE
                   IF WS-RUNLOG-STATUS = "00"
                       PERFORM 0710-NOTE-RUN-EVENT
                   END-IF
               END-PERFORM
               IF WS-RUNLOG-STATUS NOT = "10"
                   MOVE "SAMPOPSR" TO WS-NEW-PROGRAM
                   MOVE "SAMPRNLG" TO WS-NEW-FILE
                   MOVE "READ" TO WS-TO-ACTION
                   MOVE WS-RUNLOG-STATUS TO WS-TO-STATUS
                   MOVE "LATER RUNS NOT CHECKED" TO WS-TO-EFFECT
                   PERFORM 0910-ADD-FILE-ITEM
               END-IF
               CLOSE RUNLOG-FILE
               PERFORM 0720-JUDGE-RUN
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-USED
               IF WS-RUN-USED = 0
                   MOVE "W" TO WS-NEW-SEV
                   MOVE "SAMPOPSR" TO WS-NEW-PROGRAM
                   MOVE "SAMPRNLG" TO WS-NEW-FILE
                   MOVE "NO RUNS LOGGED FOR THE BUSINESS DATE"
                       TO WS-NEW-TEXT
                   PERFORM 0900-ADD-ITEM
               END-IF
               IF WS-RUN-TAIL NOT = 0
                   MOVE "W" TO WS-NEW-SEV
                   MOVE "SAMPOPSR" TO WS-NEW-PROGRAM
                   MOVE "SAMPRNLG" TO WS-NEW-FILE
                   MOVE "MORE THAN 200 RUNS - LATER ONES UNCHECKED"
                       TO WS-NEW-TEXT
                   PERFORM 0900-ADD-ITEM
               END-IF
           END-IF.

       0710-NOTE-RUN-EVENT.
           IF RL-PROGRAM = "SAMPMENU" AND RL-EVENT = "S"
               AND RL-RUN-NUMBER > WS-MENU-RUN
               MOVE RL-RUN-NUMBER TO WS-MENU-RUN
           END-IF
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-USED
                       OR WS-RUN-FOUND NOT = 0
               IF WS-RUN-NO (WS-RUN-SUB) = RL-RUN-NUMBER
                   MOVE WS-RUN-SUB TO WS-RUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = 0
               AND RL-EVENT = "S"
               AND RL-DATE = WS-BULL-DATE
               AND RL-PROGRAM NOT = "SAMPBULL"
               IF WS-RUN-USED < 200
                   ADD 1 TO WS-RUN-USED
                   MOVE WS-RUN-USED TO WS-RUN-FOUND
                   MOVE RL-RUN-NUMBER TO WS-RUN-NO (WS-RUN-FOUND)
                   MOVE RL-PROGRAM TO WS-RUN-PROGRAM (WS-RUN-FOUND)
                   MOVE "N" TO WS-RUN-HAS-E (WS-RUN-FOUND)
                   MOVE 0 TO WS-RUN-RC (WS-RUN-FOUND)
               ELSE
                   ADD 1 TO WS-RUN-TAIL
               END-IF
           END-IF
           IF WS-RUN-FOUND NOT = 0 AND RL-EVENT = "E"
               MOVE "Y" TO WS-RUN-HAS-E (WS-RUN-FOUND)
               MOVE RL-RETURN-CODE TO WS-RUN-RC (WS-RUN-FOUND)
           END-IF.

       0720-JUDGE-RUN.
           MOVE SPACE TO WS-NEW-SEV
           IF WS-RUN-HAS-E (WS-RUN-SUB) = "N"
               IF WS-BATCH-HITS = 0
                   OR WS-RUN-PROGRAM (WS-RUN-SUB) NOT = "SAMPMENU"
                   OR WS-RUN-NO (WS-RUN-SUB) NOT = WS-MENU-RUN
                   MOVE "E" TO WS-NEW-SEV
                   MOVE " NEVER ENDED" TO WS-TR-WHAT
                   MOVE 0 TO WS-TR-RC
               END-IF
           ELSE
               IF WS-RUN-RC (WS-RUN-SUB) > 4
                   MOVE "E" TO WS-NEW-SEV
                   MOVE " ENDED RC" TO WS-TR-WHAT
                   MOVE WS-RUN-RC (WS-RUN-SUB) TO WS-TR-RC
               END-IF
           END-IF
           IF WS-NEW-SEV NOT = SPACE
               MOVE WS-RUN-NO (WS-RUN-SUB) TO WS-TR-RUN
               MOVE WS-RUN-PROGRAM (WS-RUN-SUB) TO WS-NEW-PROGRAM
               MOVE "SAMPRNLG" TO WS-NEW-FILE
               MOVE WS-TXT-RUN TO WS-NEW-TEXT
               IF WS-RUN-HAS-E (WS-RUN-SUB) = "N"
                   MOVE SPACES TO WS-NEW-TEXT (23:4)
               END-IF
               PERFORM 0900-ADD-ITEM
           END-IF.

      *****************************************************
      * THE BULLETIN
      *****************************************************
       0800-PRINT-BULLETIN.
           MOVE WS-BULL-DATE (1:4) TO WS-RUN-YYYY
           MOVE WS-BULL-DATE (5:2) TO WS-RUN-MM
           MOVE WS-BULL-DATE (7:2) TO WS-RUN-DD
           MOVE WS-RUN-DATE-ED TO WS-HEAD-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-COL-LINE TO REPORT-RECORD
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE 0 TO WS-PRINTED
           MOVE "E" TO WS-PRINT-SEV
           PERFORM 0810-PRINT-SEVERITY
           MOVE "W" TO WS-PRINT-SEV
           PERFORM 0810-PRINT-SEVERITY
           MOVE "I" TO WS-PRINT-SEV
           PERFORM 0810-PRINT-SEVERITY
           IF WS-PRINTED = 0
               MOVE "  NO EXCEPTIONS FOR THE BUSINESS DATE"
                   TO REPORT-RECORD
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF
           IF WS-ITEM-LOST NOT = 0
               MOVE "MORE THAN 300 ITEMS - THE REST NOT LISTED"
                   TO REPORT-RECORD
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE "ERRORS:" TO WS-TOT-LABEL
           MOVE WS-CNT-ERROR TO WS-TOT-COUNT
           PERFORM 0850-WRITE-TOTAL-LINE
           MOVE "WARNINGS:" TO WS-TOT-LABEL
           MOVE WS-CNT-WARNING TO WS-TOT-COUNT
           PERFORM 0850-WRITE-TOTAL-LINE
           MOVE "INFORMATION:" TO WS-TOT-LABEL
           MOVE WS-CNT-INFO TO WS-TOT-COUNT
           PERFORM 0850-WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0890-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CNT-ERROR NOT = 0
                   MOVE "RESULT: ERRORS - HOLD THE SCHEDULE (RC 8)"
                       TO REPORT-RECORD
               WHEN WS-CNT-WARNING NOT = 0
                   MOVE "RESULT: WARNINGS - REVIEW TODAY (RC 4)"
                       TO REPORT-RECORD
               WHEN OTHER
                   MOVE "RESULT: CLEAN (RC 0)" TO REPORT-RECORD
           END-EVALUATE
           PERFORM 0890-WRITE-REPORT-LINE.

       0810-PRINT-SEVERITY.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-USED
               IF WS-ITEM-SEV (WS-ITEM-SUB) = WS-PRINT-SEV
                   EVALUATE WS-PRINT-SEV
                       WHEN "E"
                           MOVE "ERROR" TO WS-ITL-SEV
                       WHEN "W"
                           MOVE "WARNING" TO WS-ITL-SEV
                       WHEN OTHER
                           MOVE "INFO" TO WS-ITL-SEV
                   END-EVALUATE
                   MOVE WS-ITEM-PROGRAM (WS-ITEM-SUB) TO WS-ITL-PROGRAM
                   MOVE WS-ITEM-FILE (WS-ITEM-SUB) TO WS-ITL-FILE
                   MOVE WS-ITEM-TEXT (WS-ITEM-SUB) TO WS-ITL-TEXT
                   MOVE WS-ITEM-LINE TO REPORT-RECORD
                   PERFORM 0890-WRITE-REPORT-LINE
                   ADD 1 TO WS-PRINTED
               END-IF
           END-PERFORM.

       0850-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 0890-WRITE-REPORT-LINE.

       0890-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMBULRP write failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0900-ADD-ITEM.
           EVALUATE WS-NEW-SEV
               WHEN "E"
                   ADD 1 TO WS-CNT-ERROR
               WHEN "W"
                   ADD 1 TO WS-CNT-WARNING
               WHEN OTHER
                   ADD 1 TO WS-CNT-INFO
           END-EVALUATE
           IF WS-ITEM-USED < 300
               ADD 1 TO WS-ITEM-USED
               MOVE WS-NEW-ITEM TO WS-ITEM-ENTRY (WS-ITEM-USED)
           ELSE
               ADD 1 TO WS-ITEM-LOST
           END-IF.

      * A FILE THAT CANNOT BE OPENED OR READ TO THE END IS AN
      * ERROR NAMING THE FILE, ITS STATUS AND WHAT WENT
      * UNCHECKED.  THE CALLER SETS PROGRAM, FILE AND WORDING.
       0910-ADD-FILE-ITEM.
           MOVE "E" TO WS-NEW-SEV
           MOVE WS-TXT-OPEN TO WS-NEW-TEXT
           PERFORM 0900-ADD-ITEM.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMPBULL" TO RP-PROGRAM
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

      * THE FINISHED BULLETIN IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMBULRP" TO GN-FILE
           MOVE "SAMPBULL" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMBULRP not catalogued"
           END-CALL.
