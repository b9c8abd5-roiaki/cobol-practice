       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPMEND.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE             ASSIGN TO "SAMPCALD"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-CAL-STATUS.
           SELECT HIST-FILE            ASSIGN TO "SAMCLSHS"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE           ASSIGN TO "AUDTOTAL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MASTER-FILE          ASSIGN TO "SAM002MS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS MF-NAME
                                        FILE STATUS IS WS-MASTER-STATUS.
           SELECT JRNL-ARCHIVE-FILE    ASSIGN TO "SAM002JA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-JARC-STATUS.
           SELECT JOURNAL-FILE         ASSIGN TO "SAM002JL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-JRNL-STATUS.
           SELECT SUSPENSE-FILE        ASSIGN TO "SAMSUSP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-SUSP-STATUS.
           SELECT REGISTER-FILE        ASSIGN TO "SAMXMREG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REG-STATUS.
           SELECT MONTH-FILE           ASSIGN TO "SAMMTHHS"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-MONTH-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMMTHRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  CAL-FILE.
       01  CAL-RECORD.
           05 CD-DATE                   PIC 9(8).
           05 CD-TYPE                   PIC X.

       FD  HIST-FILE.
       01  HIST-RECORD.
           COPY CLSHIST.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  MASTER-FILE.
       01  MF-RECORD.
           COPY NAMEMST.

       FD  JRNL-ARCHIVE-FILE.
       01  JRNL-ARCHIVE-RECORD.
           05 JA-ROLL-DATE              PIC 9(8).
           05 JA-ENTRY                  PIC X(88).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD               PIC X(88).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           COPY XMITREG.

       FD  MONTH-FILE.
       01  MONTH-RECORD.
           COPY MTHSTAT.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-CAL-STATUS                 PIC XX.
       01 WS-HIST-STATUS                PIC XX.
       01 WS-AUDIT-STATUS               PIC XX.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-JARC-STATUS                PIC XX.
       01 WS-JRNL-STATUS                PIC XX.
       01 WS-SUSP-STATUS                PIC XX.
       01 WS-REG-STATUS                 PIC XX.
       01 WS-MONTH-STATUS               PIC XX.
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
           88 WS-IS-CLOSE               VALUE "C".
           88 WS-IS-REPORT              VALUE "R".
       01 WS-SEL-MONTH-X                PIC X(6).
       01 WS-MONTH-GIVEN                PIC X VALUE "N".
           88 WS-MONTH-WAS-GIVEN        VALUE "Y".
       01 WS-TODAY                      PIC 9(8).
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

      * THE MONTH BEING CLOSED OR REPORTED, THE MONTH BEFORE
      * IT, AND ANY DATE BROKEN DOWN TO ITS MONTH.
       01 WS-TARGET-MONTH               PIC 9(6) VALUE 0.
       01 WS-TARGET-PARTS REDEFINES WS-TARGET-MONTH.
           05 WS-TARGET-YEAR            PIC 9(4).
           05 WS-TARGET-MM              PIC 9(2).
       01 WS-PRIOR-MONTH                PIC 9(6) VALUE 0.
       01 WS-PRIOR-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR             PIC 9(4).
           05 WS-PRIOR-MM               PIC 9(2).
       01 WS-WORK-DATE                  PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-MONTH             PIC 9(6).
           05 WS-WORK-DD                PIC 9(2).
       01 WS-WORK-MONTH-PARTS           PIC 9(6).
       01 WS-WORK-SPLIT REDEFINES WS-WORK-MONTH-PARTS.
           05 WS-WORK-YEAR              PIC 9(4).
           05 WS-WORK-MM                PIC 9(2).
       01 WS-LAST-BUS-DATE              PIC 9(8) VALUE 0.

      * WHAT SAMMTHHS ALREADY SAYS ABOUT THE MONTH.  RECORDS
      * ON FILE FOR A MONTH WITH NO CLOSE RECORD ARE LEFT
      * FROM A CLOSE THAT STOPPED PART WAY.
       01 WS-MONTH-ON-FILE              PIC X VALUE "N".
           88 WS-MONTH-IS-ON-FILE       VALUE "Y".
       01 WS-MONTH-CLOSED               PIC X VALUE "N".
           88 WS-MONTH-IS-CLOSED        VALUE "Y".
       01 WS-CLOSED-ON                  PIC 9(8) VALUE 0.
       01 WS-LATEST-CLOSED              PIC 9(6) VALUE 0.
       01 WS-PRIOR-CLOSED               PIC X VALUE "N".
           88 WS-PRIOR-IS-CLOSED        VALUE "Y".

      * THE MONTH'S CLASSIFICATION RUNS, BY REQUEST AND BY
      * CATEGORY.  A RUN BELONGS TO THE MONTH OF THE BUSINESS
      * DATE IT CARRIES ON SAMCLSHS; ITS AUDTOTAL RECORDS GIVE
      * THE REQUESTS IT SERVED.
       01 WS-MRUN-TABLE.
           05 WS-MRUN-NO                PIC 9(5) OCCURS 300 TIMES.
       01 WS-MRUN-USED                  PIC 9(3) VALUE 0.
       01 WS-MRUN-LOST                  PIC 9(5) VALUE 0.
       01 WS-MRUN-SUB                   PIC 9(3).
       01 WS-MRUN-FOUND                 PIC 9(3).
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 20 TIMES.
               10 WS-REQ-ID             PIC X(8).
               10 WS-REQ-RUNS           PIC 9(9).
               10 WS-REQ-FIZZBUZZ       PIC 9(9).
               10 WS-REQ-FIZZ           PIC 9(9).
               10 WS-REQ-BUZZ           PIC 9(9).
               10 WS-REQ-PLAIN          PIC 9(9).
       01 WS-REQ-USED                   PIC 9(2) VALUE 0.
       01 WS-REQ-SUB                    PIC 9(2).
       01 WS-REQ-FOUND                  PIC 9(2).
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               10 WS-CAT-LABEL          PIC X(80).
               10 WS-CAT-VOLUME         PIC 9(9).
       01 WS-CAT-USED                   PIC 9(2) VALUE 0.
       01 WS-CAT-SUB                    PIC 9(2).
       01 WS-CAT-FOUND                  PIC 9(2).

      * NAME MASTER MOVEMENT BY SOURCE CODE, IN THE ORDER
      * C B R V AND ANYTHING ELSE.  ADDS, RENAMES, DELETES
      * AND REINSTATEMENTS COME FROM THE JOURNAL - THE
      * SAM002JA ARCHIVE AND THE LIVE SAM002JL - EXCEPT THE
      * SAMP002C LAYOUT CONVERSION, WHICH IS NOT JOURNALED,
      * SO ITS SOURCE V ADDS ARE TAKEN FROM THE MASTER'S
      * DATE ADDED.  THE ACTIVE POPULATION IS THE MASTER'S.
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 5 TIMES.
               10 WS-SRC-CODE           PIC X.
               10 WS-SRC-ADDED          PIC 9(9).
               10 WS-SRC-RENAMED        PIC 9(9).
               10 WS-SRC-DELETED        PIC 9(9).
               10 WS-SRC-REINSTATED     PIC 9(9).
               10 WS-SRC-ACTIVE         PIC 9(9).
       01 WS-SRC-SUB                    PIC 9.
       01 WS-SRC-WANTED                 PIC X.
       01 WS-ACTIVE-NAMES               PIC 9(9) VALUE 0.

      * ONE JOURNAL ENTRY AND ITS IMAGES.  A RENAME IS
      * JOURNALED AS THE OLD NAME DEACTIVATED AND THEN THE
      * NEW NAME WRITTEN (OR A DELETED RECORD REUSED) WITH
      * SOURCE R, AS SAMP002H READS IT, SO A DEACTIVATION IS
      * HELD UNTIL THE NEXT ENTRY SAYS WHETHER IT WAS A
      * DELETE OR THE FIRST HALF OF A RENAME.  A RENAME THAT
      * COULD NOT PLACE THE NEW NAME REACTIVATES THE OLD ONE
      * STRAIGHT AWAY, AND THE PAIR COUNTS AS NOTHING.
       01 WS-JRNL-ENTRY.
           COPY MSTJRNL REPLACING LEADING ==JR== BY ==JE==.
       01 WS-JRNL-BEFORE.
           COPY NAMEMST REPLACING LEADING ==MF== BY ==JB==.
       01 WS-JRNL-AFTER.
           COPY NAMEMST REPLACING LEADING ==MF== BY ==JF==.
       01 WS-PEND-FLAG                  PIC X VALUE "N".
           88 WS-HAS-PENDING-DELETE     VALUE "Y".
       01 WS-PEND-NAME                  PIC X(10).
       01 WS-PEND-PROGRAM               PIC X(9).
       01 WS-PEND-SOURCE                PIC X.

      * SUSPENSE BY REASON.  SAMPSUSP REPROCESS TAKES
      * RELEASED RECORDS OFF SAMSUSP, SO THESE ARE THE
      * MONTH'S RECORDS STILL IN SUSPENSE AT THE CLOSE.
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 20 TIMES.
               10 WS-RSN-CODE           PIC X(4).
               10 WS-RSN-COUNT          PIC 9(9).
       01 WS-RSN-USED                   PIC 9(2) VALUE 0.
       01 WS-RSN-SUB                    PIC 9(2).
       01 WS-RSN-FOUND                  PIC 9(2).

      * THE MONTH'S TRANSMISSIONS.  A TRANSMISSION SENT AGAIN
      * IS REGISTERED AGAIN UNDER THE SAME FEED, DATE AND
      * HASH; ONLY ITS LATEST REGISTRATION IS COUNTED.  A
      * NAME FEED IS ALSO ANSWERED BY ANY LATER CONFIRMED
      * NAME FEED WHOSE CHANGES RUN FROM NO LATER THAN ITS
      * OWN, AS SAMPBULL JUDGES IT.  THE TABLE HOLDS AS MANY
      * AS SAMP001A DOES; IN A MONTH WITH MORE THAN THAT THE
      * OLDEST ARE THE ONES LEFT OUT.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
               10 WS-REG-DATE           PIC 9(8).
               10 WS-REG-HASH           PIC 9(14).
               10 WS-REG-XSTATUS        PIC X.
               10 WS-REG-FEED           PIC X.
               10 WS-REG-FROM           PIC 9(8).
       01 WS-REG-USED                   PIC 9(4) VALUE 0.
       01 WS-REG-IN-MONTH               PIC 9(7) VALUE 0.
       01 WS-REG-LOST                   PIC 9(7) VALUE 0.
       01 WS-REG-READ                   PIC 9(7) VALUE 0.
       01 WS-REG-SUB                    PIC 9(4).
       01 WS-REG-LATER                  PIC 9(4).
       01 WS-REG-SUPERSEDED             PIC X.
           88 WS-REG-IS-SUPERSEDED      VALUE "Y".
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 2 TIMES.
               10 WS-FEED-NAME          PIC X(9).
               10 WS-FEED-SENT          PIC 9(9).
               10 WS-FEED-CONFIRMED     PIC 9(9).
               10 WS-FEED-REJECTED      PIC 9(9).
               10 WS-FEED-UNANSWERED    PIC 9(9).
       01 WS-FEED-SUB                   PIC 9.

       01 WS-CNT-WRITTEN                PIC 9(5) VALUE 0.

      * THE REPORT COMPARES EACH FIGURE FOR THE MONTH WITH
      * THE MONTH BEFORE AND WITH THE YEAR TO DATE, ALL FROM
      * SAMMTHHS.  ONE ENTRY PER FIGURE: RECORD TYPE, KEY AND
      * WHICH OF THE RECORD'S COUNTS.  A FIGURE THAT IS A
      * POPULATION RATHER THAN A MOVEMENT HAS NO YEAR TO DATE.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 400 TIMES.
               10 WS-CMP-TYPE           PIC X.
               10 WS-CMP-KEY            PIC X(80).
               10 WS-CMP-IDX            PIC 9.
               10 WS-CMP-THIS           PIC 9(9).
               10 WS-CMP-PRIOR          PIC 9(9).
               10 WS-CMP-YTD            PIC 9(9).
               10 WS-CMP-DONE           PIC X.
       01 WS-CMP-USED                   PIC 9(3) VALUE 0.
       01 WS-CMP-LOST                   PIC 9(5) VALUE 0.
       01 WS-CMP-SUB                    PIC 9(3).
       01 WS-CMP-FOUND                  PIC 9(3).
       01 WS-CMP-GROUP                  PIC 9(3).
       01 WS-CMP-IDX-SUB                PIC 9.
       01 WS-CMP-IDX-FIRST              PIC 9.
       01 WS-CMP-IDX-LAST               PIC 9.
       01 WS-CMP-IN-THIS                PIC X.
       01 WS-CMP-IN-PRIOR               PIC X.
       01 WS-CMP-IN-YTD                 PIC X.
      * THE RUN THAT CLOSED EACH MONTH THE REPORT READS.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 13 TIMES.
               10 WS-DONE-MONTH         PIC 9(6).
               10 WS-DONE-RUN           PIC 9(5).
       01 WS-DONE-USED                  PIC 9(2) VALUE 0.
       01 WS-DONE-SUB                   PIC 9(2).
       01 WS-DONE-FOUND                 PIC X.
           88 WS-DONE-IS-FOUND          VALUE "Y".
       01 WS-PRINT-TYPE                 PIC X.
       01 WS-SECTION-HEAD               PIC X(80).
       01 WS-PRINTED                    PIC 9(3).
       01 WS-CHANGE                     PIC S9(9).

       01 WS-HEAD-LINE.
           05 FILLER                    PIC X(35) VALUE
               "SAMPMEND  MONTH-END STATISTICS FOR ".
           05 WS-HEAD-YYYY              PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-MM                PIC XX.
           05 FILLER                    PIC X(12) VALUE
               "  CLOSED ON ".
           05 WS-HEAD-CLOSED            PIC X(10).
           05 FILLER                    PIC X(16) VALUE SPACES.
       01 WS-CLOSED-ED.
           05 WS-CLOSED-YYYY            PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-CLOSED-MM              PIC XX.
           05 FILLER                    PIC X VALUE "/".
           05 WS-CLOSED-DD              PIC XX.
       01 WS-PRIOR-LINE.
           05 FILLER                    PIC X(12) VALUE
               "PRIOR MONTH ".
           05 WS-PRL-YYYY               PIC X(4).
           05 FILLER                    PIC X VALUE "/".
           05 WS-PRL-MM                 PIC XX.
           05 FILLER                    PIC X(61) VALUE
               " WAS NOT CLOSED - ITS COLUMN IS ZERO".
       01 WS-COL-LINE.
           05 FILLER                    PIC X(36) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE
               "THIS MONTH".
           05 FILLER                    PIC X(10) VALUE
               "     PRIOR".
           05 FILLER                    PIC X(11) VALUE
               "     CHANGE".
           05 FILLER                    PIC X(10) VALUE
               "       YTD".
           05 FILLER                    PIC X(3) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DET-LABEL              PIC X(36).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-THIS               PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-PRIOR              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-CHANGE             PIC --,---,--9.
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-DET-YTD                PIC Z,ZZZ,ZZ9.
           05 WS-DET-YTD-X REDEFINES WS-DET-YTD
                                        PIC X(9).
           05 FILLER                    PIC X(3) VALUE SPACES.
       01 WS-LABEL-WORK.
           05 WS-LBL-WORD               PIC X(10).
           05 WS-LBL-KEY                PIC X(10).
           05 WS-LBL-WHAT               PIC X(16).
       01 WS-LABEL-CATEGORY REDEFINES WS-LABEL-WORK.
           05 FILLER                    PIC X(2).
           05 WS-LBC-KEY                PIC X(34).

      *****************************************************
      * MONTH-END CLOSE.  BUILDS THE MONTH'S STATISTICS AND
      * APPENDS THEM TO THE SAMMTHHS HISTORY, THEN REPORTS
      * THEM ON SAMMTHRP AGAINST THE MONTH BEFORE AND THE
      * YEAR TO DATE:
      *   CLASSIFICATION RUNS AND VOLUMES BY REQUEST AND BY
      *     CATEGORY (SAMCLSHS, WITH AUDTOTAL FOR REQUESTS);
      *   NAMES ADDED, RENAMED, DELETED AND REINSTATED BY
      *     SOURCE CODE (THE JOURNAL AND SAM002MS);
      *   SUSPENSE BY REASON (SAMSUSP);
      *   TRANSMISSIONS CONFIRMED AND REJECTED (SAMXMREG).
      * PARAMETERS:
      *   BLANK OR "BATCH" - CLOSES THE MONTH OF THE BUSINESS
      *     DATE WHEN THAT IS THE MONTH'S LAST BUSINESS DAY
      *     ON SAMPCALD, AND DOES NOTHING ON ANY OTHER DAY, SO
      *     THE STEP CAN SIT ON THE DAILY SCHEDULE;
      *   "CLOSE YYYYMM" - CLOSES A MONTH WHOSE LAST BUSINESS
      *     DAY HAS BEEN REACHED BUT WAS MISSED;
      *   "REPORT [YYYYMM]" - REPRINTS A CLOSED MONTH, THE
      *     LATEST WHEN NONE IS GIVEN (INQUIRY AUTHORITY).
      * A CLOSE NEEDS DAY-CLOSE AUTHORITY, AND A MONTH
      * ALREADY CLOSED ON SAMMTHHS IS NEVER CLOSED AGAIN.  A
      * CLOSE THAT STOPPED PART WAY CLOSED NOTHING; ITS
      * RECORDS ARE PASSED OVER AND THE MONTH MAY BE CLOSED.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-FILE-ERROR
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
           IF WS-IS-CLOSE
               PERFORM 0200-SETTLE-CLOSE-MONTH
           ELSE
               PERFORM 0250-SETTLE-REPORT-MONTH
           END-IF
           IF WS-IS-CLOSE
               PERFORM 0300-GATHER-CLASSIFICATION
               PERFORM 0400-GATHER-NAMES
               PERFORM 0500-GATHER-SUSPENSE
               PERFORM 0550-GATHER-TRANSMISSIONS
               IF WS-HAS-FILE-ERROR
                   DISPLAY "month " WS-TARGET-MONTH
                       " not closed - statistics incomplete"
                   PERFORM 0050-END-IN-ERROR
               END-IF
               PERFORM 0600-WRITE-HISTORY
               IF WS-HAS-FILE-ERROR
                   PERFORM 0050-END-IN-ERROR
               END-IF
               MOVE WS-TODAY TO WS-CLOSED-ON
               DISPLAY "month " WS-TARGET-MONTH " closed - "
                   WS-CNT-WRITTEN " statistics record(s) on SAMMTHHS"
           END-IF
           PERFORM 0700-PRINT-REPORT
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

      * NOT THE MONTH'S LAST BUSINESS DAY: NOTHING TO DO AND
      * NOTHING WRONG.
       0055-END-NOTHING-TO-DO.
           MOVE 0 TO RP-RETURN-CODE
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0060-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN WS-IS-CLOSE AND NOT SO-MAY-CLOSE-DAY
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to close the month"
                   PERFORM 0050-END-IN-ERROR
               WHEN WS-IS-REPORT AND NOT SO-MAY-INQUIRE
                   DISPLAY "operator " SO-OPERATOR
                       " is not authorised to report the month"
                   PERFORM 0050-END-IN-ERROR
           END-EVALUATE.

      * A BAD SELECTION ENDS THE STEP WITH RETURN-CODE 8 AND
      * NOTHING TOUCHED.
       0100-GET-SELECTION.
           MOVE "N" TO WS-MONTH-GIVEN
           MOVE SPACES TO WS-SEL-MONTH-X
           EVALUATE TRUE
               WHEN WS-PARM-DATA (1:6) = "REPORT"
                   SET WS-IS-REPORT TO TRUE
                   MOVE WS-PARM-DATA (8:6) TO WS-SEL-MONTH-X
               WHEN WS-PARM-DATA (1:5) = "CLOSE"
                   SET WS-IS-CLOSE TO TRUE
                   MOVE WS-PARM-DATA (7:6) TO WS-SEL-MONTH-X
                   IF WS-SEL-MONTH-X NOT NUMERIC
                       DISPLAY "CLOSE needs a YYYYMM month"
                       SET WS-HAS-FILE-ERROR TO TRUE
                   END-IF
               WHEN WS-PARM-DATA = SPACES
               WHEN WS-PARM-DATA (1:5) = "BATCH"
                   SET WS-IS-CLOSE TO TRUE
               WHEN OTHER
                   DISPLAY "parameter must be blank, CLOSE yyyymm "
                       "or REPORT [yyyymm]"
                   SET WS-HAS-FILE-ERROR TO TRUE
           END-EVALUATE
           IF WS-SEL-MONTH-X NUMERIC
               MOVE WS-SEL-MONTH-X TO WS-TARGET-MONTH
               IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
                   DISPLAY WS-SEL-MONTH-X " is not a YYYYMM month"
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   SET WS-MONTH-WAS-GIVEN TO TRUE
               END-IF
           END-IF.

      * THE MONTH CLOSES ON ITS LAST BUSINESS DAY OR, WHEN
      * NAMED, ANY TIME AFTER IT - NEVER BEFORE, AND NEVER
      * TWICE.
       0200-SETTLE-CLOSE-MONTH.
           IF NOT WS-MONTH-WAS-GIVEN
               MOVE WS-TODAY TO WS-WORK-DATE
               MOVE WS-WORK-MONTH TO WS-TARGET-MONTH
           END-IF
           PERFORM 0210-FIND-LAST-BUSINESS-DAY
           IF WS-LAST-BUS-DATE = 0
               DISPLAY "SAMPCALD has no business day in "
                   WS-TARGET-MONTH " - month not closed"
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF WS-TODAY < WS-LAST-BUS-DATE
               IF WS-MONTH-WAS-GIVEN
                   DISPLAY "month " WS-TARGET-MONTH
                       " has not ended - its last business day is "
                       WS-LAST-BUS-DATE
                   PERFORM 0050-END-IN-ERROR
               ELSE
                   DISPLAY WS-TODAY " is not the last business day"
                       " of the month (" WS-LAST-BUS-DATE
                       ") - nothing to close"
                   PERFORM 0055-END-NOTHING-TO-DO
               END-IF
           END-IF
           PERFORM 0260-READ-MONTH-HISTORY
           IF WS-HAS-FILE-ERROR
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF WS-MONTH-IS-CLOSED
               DISPLAY "month " WS-TARGET-MONTH
                   " was already closed on " WS-CLOSED-ON
                   " - not closed again"
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF WS-MONTH-IS-ON-FILE
               DISPLAY "SAMMTHHS holds part of month "
                   WS-TARGET-MONTH " from a close that did not "
                   "finish - passed over, closing again"
           END-IF.

       0210-FIND-LAST-BUSINESS-DAY.
           MOVE 0 TO WS-LAST-BUS-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "SAMPCALD open failed - status "
                   WS-CAL-STATUS
           ELSE
               PERFORM UNTIL WS-CAL-STATUS NOT = "00"
                   READ CAL-FILE
                   IF WS-CAL-STATUS = "00"
                       MOVE CD-DATE TO WS-WORK-DATE
                       IF CD-TYPE = "B"
                           AND WS-WORK-MONTH = WS-TARGET-MONTH
                           AND CD-DATE > WS-LAST-BUS-DATE
                           MOVE CD-DATE TO WS-LAST-BUS-DATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.

       0250-SETTLE-REPORT-MONTH.
           PERFORM 0260-READ-MONTH-HISTORY
           IF WS-HAS-FILE-ERROR
               PERFORM 0050-END-IN-ERROR
           END-IF
           IF NOT WS-MONTH-WAS-GIVEN
               IF WS-LATEST-CLOSED = 0
                   DISPLAY "no month has been closed yet"
                   PERFORM 0050-END-IN-ERROR
               END-IF
               MOVE WS-LATEST-CLOSED TO WS-TARGET-MONTH
               PERFORM 0260-READ-MONTH-HISTORY
           END-IF
           IF NOT WS-MONTH-IS-CLOSED
               DISPLAY "month " WS-TARGET-MONTH " has not been closed"
               PERFORM 0050-END-IN-ERROR
           END-IF.

      * NO HISTORY FILE YET SIMPLY MEANS NO MONTH HAS BEEN
      * CLOSED.
       0260-READ-MONTH-HISTORY.
           MOVE "N" TO WS-MONTH-ON-FILE
           MOVE "N" TO WS-MONTH-CLOSED
           MOVE 0 TO WS-CLOSED-ON
           MOVE 0 TO WS-LATEST-CLOSED
           OPEN INPUT MONTH-FILE
           IF WS-MONTH-STATUS = "00"
               PERFORM UNTIL WS-MONTH-STATUS NOT = "00"
                   READ MONTH-FILE
                   IF WS-MONTH-STATUS = "00"
                       IF MS-MONTH = WS-TARGET-MONTH
                           SET WS-MONTH-IS-ON-FILE TO TRUE
                           IF MS-IS-CLOSE
                               SET WS-MONTH-IS-CLOSED TO TRUE
                               MOVE MS-CLOSE-DATE TO WS-CLOSED-ON
                           END-IF
                       END-IF
                       IF MS-IS-CLOSE
                           AND MS-MONTH > WS-LATEST-CLOSED
                           MOVE MS-MONTH TO WS-LATEST-CLOSED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MONTH-FILE
           ELSE
               IF WS-MONTH-STATUS NOT = "35"
                   DISPLAY "SAMMTHHS open failed - status "
                       WS-MONTH-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * CLASSIFICATION
      *****************************************************
       0300-GATHER-CLASSIFICATION.
           MOVE 0 TO WS-MRUN-USED
           MOVE 0 TO WS-MRUN-LOST
           MOVE 0 TO WS-CAT-USED
           MOVE 0 TO WS-REQ-USED
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HIST-FILE
                   IF WS-HIST-STATUS = "00"
                       MOVE HX-RUN-DATE TO WS-WORK-DATE
                       IF WS-WORK-MONTH = WS-TARGET-MONTH
                           PERFORM 0310-TALLY-HISTORY-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-HIST-STATUS NOT = "10"
                   DISPLAY "SAMCLSHS read failed - status "
                       WS-HIST-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE HIST-FILE
           ELSE
               IF WS-HIST-STATUS = "35"
                   DISPLAY "no SAMCLSHS classification history - "
                       "no runs counted"
               ELSE
                   DISPLAY "SAMCLSHS open failed - status "
                       WS-HIST-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-MRUN-LOST NOT = 0
               DISPLAY "more than 300 classification runs in the "
                   "month - requests of the rest not counted"
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                   IF WS-AUDIT-STATUS = "00"
                       IF AR-PROGRAM = "SAMPLE001"
                           PERFORM 0330-TALLY-AUDIT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "AUDTOTAL read failed - status "
                       WS-AUDIT-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = "35"
                   DISPLAY "AUDTOTAL open failed - status "
                       WS-AUDIT-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       0310-TALLY-HISTORY-RECORD.
           MOVE 0 TO WS-MRUN-FOUND
           PERFORM VARYING WS-MRUN-SUB FROM 1 BY 1
                   UNTIL WS-MRUN-SUB > WS-MRUN-USED
                       OR WS-MRUN-FOUND NOT = 0
               IF WS-MRUN-NO (WS-MRUN-SUB) = HX-RUN-NUMBER
                   MOVE WS-MRUN-SUB TO WS-MRUN-FOUND
               END-IF
           END-PERFORM
           IF WS-MRUN-FOUND = 0
               IF WS-MRUN-USED < 300
                   ADD 1 TO WS-MRUN-USED
                   MOVE HX-RUN-NUMBER TO WS-MRUN-NO (WS-MRUN-USED)
               ELSE
                   ADD 1 TO WS-MRUN-LOST
               END-IF
           END-IF
           MOVE 0 TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-USED
                       OR WS-CAT-FOUND NOT = 0
               IF WS-CAT-LABEL (WS-CAT-SUB) = HX-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CAT-FOUND
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND = 0
               IF WS-CAT-USED < 50
                   ADD 1 TO WS-CAT-USED
                   MOVE WS-CAT-USED TO WS-CAT-FOUND
                   MOVE HX-CATEGORY TO WS-CAT-LABEL (WS-CAT-FOUND)
                   MOVE 0 TO WS-CAT-VOLUME (WS-CAT-FOUND)
               ELSE
                   DISPLAY "more than 50 distinct categories - "
                       HX-CATEGORY " not counted"
               END-IF
           END-IF
           IF WS-CAT-FOUND NOT = 0
               ADD HX-COUNT TO WS-CAT-VOLUME (WS-CAT-FOUND)
           END-IF.

      * ONE SAMPLE001 AUDIT RECORD PER REQUEST PER RUN.
       0330-TALLY-AUDIT-RECORD.
           MOVE 0 TO WS-MRUN-FOUND
           PERFORM VARYING WS-MRUN-SUB FROM 1 BY 1
                   UNTIL WS-MRUN-SUB > WS-MRUN-USED
                       OR WS-MRUN-FOUND NOT = 0
               IF WS-MRUN-NO (WS-MRUN-SUB) = AR-RUN-NUMBER
                   MOVE WS-MRUN-SUB TO WS-MRUN-FOUND
               END-IF
           END-PERFORM
           IF WS-MRUN-FOUND NOT = 0
               MOVE 0 TO WS-REQ-FOUND
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-USED
                           OR WS-REQ-FOUND NOT = 0
                   IF WS-REQ-ID (WS-REQ-SUB) = AR-REQUEST-ID
                       MOVE WS-REQ-SUB TO WS-REQ-FOUND
                   END-IF
               END-PERFORM
               IF WS-REQ-FOUND = 0
                   IF WS-REQ-USED < 20
                       ADD 1 TO WS-REQ-USED
                       MOVE WS-REQ-USED TO WS-REQ-FOUND
                       MOVE AR-REQUEST-ID TO WS-REQ-ID (WS-REQ-FOUND)
                       MOVE 0 TO WS-REQ-RUNS (WS-REQ-FOUND)
                       MOVE 0 TO WS-REQ-FIZZBUZZ (WS-REQ-FOUND)
                       MOVE 0 TO WS-REQ-FIZZ (WS-REQ-FOUND)
                       MOVE 0 TO WS-REQ-BUZZ (WS-REQ-FOUND)
                       MOVE 0 TO WS-REQ-PLAIN (WS-REQ-FOUND)
                   ELSE
                       DISPLAY "more than 20 requests - "
                           AR-REQUEST-ID " not counted"
                   END-IF
               END-IF
               IF WS-REQ-FOUND NOT = 0
                   ADD 1 TO WS-REQ-RUNS (WS-REQ-FOUND)
                   ADD AR-CNT-FIZZBUZZ TO WS-REQ-FIZZBUZZ (WS-REQ-FOUND)
                   ADD AR-CNT-FIZZ TO WS-REQ-FIZZ (WS-REQ-FOUND)
                   ADD AR-CNT-BUZZ TO WS-REQ-BUZZ (WS-REQ-FOUND)
                   ADD AR-CNT-PLAIN TO WS-REQ-PLAIN (WS-REQ-FOUND)
               END-IF
           END-IF.

      *****************************************************
      * NAME MASTER
      *****************************************************
       0400-GATHER-NAMES.
           MOVE "C" TO WS-SRC-CODE (1)
           MOVE "B" TO WS-SRC-CODE (2)
           MOVE "R" TO WS-SRC-CODE (3)
           MOVE "V" TO WS-SRC-CODE (4)
           MOVE "?" TO WS-SRC-CODE (5)
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 5
               MOVE 0 TO WS-SRC-ADDED (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-RENAMED (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-DELETED (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-REINSTATED (WS-SRC-SUB)
               MOVE 0 TO WS-SRC-ACTIVE (WS-SRC-SUB)
           END-PERFORM
           MOVE 0 TO WS-ACTIVE-NAMES
           MOVE "N" TO WS-PEND-FLAG
           OPEN INPUT JRNL-ARCHIVE-FILE
           IF WS-JARC-STATUS = "00"
               PERFORM UNTIL WS-JARC-STATUS NOT = "00"
                   READ JRNL-ARCHIVE-FILE
                   IF WS-JARC-STATUS = "00"
                       MOVE JA-ENTRY TO WS-JRNL-ENTRY
                       PERFORM 0420-TAKE-JOURNAL-ENTRY
                   END-IF
               END-PERFORM
               IF WS-JARC-STATUS NOT = "10"
                   DISPLAY "SAM002JA read failed - status "
                       WS-JARC-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE JRNL-ARCHIVE-FILE
           ELSE
               IF WS-JARC-STATUS NOT = "35"
                   DISPLAY "SAM002JA open failed - status "
                       WS-JARC-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                   READ JOURNAL-FILE
                   IF WS-JRNL-STATUS = "00"
                       MOVE JOURNAL-RECORD TO WS-JRNL-ENTRY
                       PERFORM 0420-TAKE-JOURNAL-ENTRY
                   END-IF
               END-PERFORM
               IF WS-JRNL-STATUS NOT = "10"
                   DISPLAY "SAM002JL read failed - status "
                       WS-JRNL-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JRNL-STATUS NOT = "35"
                   DISPLAY "SAM002JL open failed - status "
                       WS-JRNL-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           PERFORM 0440-SETTLE-PENDING-DELETE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SAM002MS open failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ MASTER-FILE NEXT RECORD
                   IF WS-MASTER-STATUS = "00"
                       PERFORM 0460-TALLY-MASTER-RECORD
                   END-IF
               END-PERFORM
               IF WS-MASTER-STATUS NOT = "10"
                   DISPLAY "SAM002MS read failed - status "
                       WS-MASTER-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       0420-TAKE-JOURNAL-ENTRY.
           MOVE JE-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH NOT = WS-TARGET-MONTH
               OR JE-IS-PURGE
               PERFORM 0440-SETTLE-PENDING-DELETE
           ELSE
               MOVE JE-BEFORE-IMAGE TO WS-JRNL-BEFORE
               MOVE JE-AFTER-IMAGE TO WS-JRNL-AFTER
               EVALUATE TRUE
                   WHEN JF-IS-ACTIVE AND JF-SOURCE = "R"
                       AND JF-DATE-ADDED = JE-DATE
                       AND (JE-BEFORE-IMAGE = SPACES
                           OR JB-IS-DELETED)
                       IF WS-HAS-PENDING-DELETE
                           AND WS-PEND-PROGRAM = JE-PROGRAM
                           MOVE WS-PEND-SOURCE TO WS-SRC-WANTED
                           MOVE "N" TO WS-PEND-FLAG
                       ELSE
                           PERFORM 0440-SETTLE-PENDING-DELETE
                           MOVE "R" TO WS-SRC-WANTED
                       END-IF
                       PERFORM 0450-FIND-SOURCE
                       ADD 1 TO WS-SRC-RENAMED (WS-SRC-SUB)
                   WHEN JE-IS-REWRITE AND JB-IS-ACTIVE
                       AND JF-IS-DELETED
                       PERFORM 0440-SETTLE-PENDING-DELETE
                       SET WS-HAS-PENDING-DELETE TO TRUE
                       MOVE JB-NAME TO WS-PEND-NAME
                       MOVE JE-PROGRAM TO WS-PEND-PROGRAM
                       MOVE JB-SOURCE TO WS-PEND-SOURCE
                   WHEN JE-IS-REWRITE AND JB-IS-DELETED
                       AND JF-IS-ACTIVE
                       IF WS-HAS-PENDING-DELETE
                           AND WS-PEND-NAME = JF-NAME
                           AND WS-PEND-PROGRAM = JE-PROGRAM
                           MOVE "N" TO WS-PEND-FLAG
                       ELSE
                           PERFORM 0440-SETTLE-PENDING-DELETE
                           MOVE JF-SOURCE TO WS-SRC-WANTED
                           PERFORM 0450-FIND-SOURCE
                           ADD 1 TO WS-SRC-REINSTATED (WS-SRC-SUB)
                       END-IF
                   WHEN JE-IS-WRITE AND JE-BEFORE-IMAGE = SPACES
                       AND JF-IS-ACTIVE
                       PERFORM 0440-SETTLE-PENDING-DELETE
                       MOVE JF-SOURCE TO WS-SRC-WANTED
                       PERFORM 0450-FIND-SOURCE
                       ADD 1 TO WS-SRC-ADDED (WS-SRC-SUB)
                   WHEN OTHER
                       PERFORM 0440-SETTLE-PENDING-DELETE
               END-EVALUATE
           END-IF.

      * A HELD DEACTIVATION THAT WAS NOT FOLLOWED BY THE NEW
      * HALF OF A RENAME WAS A DELETE.
       0440-SETTLE-PENDING-DELETE.
           IF WS-HAS-PENDING-DELETE
               MOVE WS-PEND-SOURCE TO WS-SRC-WANTED
               PERFORM 0450-FIND-SOURCE
               ADD 1 TO WS-SRC-DELETED (WS-SRC-SUB)
               MOVE "N" TO WS-PEND-FLAG
           END-IF.

       0450-FIND-SOURCE.
           EVALUATE WS-SRC-WANTED
               WHEN "C"
                   MOVE 1 TO WS-SRC-SUB
               WHEN "B"
                   MOVE 2 TO WS-SRC-SUB
               WHEN "R"
                   MOVE 3 TO WS-SRC-SUB
               WHEN "V"
                   MOVE 4 TO WS-SRC-SUB
               WHEN OTHER
                   MOVE 5 TO WS-SRC-SUB
           END-EVALUATE.

       0460-TALLY-MASTER-RECORD.
           MOVE MF-SOURCE TO WS-SRC-WANTED
           PERFORM 0450-FIND-SOURCE
           IF MF-IS-ACTIVE
               ADD 1 TO WS-SRC-ACTIVE (WS-SRC-SUB)
               ADD 1 TO WS-ACTIVE-NAMES
           END-IF
           MOVE MF-DATE-ADDED TO WS-WORK-DATE
           IF MF-SOURCE = "V"
               AND WS-WORK-MONTH = WS-TARGET-MONTH
               ADD 1 TO WS-SRC-ADDED (WS-SRC-SUB)
           END-IF.

      *****************************************************
      * SUSPENSE
      *****************************************************
       0500-GATHER-SUSPENSE.
           MOVE 0 TO WS-RSN-USED
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   MOVE SPACES TO SUSPENSE-RECORD
                   READ SUSPENSE-FILE
                   IF WS-SUSP-STATUS = "00"
                       IF SP-DATE NUMERIC
                           MOVE SP-DATE TO WS-WORK-DATE
                           IF WS-WORK-MONTH = WS-TARGET-MONTH
                               PERFORM 0510-COUNT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUSP-STATUS NOT = "10"
                   DISPLAY "SAMSUSP read failed - status "
                       WS-SUSP-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   DISPLAY "SAMSUSP open failed - status "
                       WS-SUSP-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

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
      * TRANSMISSIONS
      *****************************************************
       0550-GATHER-TRANSMISSIONS.
           MOVE "EXTRACT" TO WS-FEED-NAME (1)
           MOVE "NAME FEED" TO WS-FEED-NAME (2)
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 2
               MOVE 0 TO WS-FEED-SENT (WS-FEED-SUB)
               MOVE 0 TO WS-FEED-CONFIRMED (WS-FEED-SUB)
               MOVE 0 TO WS-FEED-REJECTED (WS-FEED-SUB)
               MOVE 0 TO WS-FEED-UNANSWERED (WS-FEED-SUB)
           END-PERFORM
           MOVE 0 TO WS-REG-USED
           MOVE 0 TO WS-REG-IN-MONTH
           MOVE 0 TO WS-REG-LOST
           MOVE 0 TO WS-REG-READ
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-REG-STATUS NOT = "00"
                   READ REGISTER-FILE
                   IF WS-REG-STATUS = "00"
                       MOVE XR-DATE TO WS-WORK-DATE
                       IF WS-WORK-MONTH = WS-TARGET-MONTH
                           ADD 1 TO WS-REG-IN-MONTH
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 0555-CHECK-REGISTER-END
               CLOSE REGISTER-FILE
               IF WS-REG-IN-MONTH > 5000
                   COMPUTE WS-REG-LOST = WS-REG-IN-MONTH - 5000
               END-IF
               OPEN INPUT REGISTER-FILE
               PERFORM UNTIL WS-REG-STATUS NOT = "00"
                   READ REGISTER-FILE
                   IF WS-REG-STATUS = "00"
                       MOVE XR-DATE TO WS-WORK-DATE
                       IF WS-WORK-MONTH = WS-TARGET-MONTH
                           ADD 1 TO WS-REG-READ
                           IF WS-REG-READ > WS-REG-LOST
                               PERFORM 0560-NOTE-REGISTRATION
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 0555-CHECK-REGISTER-END
               CLOSE REGISTER-FILE
           ELSE
               IF WS-REG-STATUS NOT = "35"
                   DISPLAY "SAMXMREG open failed - status "
                       WS-REG-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-REG-LOST NOT = 0
               DISPLAY "more than 5000 registrations in the month - "
                   "the oldest " WS-REG-LOST " not counted"
           END-IF
           PERFORM 0570-COUNT-TRANSMISSION
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-USED.

       0555-CHECK-REGISTER-END.
           IF WS-REG-STATUS NOT = "10"
               DISPLAY "SAMXMREG read failed - status "
                   WS-REG-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0560-NOTE-REGISTRATION.
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

       0570-COUNT-TRANSMISSION.
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
               IF WS-REG-FEED (WS-REG-SUB) = "N"
                   MOVE 2 TO WS-FEED-SUB
               ELSE
                   MOVE 1 TO WS-FEED-SUB
               END-IF
               ADD 1 TO WS-FEED-SENT (WS-FEED-SUB)
               EVALUATE WS-REG-XSTATUS (WS-REG-SUB)
                   WHEN "C"
                       ADD 1 TO WS-FEED-CONFIRMED (WS-FEED-SUB)
                   WHEN "R"
                   WHEN "F"
                       ADD 1 TO WS-FEED-REJECTED (WS-FEED-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-FEED-UNANSWERED (WS-FEED-SUB)
               END-EVALUATE
           END-IF.

      *****************************************************
      * HISTORY
      *****************************************************
      * THE CLOSE RECORD GOES LAST, SO A CLOSE THAT FAILS
      * PART WAY LEAVES THE MONTH UNCLOSED FOR THE NEXT
      * ATTEMPT, WHOSE RUN NUMBER SETS ITS RECORDS APART.
       0600-WRITE-HISTORY.
           MOVE 0 TO WS-CNT-WRITTEN
           OPEN EXTEND MONTH-FILE
           IF WS-MONTH-STATUS = "35"
               OPEN OUTPUT MONTH-FILE
           END-IF
           IF WS-MONTH-STATUS NOT = "00"
               DISPLAY "SAMMTHHS open failed - status "
                   WS-MONTH-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-USED
                   PERFORM 0610-CLEAR-MONTH-RECORD
                   MOVE "Q" TO MS-TYPE
                   MOVE WS-REQ-ID (WS-REQ-SUB) TO MS-KEY
                   MOVE WS-REQ-RUNS (WS-REQ-SUB) TO MS-COUNT (1)
                   MOVE WS-REQ-FIZZBUZZ (WS-REQ-SUB) TO MS-COUNT (2)
                   MOVE WS-REQ-FIZZ (WS-REQ-SUB) TO MS-COUNT (3)
                   MOVE WS-REQ-BUZZ (WS-REQ-SUB) TO MS-COUNT (4)
                   MOVE WS-REQ-PLAIN (WS-REQ-SUB) TO MS-COUNT (5)
                   PERFORM 0620-WRITE-MONTH-RECORD
               END-PERFORM
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-USED
                   PERFORM 0610-CLEAR-MONTH-RECORD
                   MOVE "C" TO MS-TYPE
                   MOVE WS-CAT-LABEL (WS-CAT-SUB) TO MS-KEY
                   MOVE WS-CAT-VOLUME (WS-CAT-SUB) TO MS-COUNT (1)
                   PERFORM 0620-WRITE-MONTH-RECORD
               END-PERFORM
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > 5
                   IF WS-SRC-ADDED (WS-SRC-SUB) NOT = 0
                       OR WS-SRC-RENAMED (WS-SRC-SUB) NOT = 0
                       OR WS-SRC-DELETED (WS-SRC-SUB) NOT = 0
                       OR WS-SRC-REINSTATED (WS-SRC-SUB) NOT = 0
                       OR WS-SRC-ACTIVE (WS-SRC-SUB) NOT = 0
                       PERFORM 0610-CLEAR-MONTH-RECORD
                       MOVE "N" TO MS-TYPE
                       MOVE WS-SRC-CODE (WS-SRC-SUB) TO MS-KEY
                       MOVE WS-SRC-ADDED (WS-SRC-SUB) TO MS-COUNT (1)
                       MOVE WS-SRC-RENAMED (WS-SRC-SUB)
                           TO MS-COUNT (2)
                       MOVE WS-SRC-DELETED (WS-SRC-SUB)
                           TO MS-COUNT (3)
                       MOVE WS-SRC-REINSTATED (WS-SRC-SUB)
                           TO MS-COUNT (4)
                       MOVE WS-SRC-ACTIVE (WS-SRC-SUB) TO MS-COUNT (5)
                       PERFORM 0620-WRITE-MONTH-RECORD
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                       UNTIL WS-RSN-SUB > WS-RSN-USED
                   PERFORM 0610-CLEAR-MONTH-RECORD
                   MOVE "S" TO MS-TYPE
                   MOVE WS-RSN-CODE (WS-RSN-SUB) TO MS-KEY
                   MOVE WS-RSN-COUNT (WS-RSN-SUB) TO MS-COUNT (1)
                   PERFORM 0620-WRITE-MONTH-RECORD
               END-PERFORM
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > 2
                   IF WS-FEED-SENT (WS-FEED-SUB) NOT = 0
                       PERFORM 0610-CLEAR-MONTH-RECORD
                       MOVE "X" TO MS-TYPE
                       MOVE WS-FEED-NAME (WS-FEED-SUB) TO MS-KEY
                       MOVE WS-FEED-SENT (WS-FEED-SUB) TO MS-COUNT (1)
                       MOVE WS-FEED-CONFIRMED (WS-FEED-SUB)
                           TO MS-COUNT (2)
                       MOVE WS-FEED-REJECTED (WS-FEED-SUB)
                           TO MS-COUNT (3)
                       MOVE WS-FEED-UNANSWERED (WS-FEED-SUB)
                           TO MS-COUNT (4)
                       PERFORM 0620-WRITE-MONTH-RECORD
                   END-IF
               END-PERFORM
               IF NOT WS-HAS-FILE-ERROR
                   PERFORM 0610-CLEAR-MONTH-RECORD
                   MOVE "H" TO MS-TYPE
                   MOVE WS-TODAY TO MS-CLOSE-DATE
                   MOVE RP-RUN-NUMBER TO MS-COUNT (1)
                   MOVE WS-MRUN-USED TO MS-COUNT (2)
                   ADD WS-MRUN-LOST TO MS-COUNT (2)
                   MOVE WS-ACTIVE-NAMES TO MS-COUNT (3)
                   PERFORM 0620-WRITE-MONTH-RECORD
               END-IF
               CLOSE MONTH-FILE
           END-IF.

       0610-CLEAR-MONTH-RECORD.
           MOVE SPACES TO MONTH-RECORD
           MOVE WS-TARGET-MONTH TO MS-MONTH
           MOVE RP-RUN-NUMBER TO MS-RUN
           MOVE 0 TO MS-COUNT (1)
           MOVE 0 TO MS-COUNT (2)
           MOVE 0 TO MS-COUNT (3)
           MOVE 0 TO MS-COUNT (4)
           MOVE 0 TO MS-COUNT (5).

       0620-WRITE-MONTH-RECORD.
           WRITE MONTH-RECORD
           IF WS-MONTH-STATUS NOT = "00"
               DISPLAY "SAMMTHHS write failed - status "
                   WS-MONTH-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-CNT-WRITTEN
           END-IF.

      *****************************************************
      * REPORT
      *****************************************************
       0700-PRINT-REPORT.
           IF WS-TARGET-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-TARGET-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-TARGET-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-TARGET-MM - 1
           END-IF
           PERFORM 0710-LOAD-COMPARISON
           IF NOT WS-HAS-FILE-ERROR
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "SAMMTHRP open failed - status "
                       WS-REPORT-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM 0705-PRINT-BODY
                   CLOSE REPORT-FILE
                   PERFORM 9500-CATALOG-OUTPUT
               END-IF
           END-IF.

       0705-PRINT-BODY.
           MOVE WS-TARGET-MONTH TO WS-WORK-MONTH-PARTS
           MOVE WS-WORK-YEAR TO WS-HEAD-YYYY
           MOVE WS-WORK-MM TO WS-HEAD-MM
           MOVE WS-CLOSED-ON TO WS-WORK-DATE
           MOVE WS-WORK-DATE (1:4) TO WS-CLOSED-YYYY
           MOVE WS-WORK-DATE (5:2) TO WS-CLOSED-MM
           MOVE WS-WORK-DATE (7:2) TO WS-CLOSED-DD
           MOVE WS-CLOSED-ED TO WS-HEAD-CLOSED
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE
           IF NOT WS-PRIOR-IS-CLOSED
               MOVE WS-PRIOR-MONTH TO WS-WORK-MONTH-PARTS
               MOVE WS-WORK-YEAR TO WS-PRL-YYYY
               MOVE WS-WORK-MM TO WS-PRL-MM
               MOVE WS-PRIOR-LINE TO REPORT-RECORD
               PERFORM 0790-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE
           MOVE WS-COL-LINE TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE
           MOVE "H" TO WS-PRINT-TYPE
           MOVE "CLASSIFICATION" TO WS-SECTION-HEAD
           PERFORM 0740-PRINT-SECTION
           MOVE "Q" TO WS-PRINT-TYPE
           MOVE "CLASSIFICATION BY REQUEST" TO WS-SECTION-HEAD
           PERFORM 0740-PRINT-SECTION
           MOVE "C" TO WS-PRINT-TYPE
           MOVE "CLASSIFICATION BY CATEGORY" TO WS-SECTION-HEAD
           PERFORM 0740-PRINT-SECTION
           MOVE "N" TO WS-PRINT-TYPE
           MOVE "NAME MASTER BY SOURCE" TO WS-SECTION-HEAD
           PERFORM 0740-PRINT-SECTION
           MOVE "S" TO WS-PRINT-TYPE
           MOVE "SUSPENSE BY REASON" TO WS-SECTION-HEAD
           PERFORM 0740-PRINT-SECTION
           MOVE "X" TO WS-PRINT-TYPE
           MOVE "TRANSMISSIONS" TO WS-SECTION-HEAD
           PERFORM 0740-PRINT-SECTION
           IF WS-CMP-LOST NOT = 0
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0790-WRITE-REPORT-LINE
               MOVE "MORE THAN 400 FIGURES - THE REST NOT PRINTED"
                   TO REPORT-RECORD
               PERFORM 0790-WRITE-REPORT-LINE
           END-IF.

      * THE MONTH, THE MONTH BEFORE, AND EVERY MONTH OF THE
      * YEAR UP TO AND INCLUDING THE MONTH.  A FIRST PASS
      * FINDS THE RUN THAT CLOSED EACH OF THOSE MONTHS; ONLY
      * THAT RUN'S RECORDS ARE TAKEN ON THE SECOND.
       0710-LOAD-COMPARISON.
           MOVE 0 TO WS-CMP-USED
           MOVE 0 TO WS-CMP-LOST
           MOVE 0 TO WS-DONE-USED
           MOVE "N" TO WS-PRIOR-CLOSED
           OPEN INPUT MONTH-FILE
           IF WS-MONTH-STATUS NOT = "00"
               DISPLAY "SAMMTHHS open failed - status "
                   WS-MONTH-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-MONTH-STATUS NOT = "00"
                   READ MONTH-FILE
                   IF WS-MONTH-STATUS = "00" AND MS-IS-CLOSE
                       PERFORM 0715-NOTE-CLOSING-RUN
                   END-IF
               END-PERFORM
               CLOSE MONTH-FILE
               OPEN INPUT MONTH-FILE
               PERFORM UNTIL WS-MONTH-STATUS NOT = "00"
                   READ MONTH-FILE
                   IF WS-MONTH-STATUS = "00"
                       PERFORM 0717-CHECK-CLOSING-RUN
                       IF WS-DONE-IS-FOUND
                           PERFORM 0720-TAKE-MONTH-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MONTH-FILE
           END-IF.

       0715-NOTE-CLOSING-RUN.
           MOVE MS-MONTH TO WS-WORK-MONTH-PARTS
           IF (MS-MONTH = WS-PRIOR-MONTH
                   OR (WS-WORK-YEAR = WS-TARGET-YEAR
                       AND MS-MONTH NOT > WS-TARGET-MONTH))
               AND WS-DONE-USED < 13
               ADD 1 TO WS-DONE-USED
               MOVE MS-MONTH TO WS-DONE-MONTH (WS-DONE-USED)
               MOVE MS-RUN TO WS-DONE-RUN (WS-DONE-USED)
           END-IF.

       0717-CHECK-CLOSING-RUN.
           MOVE "N" TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-USED
               IF WS-DONE-MONTH (WS-DONE-SUB) = MS-MONTH
                   AND WS-DONE-RUN (WS-DONE-SUB) = MS-RUN
                   SET WS-DONE-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0720-TAKE-MONTH-RECORD.
           MOVE "N" TO WS-CMP-IN-THIS
           MOVE "N" TO WS-CMP-IN-PRIOR
           MOVE "N" TO WS-CMP-IN-YTD
           MOVE MS-MONTH TO WS-WORK-MONTH-PARTS
           IF MS-MONTH = WS-TARGET-MONTH
               MOVE "Y" TO WS-CMP-IN-THIS
           END-IF
           IF MS-MONTH = WS-PRIOR-MONTH
               MOVE "Y" TO WS-CMP-IN-PRIOR
               IF MS-IS-CLOSE
                   SET WS-PRIOR-IS-CLOSED TO TRUE
               END-IF
           END-IF
           IF WS-WORK-YEAR = WS-TARGET-YEAR
               AND MS-MONTH NOT > WS-TARGET-MONTH
               MOVE "Y" TO WS-CMP-IN-YTD
           END-IF
           IF WS-CMP-IN-THIS = "Y" OR WS-CMP-IN-PRIOR = "Y"
               OR WS-CMP-IN-YTD = "Y"
               EVALUATE TRUE
                   WHEN MS-IS-CLOSE
                       MOVE 2 TO WS-CMP-IDX-FIRST
                       MOVE 3 TO WS-CMP-IDX-LAST
                   WHEN MS-IS-REQUEST
                   WHEN MS-IS-NAMES
                       MOVE 1 TO WS-CMP-IDX-FIRST
                       MOVE 5 TO WS-CMP-IDX-LAST
                   WHEN MS-IS-TRANSMISSION
                       MOVE 1 TO WS-CMP-IDX-FIRST
                       MOVE 4 TO WS-CMP-IDX-LAST
                   WHEN OTHER
                       MOVE 1 TO WS-CMP-IDX-FIRST
                       MOVE 1 TO WS-CMP-IDX-LAST
               END-EVALUATE
               PERFORM 0730-TAKE-FIGURE
                   VARYING WS-CMP-IDX-SUB FROM WS-CMP-IDX-FIRST BY 1
                   UNTIL WS-CMP-IDX-SUB > WS-CMP-IDX-LAST
           END-IF.

      * A FIGURE THAT IS ZERO IN EVERY MONTH READ SO FAR IS
      * NOT GIVEN A LINE.
       0730-TAKE-FIGURE.
           IF MS-IS-CLOSE
               MOVE SPACES TO MS-KEY
           END-IF
           MOVE 0 TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-USED
                       OR WS-CMP-FOUND NOT = 0
               IF WS-CMP-TYPE (WS-CMP-SUB) = MS-TYPE
                   AND WS-CMP-KEY (WS-CMP-SUB) = MS-KEY
                   AND WS-CMP-IDX (WS-CMP-SUB) = WS-CMP-IDX-SUB
                   MOVE WS-CMP-SUB TO WS-CMP-FOUND
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND = 0 AND MS-COUNT (WS-CMP-IDX-SUB) NOT = 0
               IF WS-CMP-USED < 400
                   ADD 1 TO WS-CMP-USED
                   MOVE WS-CMP-USED TO WS-CMP-FOUND
                   MOVE MS-TYPE TO WS-CMP-TYPE (WS-CMP-FOUND)
                   MOVE MS-KEY TO WS-CMP-KEY (WS-CMP-FOUND)
                   MOVE WS-CMP-IDX-SUB TO WS-CMP-IDX (WS-CMP-FOUND)
                   MOVE 0 TO WS-CMP-THIS (WS-CMP-FOUND)
                   MOVE 0 TO WS-CMP-PRIOR (WS-CMP-FOUND)
                   MOVE 0 TO WS-CMP-YTD (WS-CMP-FOUND)
                   MOVE "N" TO WS-CMP-DONE (WS-CMP-FOUND)
               ELSE
                   ADD 1 TO WS-CMP-LOST
               END-IF
           END-IF
           IF WS-CMP-FOUND NOT = 0
               IF WS-CMP-IN-THIS = "Y"
                   ADD MS-COUNT (WS-CMP-IDX-SUB)
                       TO WS-CMP-THIS (WS-CMP-FOUND)
               END-IF
               IF WS-CMP-IN-PRIOR = "Y"
                   ADD MS-COUNT (WS-CMP-IDX-SUB)
                       TO WS-CMP-PRIOR (WS-CMP-FOUND)
               END-IF
               IF WS-CMP-IN-YTD = "Y"
                   ADD MS-COUNT (WS-CMP-IDX-SUB)
                       TO WS-CMP-YTD (WS-CMP-FOUND)
               END-IF
           END-IF.

       0740-PRINT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE
           MOVE WS-SECTION-HEAD TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE
           MOVE 0 TO WS-PRINTED
           PERFORM VARYING WS-CMP-GROUP FROM 1 BY 1
                   UNTIL WS-CMP-GROUP > WS-CMP-USED
               IF WS-CMP-TYPE (WS-CMP-GROUP) = WS-PRINT-TYPE
                   AND WS-CMP-DONE (WS-CMP-GROUP) = "N"
                   PERFORM 0745-PRINT-GROUP
               END-IF
           END-PERFORM
           IF WS-PRINTED = 0
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 0790-WRITE-REPORT-LINE
           END-IF.

      * ALL THE FIGURES FOR ONE KEY TOGETHER, IN THE ORDER
      * OF THE RECORD'S COUNTS.
       0745-PRINT-GROUP.
           PERFORM VARYING WS-CMP-IDX-SUB FROM 1 BY 1
                   UNTIL WS-CMP-IDX-SUB > 5
               PERFORM VARYING WS-CMP-SUB FROM WS-CMP-GROUP BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-USED
                   IF WS-CMP-TYPE (WS-CMP-SUB) = WS-PRINT-TYPE
                       AND WS-CMP-KEY (WS-CMP-SUB)
                           = WS-CMP-KEY (WS-CMP-GROUP)
                       AND WS-CMP-IDX (WS-CMP-SUB) = WS-CMP-IDX-SUB
                       PERFORM 0750-PRINT-FIGURE
                       MOVE "Y" TO WS-CMP-DONE (WS-CMP-SUB)
                       ADD 1 TO WS-PRINTED
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A CATEGORY TOO LONG FOR THE LABEL COLUMN CARRIES ON
      * UNDER THE FIGURE LINE.
       0750-PRINT-FIGURE.
           MOVE SPACES TO WS-LABEL-WORK
           MOVE WS-CMP-KEY (WS-CMP-SUB) TO WS-LBL-KEY
           EVALUATE WS-CMP-TYPE (WS-CMP-SUB)
               WHEN "H"
                   IF WS-CMP-IDX (WS-CMP-SUB) = 2
                       MOVE "  RUNS" TO WS-LABEL-WORK
                   ELSE
                       MOVE "  NAMES ACTIVE AT CLOSE" TO WS-LABEL-WORK
                   END-IF
               WHEN "Q"
                   MOVE "  REQUEST" TO WS-LBL-WORD
                   EVALUATE WS-CMP-IDX (WS-CMP-SUB)
                       WHEN 1
                           MOVE "RUNS" TO WS-LBL-WHAT
                       WHEN 2
                           MOVE "FIZZBUZZ" TO WS-LBL-WHAT
                       WHEN 3
                           MOVE "FIZZ" TO WS-LBL-WHAT
                       WHEN 4
                           MOVE "BUZZ" TO WS-LBL-WHAT
                       WHEN OTHER
                           MOVE "PLAIN" TO WS-LBL-WHAT
                   END-EVALUATE
               WHEN "C"
                   MOVE WS-CMP-KEY (WS-CMP-SUB) TO WS-LBC-KEY
               WHEN "N"
                   MOVE "  SOURCE" TO WS-LBL-WORD
                   EVALUATE WS-CMP-IDX (WS-CMP-SUB)
                       WHEN 1
                           MOVE "ADDED" TO WS-LBL-WHAT
                       WHEN 2
                           MOVE "RENAMED" TO WS-LBL-WHAT
                       WHEN 3
                           MOVE "DELETED" TO WS-LBL-WHAT
                       WHEN 4
                           MOVE "REINSTATED" TO WS-LBL-WHAT
                       WHEN OTHER
                           MOVE "ACTIVE AT CLOSE" TO WS-LBL-WHAT
                   END-EVALUATE
               WHEN "S"
                   MOVE "  REASON" TO WS-LBL-WORD
                   MOVE "SUSPENDED" TO WS-LBL-WHAT
               WHEN OTHER
                   MOVE "  FEED" TO WS-LBL-WORD
                   EVALUATE WS-CMP-IDX (WS-CMP-SUB)
                       WHEN 1
                           MOVE "SENT" TO WS-LBL-WHAT
                       WHEN 2
                           MOVE "CONFIRMED" TO WS-LBL-WHAT
                       WHEN 3
                           MOVE "REJECTED" TO WS-LBL-WHAT
                       WHEN OTHER
                           MOVE "UNANSWERED" TO WS-LBL-WHAT
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-LABEL-WORK TO WS-DET-LABEL
           MOVE WS-CMP-THIS (WS-CMP-SUB) TO WS-DET-THIS
           MOVE WS-CMP-PRIOR (WS-CMP-SUB) TO WS-DET-PRIOR
           COMPUTE WS-CHANGE = WS-CMP-THIS (WS-CMP-SUB)
               - WS-CMP-PRIOR (WS-CMP-SUB)
           MOVE WS-CHANGE TO WS-DET-CHANGE
           IF (WS-CMP-TYPE (WS-CMP-SUB) = "H"
                   AND WS-CMP-IDX (WS-CMP-SUB) = 3)
               OR (WS-CMP-TYPE (WS-CMP-SUB) = "N"
                   AND WS-CMP-IDX (WS-CMP-SUB) = 5)
               MOVE SPACES TO WS-DET-YTD-X
           ELSE
               MOVE WS-CMP-YTD (WS-CMP-SUB) TO WS-DET-YTD
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE
           IF WS-CMP-TYPE (WS-CMP-SUB) = "C"
               AND WS-CMP-KEY (WS-CMP-SUB) (35:46) NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-CMP-KEY (WS-CMP-SUB) (35:46)
                   TO REPORT-RECORD (5:46)
               PERFORM 0790-WRITE-REPORT-LINE
           END-IF.

       0790-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SAMMTHRP write failed - status "
                   WS-REPORT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMPMEND" TO RP-PROGRAM
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
           MOVE "SAMPMEND" TO SO-PROGRAM
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

      * THE REPORT IS KEPT AS TODAY'S GENERATION UNDER THIS
      * RUN.  A GENERATION THAT CANNOT BE KEPT IS REPORTED BUT
      * DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMMTHRP" TO GN-FILE
           MOVE "SAMPMEND" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMMTHRP not catalogued"
           END-CALL.
