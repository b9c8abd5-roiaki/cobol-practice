       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMP002X.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE          ASSIGN TO "SAM002MS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS MF-NAME
                                        FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXTRACT-FILE         ASSIGN TO "SAM002XT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-XTRCT-STATUS.
           SELECT REGISTER-FILE        ASSIGN TO "SAMXMREG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REG-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  MASTER-FILE.
       01  MF-RECORD.
           COPY NAMEMST.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD               PIC X(50).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           COPY XMITREG.

       WORKING-STORAGE                  SECTION.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-XTRCT-STATUS               PIC XX.
       01 WS-REG-STATUS                 PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.

      * TRANSMISSION LAYOUT FOR PAYROLL, ON THE SAME INTAKE
      * STANDARD AS SAM001XT: A DATED HEADER CARRYING THE
      * MODE AND THE DATE THE CHANGES RUN FROM, ONE DETAIL
      * PER NAME, AND A TRAILER WITH THE DETAIL COUNT AND A
      * HASH TOTAL OF DTL-CHANGED SO THE RECEIVER CAN
      * VALIDATE THE FILE BEFORE LOADING.  DETAIL ACTIONS:
      *   A - NAME ADDED
      *   N - NEW NAME GIVEN BY A RENAME (THE OLD NAME COMES
      *       AS A D IN THE SAME FILE)
      *   D - NAME DELETED
      *   I - NAME REINSTATED
      * A FULL REFRESH SENDS EVERY ACTIVE NAME AS AN A AND
      * REPLACES WHATEVER PAYROLL HOLDS.
       01 WS-HEADER-RECORD.
           05 WS-HDR-ID                 PIC X VALUE "H".
           05 WS-HDR-DATE               PIC 9(8).
           05 WS-HDR-MODE               PIC X.
           05 WS-HDR-FROM-DATE          PIC 9(8).
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-DETAIL-RECORD.
           05 WS-DTL-ID                 PIC X VALUE "D".
           05 WS-DTL-ACTION             PIC X.
           05 WS-DTL-NAME               PIC X(10).
           05 WS-DTL-STATUS             PIC X.
           05 WS-DTL-ADDED              PIC 9(8).
           05 WS-DTL-CHANGED            PIC 9(8).
           05 WS-DTL-SOURCE             PIC X.
           05 FILLER                    PIC X(20) VALUE SPACES.
       01 WS-TRAILER-RECORD.
           05 WS-TRL-ID                 PIC X VALUE "T".
           05 WS-TRL-COUNT              PIC 9(7).
           05 WS-TRL-HASH               PIC 9(14).
           05 FILLER                    PIC X(28) VALUE SPACES.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-FEED-MODE                  PIC X VALUE "D".
           88 WS-IS-DELTA               VALUE "D".
           88 WS-IS-FULL-REFRESH        VALUE "F".
       01 WS-TODAY                      PIC 9(8).
      * THE THROUGH-DATE OF THE LATEST NAME FEED PAYROLL
      * CONFIRMED LOADING; A CHANGES-ONLY FEED SENDS EVERY
      * CHANGE DATED AFTER IT, UP TO AND INCLUDING THIS
      * FEED'S OWN THROUGH-DATE, THE DAY BEFORE TODAY.
       01 WS-BASELINE-DATE              PIC 9(8) VALUE 0.
       01 WS-THRU-DATE                  PIC 9(8) VALUE 0.
       01 WS-FEED-THRU                  PIC 9(8) VALUE 0.
       01 WS-BASELINE                   PIC X VALUE "N".
           88 WS-HAS-BASELINE           VALUE "Y".
       01 WS-UNCONFIRMED                PIC 9(5) VALUE 0.

       01 WS-DETAIL-COUNT               PIC 9(7) VALUE 0.
       01 WS-CHANGED-HASH               PIC 9(14) VALUE 0.
       01 WS-CNT-READ                   PIC 9(7) VALUE 0.
       01 WS-CNT-ADDED                  PIC 9(7) VALUE 0.
       01 WS-CNT-RENAMED                PIC 9(7) VALUE 0.
       01 WS-CNT-DELETED                PIC 9(7) VALUE 0.
       01 WS-CNT-REINSTATED             PIC 9(7) VALUE 0.
       01 WS-CNT-HELD                   PIC 9(7) VALUE 0.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

      *****************************************************
      * PAYROLL NAME MASTER FEED.  BY DEFAULT SENDS ONLY THE
      * NAMES ADDED, RENAMED, DELETED OR REINSTATED SINCE
      * THE LAST FEED PAYROLL CONFIRMED (SAMP001A, FROM
      * SAM002AK) - NOT THE LAST ONE SENT - SO A FILE THAT
      * WAS LOST OR REJECTED IS COVERED AGAIN BY THE NEXT
      * ONE.  PARM "FULL" SENDS THE WHOLE ACTIVE POPULATION
      * INSTEAD, AND IS HOW THE FEED IS STARTED: A CHANGES
      * FEED IS REFUSED UNTIL ONE FEED HAS BEEN CONFIRMED.
      * A FEED RUNS THROUGH THE DAY BEFORE ITS BUSINESS DATE:
      * NAME MAINTENANCE MAY STILL BE GOING ON TODAY, SO A
      * CHANGE DATED TODAY IS HELD FOR THE NEXT FEED, WHICH
      * STARTS FROM THE THROUGH-DATE REGISTERED FOR THIS ONE.
      * EVERY FEED IS LOGGED ON SAMXMREG.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 9000-START-RUN-LOG
           MOVE "N" TO WS-FILE-ERROR
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
           COMPUTE WS-THRU-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1)
           PERFORM 0100-GET-OPTIONS
           PERFORM 0200-FIND-BASELINE
           IF WS-IS-DELTA AND NOT WS-HAS-BASELINE
               AND NOT WS-HAS-FILE-ERROR
               DISPLAY "no name feed has been confirmed on "
                   "SAMXMREG - changes cannot be dated"
               DISPLAY "run SAMP002X FULL to send the whole "
                   "active population first"
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0250-OPEN-FILES
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0300-WRITE-HEADER
               PERFORM 0400-SELECT-NAMES
               PERFORM 0500-WRITE-TRAILER
               CLOSE EXTRACT-FILE
               CLOSE MASTER-FILE
               IF NOT WS-HAS-FILE-ERROR
                   PERFORM 0600-REGISTER-TRANSMISSION
               END-IF
               IF NOT WS-HAS-FILE-ERROR
                   PERFORM 9500-CATALOG-OUTPUT
               END-IF
               PERFORM 0700-SHOW-TOTALS
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               MOVE 0 TO RP-RETURN-CODE
           END-IF
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * THE UNATTENDED SCHEDULE PASSES BATCH, WHICH IS THE
      * NORMAL CHANGES-ONLY FEED.
       0100-GET-OPTIONS.
           MOVE "D" TO WS-FEED-MODE
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:4) = "FULL"
               SET WS-IS-FULL-REFRESH TO TRUE
           ELSE
               IF WS-PARM-DATA NOT = SPACES
                   AND WS-PARM-DATA (1:5) NOT = "BATCH"
                   DISPLAY "option is not FULL - sending "
                       "changes only"
               END-IF
           END-IF.

      * PENDING, REJECTED AND RESEND ENTRIES NEVER MOVE THE
      * BASELINE; THEY ARE COUNTED SO THE OPERATOR CAN SEE
      * HOW MUCH THIS FEED IS COVERING AGAIN.  A FEED
      * REGISTERED BEFORE THROUGH-DATES WERE KEPT IS TAKEN TO
      * RUN THROUGH THE DAY BEFORE IT WAS SENT, SO A CHANGE
      * MADE ON ITS OWN DATE IS SENT AGAIN RATHER THAN LOST.
       0200-FIND-BASELINE.
           MOVE 0 TO WS-BASELINE-DATE
           MOVE "N" TO WS-BASELINE
           MOVE 0 TO WS-UNCONFIRMED
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "35"
               DISPLAY "no transmission register SAMXMREG yet"
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "SAMXMREG open failed - status "
                       WS-REG-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL WS-REG-STATUS NOT = "00"
                       MOVE SPACES TO REGISTER-RECORD
                       READ REGISTER-FILE
                       IF WS-REG-STATUS = "00"
                           AND XR-IS-NAME-FEED
                           IF XR-IS-CONFIRMED
                               PERFORM 0210-TAKE-THRU-DATE
                               IF WS-FEED-THRU > WS-BASELINE-DATE
                                   MOVE WS-FEED-THRU TO WS-BASELINE-DATE
                               END-IF
                               SET WS-HAS-BASELINE TO TRUE
                           ELSE
                               ADD 1 TO WS-UNCONFIRMED
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF
           IF WS-HAS-BASELINE
               DISPLAY "last confirmed name feed: "
                   WS-BASELINE-DATE
           END-IF
           IF WS-UNCONFIRMED NOT = 0
               DISPLAY WS-UNCONFIRMED " name feed(s) on SAMXMREG "
                   "not confirmed by payroll"
           END-IF.

       0210-TAKE-THRU-DATE.
           IF XR-THRU-DATE NUMERIC AND XR-THRU-DATE NOT = 0
               MOVE XR-THRU-DATE TO WS-FEED-THRU
           ELSE
               COMPUTE WS-FEED-THRU = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (XR-DATE) - 1)
           END-IF.

       0250-OPEN-FILES.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SAM002MS open failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               IF WS-XTRCT-STATUS NOT = "00"
                   DISPLAY "SAM002XT open failed - status "
                       WS-XTRCT-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       0300-WRITE-HEADER.
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-FEED-MODE TO WS-HDR-MODE
           IF WS-IS-FULL-REFRESH
               MOVE 0 TO WS-HDR-FROM-DATE
           ELSE
               MOVE WS-BASELINE-DATE TO WS-HDR-FROM-DATE
           END-IF
           MOVE WS-HEADER-RECORD TO EXTRACT-RECORD
           PERFORM 0450-WRITE-EXTRACT.

       0400-SELECT-NAMES.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-CHANGED-HASH
           MOVE 0 TO WS-CNT-READ
           MOVE 0 TO WS-CNT-ADDED
           MOVE 0 TO WS-CNT-RENAMED
           MOVE 0 TO WS-CNT-DELETED
           MOVE 0 TO WS-CNT-REINSTATED
           MOVE 0 TO WS-CNT-HELD
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ MASTER-FILE NEXT RECORD
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-CNT-READ
                   MOVE SPACE TO WS-DTL-ACTION
                   IF WS-IS-FULL-REFRESH
                       IF MF-IS-ACTIVE
                           MOVE "A" TO WS-DTL-ACTION
                       END-IF
                   ELSE
                       PERFORM 0410-CLASSIFY-CHANGE
                   END-IF
                   IF WS-DTL-ACTION NOT = SPACE
                       PERFORM 0420-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "10"
               DISPLAY "SAM002MS read failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * THE MASTER HOLDS ONLY EACH NAME'S LATEST STATE, SO A
      * NAME CHANGED SINCE THE BASELINE IS SENT AS WHAT IT IS
      * NOW: GONE, NEW (BY RENAME OR OTHERWISE), OR BACK.  A
      * DELETE IS SENT EVEN FOR A NAME ADDED SINCE THE
      * BASELINE - AN UNCONFIRMED FEED MAY STILL HAVE LOADED
      * IT.  A CHANGE DATED AFTER THE THROUGH-DATE WAITS FOR
      * THE NEXT FEED.
       0410-CLASSIFY-CHANGE.
           IF MF-DATE-CHANGED > WS-THRU-DATE
               ADD 1 TO WS-CNT-HELD
           END-IF
           IF MF-DATE-CHANGED > WS-BASELINE-DATE
               AND MF-DATE-CHANGED NOT > WS-THRU-DATE
               EVALUATE TRUE
                   WHEN MF-IS-DELETED
                       MOVE "D" TO WS-DTL-ACTION
                   WHEN NOT MF-IS-ACTIVE
                       DISPLAY MF-NAME " has unknown status "
                           MF-STATUS " - not sent"
                   WHEN MF-DATE-ADDED > WS-BASELINE-DATE
                       AND MF-SOURCE = "R"
                       MOVE "N" TO WS-DTL-ACTION
                   WHEN MF-DATE-ADDED > WS-BASELINE-DATE
                       MOVE "A" TO WS-DTL-ACTION
                   WHEN OTHER
                       MOVE "I" TO WS-DTL-ACTION
               END-EVALUATE
           END-IF.

       0420-WRITE-DETAIL.
           MOVE MF-NAME TO WS-DTL-NAME
           MOVE MF-STATUS TO WS-DTL-STATUS
           MOVE MF-DATE-ADDED TO WS-DTL-ADDED
           MOVE MF-DATE-CHANGED TO WS-DTL-CHANGED
           MOVE MF-SOURCE TO WS-DTL-SOURCE
           MOVE WS-DETAIL-RECORD TO EXTRACT-RECORD
           PERFORM 0450-WRITE-EXTRACT
           ADD 1 TO WS-DETAIL-COUNT
           ADD MF-DATE-CHANGED TO WS-CHANGED-HASH
           EVALUATE WS-DTL-ACTION
               WHEN "A"
                   ADD 1 TO WS-CNT-ADDED
               WHEN "N"
                   ADD 1 TO WS-CNT-RENAMED
               WHEN "D"
                   ADD 1 TO WS-CNT-DELETED
               WHEN "I"
                   ADD 1 TO WS-CNT-REINSTATED
           END-EVALUATE.

       0450-WRITE-EXTRACT.
           WRITE EXTRACT-RECORD
           IF WS-XTRCT-STATUS NOT = "00"
               DISPLAY "SAM002XT write failed - status "
                   WS-XTRCT-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

       0500-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT
           MOVE WS-CHANGED-HASH TO WS-TRL-HASH
           MOVE WS-TRAILER-RECORD TO EXTRACT-RECORD
           PERFORM 0450-WRITE-EXTRACT.

      * A CHANGES FEED WITH NO DETAILS IS STILL SENT AND
      * REGISTERED - ONCE CONFIRMED IT MOVES THE BASELINE
      * ON, AND ITS ABSENCE WOULD LOOK LIKE A LOST FILE.
       0600-REGISTER-TRANSMISSION.
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "SAMXMREG open failed - status "
                   WS-REG-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE WS-HDR-DATE TO XR-DATE
               MOVE WS-DETAIL-COUNT TO XR-COUNT
               MOVE WS-CHANGED-HASH TO XR-HASH
               MOVE "P" TO XR-STATUS
               MOVE 0 TO XR-ACK-DATE
               MOVE "N" TO XR-FEED
               MOVE WS-FEED-MODE TO XR-MODE
               MOVE WS-HDR-FROM-DATE TO XR-FROM-DATE
               MOVE WS-THRU-DATE TO XR-THRU-DATE
               WRITE REGISTER-RECORD
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "SAMXMREG write failed - status "
                       WS-REG-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
               CLOSE REGISTER-FILE
           END-IF.

       0700-SHOW-TOTALS.
           IF WS-IS-FULL-REFRESH
               DISPLAY "full refresh written to SAM002XT - "
                   WS-DETAIL-COUNT " active name(s) of "
                   WS-CNT-READ " on file"
           ELSE
               DISPLAY "changes after " WS-BASELINE-DATE
                   " through " WS-THRU-DATE
                   " written to SAM002XT - " WS-DETAIL-COUNT
                   " detail(s)"
               DISPLAY "  added " WS-CNT-ADDED
                   "  renamed " WS-CNT-RENAMED
                   "  deleted " WS-CNT-DELETED
                   "  reinstated " WS-CNT-REINSTATED
               IF WS-CNT-HELD NOT = 0
                   DISPLAY "  " WS-CNT-HELD " name(s) changed on "
                       WS-TODAY " held for the next feed"
               END-IF
           END-IF
           IF WS-HAS-FILE-ERROR
               DISPLAY "SAM002XT is incomplete and was NOT "
                   "registered - do not send it"
           END-IF.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMP002X" TO RP-PROGRAM
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

      * THE FINISHED FEED IS KEPT AS TODAY'S GENERATION UNDER
      * THIS RUN, WITH THE HASH IT WAS REGISTERED UNDER.  A
      * GENERATION THAT CANNOT BE KEPT IS REPORTED BUT DOES
      * NOT FAIL THE RUN - THE FEED ITSELF IS GOOD.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAM002XT" TO GN-FILE
           MOVE "SAMP002X" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE WS-CHANGED-HASH TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAM002XT not catalogued"
           END-CALL.
