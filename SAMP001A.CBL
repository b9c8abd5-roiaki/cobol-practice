           SELECT ACK-FILE             ASSIGN TO "SAM001AK"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-ACK-STATUS.
           SELECT NAME-ACK-FILE        ASSIGN TO "SAM002AK"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-NACK-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMXMTRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.
       01  REGISTER-RECORD.
           COPY XMITREG.

       FD  ACK-FILE.
       01  ACK-RECORD                   PIC X(23).

      * PAYROLL'S ACKNOWLEDGMENTS OF THE NAME FEED, IN THE
      * SAME LAYOUT AS SAM001AK.
       FD  NAME-ACK-FILE.
       01  NAME-ACK-RECORD              PIC X(23).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).
       WORKING-STORAGE                  SECTION.
       01 WS-REG-STATUS                 PIC XX.
       01 WS-ACK-STATUS                 PIC XX.
       01 WS-NACK-STATUS                PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-SUSP-RECORD.
           COPY SUSPREC.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

      * RECEIVER ACKNOWLEDGMENT: THE HEADER DATE AND HASH
      * TOTAL OF THE TRANSMISSION BEING ANSWERED, AND THE
      * RECEIVER'S DISPOSITION - A FOR ACCEPTED AND LOADED,
      * R FOR REJECTED BY THEIR INTAKE.
       01 WS-ACK-RECORD.
           05 AK-DATE                   PIC 9(8).
           05 AK-HASH                   PIC 9(14).
           05 AK-DISP                   PIC X.
      * AN ACKNOWLEDGMENT ONLY ANSWERS A TRANSMISSION OF THE
      * FEED ITS FILE BELONGS TO.
       01 WS-ACK-FEED                   PIC X.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-AGE-LIMIT                  PIC 9(2) VALUE 3.
       01 WS-RESEND-MODE                PIC X VALUE "N".
       01 WS-AGE-DAYS                   PIC S9(5).

      * THE WHOLE REGISTER IS HELD IN STORAGE SO IT CAN BE
      * REWRITTEN WITH THE UPDATED STATUSES.  SIZED FOR YEARS
      * OF THE TWO NIGHTLY FEEDS AND THEIR RESENDS.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
               10 WS-REG-DATE           PIC 9(8).
               10 WS-REG-COUNT          PIC 9(7).
               10 WS-REG-HASH           PIC 9(14).
               10 WS-REG-XSTATUS        PIC X.
               10 WS-REG-ACK-DATE       PIC 9(8).
               10 WS-REG-FEED           PIC X.
               10 WS-REG-MODE           PIC X.
               10 WS-REG-FROM           PIC 9(8).
               10 WS-REG-THRU           PIC 9(8).
       01 WS-REG-USED                   PIC 9(4) VALUE 0.
       01 WS-REG-FOUND                  PIC 9(4).
       01 WS-TAIL-COUNT                 PIC 9(5) VALUE 0.
       01 WS-SUB1                       PIC 9(4).

       01 WS-CNT-CONFIRMED              PIC 9(3) VALUE 0.
       01 WS-CNT-REJECTED               PIC 9(3) VALUE 0.
           05 FILLER                    PIC X(10) VALUE "DETAILS".
           05 FILLER                    PIC X(17) VALUE "HASH".
           05 FILLER                    PIC X(11) VALUE "STATUS".
           05 FILLER                    PIC X(10) VALUE "ACKED".
           05 FILLER                    PIC X(22) VALUE "FEED".
       01 WS-DETAIL-LINE.
           05 WS-DET-DATE               PIC 9(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS             PIC X(9).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-ACKED              PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-DET-FEED               PIC X(13).
           05 FILLER                    PIC X(9) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER                    PIC X(12) VALUE
               "CONFIRMED: ".
                   "nothing to acknowledge"
           END-IF
           IF WS-TAIL-COUNT NOT = 0
               DISPLAY "more than 5000 register records - "
                   "acknowledgments not applied - rewriting the "
                   "register would drop the records beyond the "
                   "table"
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-REG-STATUS NOT = "00"
                   MOVE SPACES TO REGISTER-RECORD
                   READ REGISTER-FILE
                   IF WS-REG-STATUS = "00"
                       IF WS-REG-USED < 5000
                           ADD 1 TO WS-REG-USED
                           MOVE XR-DATE
                               TO WS-REG-DATE (WS-REG-USED)
                               TO WS-REG-XSTATUS (WS-REG-USED)
                           MOVE XR-ACK-DATE
                               TO WS-REG-ACK-DATE (WS-REG-USED)
                           PERFORM 0250-TAKE-FEED-FIELDS
                       ELSE
                           ADD 1 TO WS-TAIL-COUNT
                       END-IF
               CLOSE REGISTER-FILE
           END-IF.

      * A RECORD WRITTEN BEFORE THE NAME FEED EXISTED HAS NO
      * FEED FIELDS AND IS A CLASSIFICATION EXTRACT; IT IS
      * REWRITTEN WITH THEM FILLED IN.
       0250-TAKE-FEED-FIELDS.
           IF XR-IS-NAME-FEED
               MOVE "N" TO WS-REG-FEED (WS-REG-USED)
               MOVE XR-MODE TO WS-REG-MODE (WS-REG-USED)
           ELSE
               MOVE "C" TO WS-REG-FEED (WS-REG-USED)
               MOVE SPACE TO WS-REG-MODE (WS-REG-USED)
           END-IF
           IF XR-FROM-DATE NUMERIC
               MOVE XR-FROM-DATE TO WS-REG-FROM (WS-REG-USED)
           ELSE
               MOVE 0 TO WS-REG-FROM (WS-REG-USED)
           END-IF
           IF XR-THRU-DATE NUMERIC
               MOVE XR-THRU-DATE TO WS-REG-THRU (WS-REG-USED)
           ELSE
               MOVE 0 TO WS-REG-THRU (WS-REG-USED)
           END-IF.

      * AN ACKNOWLEDGMENT THAT MATCHES NO REGISTERED
      * TRANSMISSION IS SUSPENDED RATHER THAN DROPPED - IT
      * USUALLY MEANS THE RECEIVER ECHOED A HASH WE NEVER
      * SENT, WHICH SOMEBODY HAS TO LOOK AT.
       0300-APPLY-ACKS.
           MOVE "C" TO WS-ACK-FEED
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "no acknowledgment file SAM001AK - "
                   "register aged only"
           ELSE
               PERFORM UNTIL WS-ACK-STATUS NOT = "00"
                   MOVE SPACES TO WS-ACK-RECORD
                   READ ACK-FILE INTO WS-ACK-RECORD
                   IF WS-ACK-STATUS = "00"
                       PERFORM 0400-MATCH-ACK
                   END-IF
               END-PERFORM
               CLOSE ACK-FILE
           END-IF
           PERFORM 0350-APPLY-NAME-ACKS.

       0350-APPLY-NAME-ACKS.
           MOVE "N" TO WS-ACK-FEED
           OPEN INPUT NAME-ACK-FILE
           IF WS-NACK-STATUS NOT = "00"
               DISPLAY "no name feed acknowledgment file SAM002AK"
           ELSE
               PERFORM UNTIL WS-NACK-STATUS NOT = "00"
                   MOVE SPACES TO WS-ACK-RECORD
                   READ NAME-ACK-FILE INTO WS-ACK-RECORD
                   IF WS-NACK-STATUS = "00"
                       PERFORM 0400-MATCH-ACK
                   END-IF
               END-PERFORM
               CLOSE NAME-ACK-FILE
           END-IF.

      * THE LAST MATCHING REGISTRATION TAKES THE ACKNOWLEDGMENT:
      * AN EXTRACT SENT AGAIN WITH SAMP001X RESEND IS
      * REGISTERED AFRESH UNDER THE SAME DATE AND HASH, AND
      * IT IS THE RESENT COPY THE RECEIVER IS ANSWERING.
       0400-MATCH-ACK.
           MOVE 0 TO WS-REG-FOUND
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-REG-USED
               IF WS-REG-DATE (WS-SUB1) = AK-DATE
                   AND WS-REG-HASH (WS-SUB1) = AK-HASH
                   AND WS-REG-FEED (WS-SUB1) = WS-ACK-FEED
                   MOVE WS-SUB1 TO WS-REG-FOUND
               END-IF
           END-PERFORM
       0450-SUSPEND-ACK.
           MOVE "SAMP001A" TO SP-PROGRAM
           MOVE SPACES TO SP-RECORD-IMAGE
           MOVE WS-ACK-RECORD TO SP-RECORD-IMAGE
           CALL "SAMPSUSW" USING WS-SUSP-RECORD
               ON EXCEPTION
                   DISPLAY "SAMPSUSW is not available - "
                   MOVE WS-REG-HASH (WS-SUB1) TO XR-HASH
                   MOVE WS-REG-XSTATUS (WS-SUB1) TO XR-STATUS
                   MOVE WS-REG-ACK-DATE (WS-SUB1) TO XR-ACK-DATE
                   MOVE WS-REG-FEED (WS-SUB1) TO XR-FEED
                   MOVE WS-REG-MODE (WS-SUB1) TO XR-MODE
                   MOVE WS-REG-FROM (WS-SUB1) TO XR-FROM-DATE
                   MOVE WS-REG-THRU (WS-SUB1) TO XR-THRU-DATE
                   WRITE REGISTER-RECORD
                   IF WS-REG-STATUS NOT = "00"
                       DISPLAY "SAMXMREG write failed - status "
               MOVE WS-TOTAL-LINE TO REPORT-RECORD
               PERFORM 0790-WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM 9500-CATALOG-OUTPUT
           END-IF.

       0750-CHECK-AGING.
           ELSE
               MOVE WS-REG-ACK-DATE (WS-SUB1) TO WS-DET-ACKED
           END-IF
           EVALUATE TRUE
               WHEN WS-REG-FEED (WS-SUB1) NOT = "N"
                   MOVE "CLASSIFY" TO WS-DET-FEED
               WHEN WS-REG-MODE (WS-SUB1) = "F"
                   MOVE "NAMES-FULL" TO WS-DET-FEED
               WHEN OTHER
                   MOVE "NAMES-CHANGES" TO WS-DET-FEED
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 0790-WRITE-REPORT-LINE.

                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.

      * THE FINISHED REPORT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMXMTRP" TO GN-FILE
           MOVE "SAMP001A" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMXMTRP not catalogued"
           END-CALL.
