           SELECT TRANS-FILE           ASSIGN TO "SAM002TX"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-TRANS-STATUS.
           SELECT HRCTL-FILE           ASSIGN TO "SAMHRCTL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-HRCTL-STATUS.
           SELECT REPORT-FILE          ASSIGN TO "SAMHRRPT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.
       FD  TRANS-FILE.
       01  TRANS-RECORD                 PIC X(21).

       FD  HRCTL-FILE.
       01  HRCTL-RECORD.
           COPY HRCTLREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

       01 WS-HR-STATUS                  PIC XX.
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

       01 WS-REJECTED                   PIC X VALUE "N".
           88 WS-FILE-IS-REJECTED       VALUE "Y".
       01 WS-MISSING                    PIC X VALUE "N".
           88 WS-FILE-IS-MISSING        VALUE "Y".
       01 WS-SEEN-HEADER                PIC X VALUE "N".
           88 WS-HAS-HEADER             VALUE "Y".
       01 WS-SEEN-TRAILER               PIC X VALUE "N".
           PERFORM 9000-START-RUN-LOG
           MOVE "N" TO WS-FILE-ERROR
           MOVE "N" TO WS-REJECTED
           MOVE "N" TO WS-MISSING
           MOVE "N" TO WS-SEEN-HEADER
           MOVE "N" TO WS-SEEN-TRAILER
           MOVE "N" TO WS-BAD-HEADER
           IF WS-HR-STATUS NOT = "00"
               DISPLAY "SAMHRIN missing or unreadable - status "
                   WS-HR-STATUS " - nothing loaded"
               SET WS-FILE-IS-MISSING TO TRUE
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               PERFORM 0200-VALIDATE-FILE
               END-IF
               PERFORM 0500-PRINT-REPORT
           END-IF
           PERFORM 0900-LOG-INTAKE
           IF WS-FILE-IS-REJECTED
               DISPLAY "SAMPHRIN - HR file rejected - "
                   "nothing written to SAM002TX"
               PERFORM 0590-WRITE-REPORT-LINE
               PERFORM 0550-PRINT-VERDICT
               CLOSE REPORT-FILE
               PERFORM 9500-CATALOG-OUTPUT
           END-IF.

       0550-PRINT-VERDICT.
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * EVERY INTAKE, TAKEN OR NOT, GOES ON THE SAMHRCTL
      * CONTROL LOG WITH THE FIRST REASON IT FAILED.  A LOG
      * THAT CANNOT BE WRITTEN FAILS THE RUN - THE MORNING
      * BULLETIN RELIES ON IT TO REPORT A REJECTED FILE.
       0900-LOG-INTAKE.
           MOVE WS-TODAY TO HC-DATE
           MOVE RP-RUN-NUMBER TO HC-RUN
           MOVE "SAMPHRIN" TO HC-PROGRAM
           MOVE "SAMHRIN" TO HC-FILE
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
           MOVE "SAMPHRIN" TO RP-PROGRAM
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.

      * THE FINISHED REPORT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMHRRPT" TO GN-FILE
           MOVE "SAMPHRIN" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMHRRPT not catalogued"
           END-CALL.
