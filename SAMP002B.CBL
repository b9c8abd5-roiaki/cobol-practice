           SELECT JOURNAL-FILE         ASSIGN TO "SAM002JL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-JRNL-STATUS.
           SELECT JRNL-ARCHIVE-FILE    ASSIGN TO "SAM002JA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-JARC-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       01  JOURNAL-RECORD.
           COPY MSTJRNL.

      * THE PERMANENT JOURNAL ARCHIVE: EVERY ENTRY EVER
      * JOURNALED, PREFIXED WITH THE BUSINESS DATE OF THE
      * SNAPSHOT THAT ROLLED IT OFF THE LIVE JOURNAL.
       FD  JRNL-ARCHIVE-FILE.
       01  JRNL-ARCHIVE-RECORD.
           05 JA-ROLL-DATE              PIC 9(8).
           05 JA-ENTRY                  PIC X(88).

       WORKING-STORAGE                  SECTION.
       01 WS-MASTER-STATUS              PIC XX.
       01 WS-BACKUP-STATUS              PIC XX.
       01 WS-JRNL-STATUS                PIC XX.
       01 WS-JARC-STATUS                PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".
       01 WS-CNT-COPIED                 PIC 9(5) VALUE 0.
       01 WS-CNT-ROLLED                 PIC 9(5) VALUE 0.
       01 WS-CNT-SKIPPED                PIC 9(5) VALUE 0.
      * JOURNAL ENTRIES ALREADY ON SAM002JA UNDER TODAY'S ROLL
      * DATE, EACH MARKED OFF AS THE LIVE JOURNAL MATCHES IT.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 5000 TIMES.
               10 WS-PRIOR-JOURNAL      PIC X(88).
               10 WS-PRIOR-USED         PIC X.
       01 WS-PRIOR-COUNT                PIC 9(5) VALUE 0.
       01 WS-PRIOR-SUB                  PIC 9(5).
       01 WS-ROLLED-FLAG                PIC X VALUE "N".
           88 WS-WAS-ROLLED             VALUE "Y".

       PROCEDURE DIVISION.

      * THE NAME'S HISTORY.  THE JOURNAL IS EMPTIED ONLY
      * AFTER THE SNAPSHOT IS SAFELY ON DISK, SO AT EVERY
      * MOMENT SNAPSHOT PLUS JOURNAL REBUILDS THE MASTER.
      * BEFORE IT IS EMPTIED THE JOURNAL IS ROLLED ONTO THE
      * PERMANENT SAM002JA ARCHIVE, SO A NAME'S HISTORY
      * OUTLIVES THE SNAPSHOT CYCLE (SAMP002H READS IT).
       0000-MAIN.
           PERFORM 9000-START-RUN-LOG
           MOVE "N" TO WS-FILE-ERROR
           MOVE 0 TO WS-CNT-COPIED
           MOVE 0 TO WS-CNT-ROLLED
           MOVE 0 TO WS-CNT-SKIPPED
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               DISPLAY "SAM002MS does not exist yet - "
                   CLOSE MASTER-FILE
               END-IF
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0150-ROLL-JOURNAL
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               PERFORM 0200-RESET-JOURNAL
               DISPLAY "snapshot written to SAM002BK - "
                   WS-CNT-COPIED " record(s)"
               DISPLAY "journal rolled to SAM002JA - "
                   WS-CNT-ROLLED " entries"
               IF WS-CNT-SKIPPED NOT = 0
                   DISPLAY WS-CNT-SKIPPED " entries were already on "
                       "SAM002JA from an earlier attempt today"
               END-IF
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
               CLOSE BACKUP-FILE
           END-IF.

       0140-LOAD-PRIOR-ROLL.
           MOVE 0 TO WS-PRIOR-COUNT
           OPEN INPUT JRNL-ARCHIVE-FILE
           IF WS-JARC-STATUS = "00"
               PERFORM UNTIL WS-JARC-STATUS NOT = "00"
                       OR WS-HAS-FILE-ERROR
                   READ JRNL-ARCHIVE-FILE
                   IF WS-JARC-STATUS = "00"
                       AND JA-ROLL-DATE = PD-PROC-DATE
                       IF WS-PRIOR-COUNT >= 5000
                           DISPLAY "more than 5000 entries already "
                               "rolled to SAM002JA today - roll "
                               "refused"
                           SET WS-HAS-FILE-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE JA-ENTRY
                               TO WS-PRIOR-JOURNAL (WS-PRIOR-COUNT)
                           MOVE "N" TO WS-PRIOR-USED (WS-PRIOR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JRNL-ARCHIVE-FILE
           ELSE
               IF WS-JARC-STATUS NOT = "35"
                   DISPLAY "SAM002JA open failed - status "
                       WS-JARC-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

      * THE JOURNAL IS ONLY EMPTIED ONCE EVERY ENTRY IS ON
      * THE ARCHIVE; A FAILED ROLL LEAVES SAM002JL AS IT WAS
      * AND ENDS THE STEP WITH RETURN-CODE 8.  NO JOURNAL YET
      * IS NOTHING TO ROLL, NOT AN ERROR.  AN ENTRY A FAILED
      * ATTEMPT ALREADY PUT ON THE ARCHIVE TODAY IS NOT
      * WRITTEN THERE AGAIN BY THE RERUN.
       0150-ROLL-JOURNAL.
           PERFORM 9300-GET-PROCESS-DATE
           PERFORM 0140-LOAD-PRIOR-ROLL
           IF NOT WS-HAS-FILE-ERROR
               OPEN INPUT JOURNAL-FILE
               IF WS-JRNL-STATUS = "00"
                   OPEN EXTEND JRNL-ARCHIVE-FILE
                   IF WS-JARC-STATUS = "35"
                       OPEN OUTPUT JRNL-ARCHIVE-FILE
                   END-IF
                   IF WS-JARC-STATUS NOT = "00"
                       DISPLAY "SAM002JA open failed - status "
                           WS-JARC-STATUS
                       SET WS-HAS-FILE-ERROR TO TRUE
                   ELSE
                       PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                               OR WS-HAS-FILE-ERROR
                           READ JOURNAL-FILE
                           IF WS-JRNL-STATUS = "00"
                               PERFORM 0160-ROLL-ENTRY
                           END-IF
                       END-PERFORM
                       CLOSE JRNL-ARCHIVE-FILE
                   END-IF
                   CLOSE JOURNAL-FILE
               ELSE
                   IF WS-JRNL-STATUS NOT = "35"
                       DISPLAY "SAM002JL open failed - status "
                           WS-JRNL-STATUS
                       SET WS-HAS-FILE-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.

       0160-ROLL-ENTRY.
           MOVE "N" TO WS-ROLLED-FLAG
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                   OR WS-WAS-ROLLED
               IF WS-PRIOR-USED (WS-PRIOR-SUB) = "N"
                   AND WS-PRIOR-JOURNAL (WS-PRIOR-SUB)
                       = JOURNAL-RECORD
                   MOVE "Y" TO WS-PRIOR-USED (WS-PRIOR-SUB)
                   SET WS-WAS-ROLLED TO TRUE
               END-IF
           END-PERFORM
           IF WS-WAS-ROLLED
               ADD 1 TO WS-CNT-SKIPPED
           ELSE
               MOVE PD-PROC-DATE TO JA-ROLL-DATE
               MOVE JOURNAL-RECORD TO JA-ENTRY
               WRITE JRNL-ARCHIVE-RECORD
               IF WS-JARC-STATUS = "00"
                   ADD 1 TO WS-CNT-ROLLED
               ELSE
                   DISPLAY "SAM002JA write failed - "
                       "status " WS-JARC-STATUS
                   SET WS-HAS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

      * A FRESH SNAPSHOT MAKES THE OLD JOURNAL ENTRIES
      * REDUNDANT - THEY ARE ALREADY IN THE SNAPSHOT - SO
      * THE JOURNAL IS EMPTIED HERE AND STARTS COLLECTING
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
