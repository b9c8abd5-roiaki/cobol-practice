           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".

           05 WS-RUN-ENTRY OCCURS 6 TIMES.
               10 WS-RUN-NO             PIC 9(5).
               10 WS-RUN-DT             PIC 9(8).
               10 WS-RUN-SET            PIC X(8).
       01 WS-RUN-USED                   PIC 9(2) VALUE 0.
      * SET WHEN THE NEWEST RUN CLASSIFIED UNDER A DIFFERENT
      * RULE SET FROM THE RUN BEFORE IT, SO MOVEMENT BETWEEN
      * THEM IS FLAGGED AS A RULE CHANGE, NOT A DATA PROBLEM.
       01 WS-SET-CHANGED                PIC X VALUE "N".
           88 WS-RULE-SET-CHANGED       VALUE "Y".
       01 WS-RUN-FOUND                  PIC 9(2).
       01 WS-SUB1                       PIC 9(2).
       01 WS-SUB2                       PIC 9(2).
               10 WS-COL-DT OCCURS 6 TIMES
                                        PIC X(10).
           05 FILLER                    PIC X(42) VALUE SPACES.
       01 WS-SET-LINE.
           05 FILLER                    PIC X(30) VALUE
               "RULE SET".
           05 WS-SET-COLS.
               10 WS-COL-SET OCCURS 6 TIMES
                                        PIC X(10).
           05 FILLER                    PIC X(42) VALUE SPACES.
       01 WS-SET-NOTE-LINE.
           05 FILLER                    PIC X(46) VALUE
               "NOTE: THE NEWEST RUN USED A DIFFERENT RULE SET".
           05 FILLER                    PIC X(52) VALUE
               " FROM THE RUN BEFORE IT - MOVEMENT IS A RULE CHANGE".
           05 FILLER                    PIC X(34) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DET-LABEL              PIC X(30).
           05 WS-DET-COLS.
               PERFORM 0400-PRINT-REPORT
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9500-CATALOG-OUTPUT
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               END-IF
               MOVE HX-RUN-NUMBER TO WS-RUN-NO (WS-RUN-USED)
               MOVE HX-RUN-DATE TO WS-RUN-DT (WS-RUN-USED)
               MOVE HX-RULE-SET TO WS-RUN-SET (WS-RUN-USED)
           END-IF.

       0300-TALLY-CATEGORIES.
           MOVE WS-RUN-DATE-ED TO WS-HEAD-DATE
           MOVE SPACES TO WS-COL-COLS
           MOVE SPACES TO WS-DATE-COLS
           MOVE SPACES TO WS-SET-COLS
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-RUN-USED
               MOVE "RUN" TO WS-COL-RUN (WS-SUB1) (1:3)
               MOVE WS-RUN-NO (WS-SUB1)
                   TO WS-COL-RUN (WS-SUB1) (4:5)
               MOVE WS-RUN-DT (WS-SUB1) TO WS-COL-DT (WS-SUB1)
               MOVE WS-RUN-SET (WS-SUB1) TO WS-COL-SET (WS-SUB1)
           END-PERFORM
      * HISTORY WRITTEN BEFORE RUNS RECORDED THEIR RULE SET
      * CARRIES SPACES AND IS NOT TAKEN AS A CHANGE.
           MOVE "N" TO WS-SET-CHANGED
           IF WS-RUN-USED >= 2
               IF WS-RUN-SET (WS-RUN-USED) NOT = SPACES
                   AND WS-RUN-SET (WS-RUN-USED - 1) NOT = SPACES
                   AND WS-RUN-SET (WS-RUN-USED)
                       NOT = WS-RUN-SET (WS-RUN-USED - 1)
                   SET WS-RULE-SET-CHANGED TO TRUE
               END-IF
           END-IF
           MOVE 99 TO WS-LINE-COUNT
           MOVE 0 TO WS-PAGE-NUMBER
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   TO WS-CURR-CNT
               IF WS-PRIOR-CNT = 0
                   IF WS-CURR-CNT NOT = 0
                       IF WS-RULE-SET-CHANGED
                           MOVE "NEW - RULE SET CHANGED"
                               TO WS-DET-FLAG
                       ELSE
                           MOVE "NEW" TO WS-DET-FLAG
                       END-IF
                   END-IF
               ELSE
                   COMPUTE WS-MOVE-PCT ROUNDED =
                       MOVE WS-MOVE-PCT TO WS-ABS-PCT
                   END-IF
                   IF WS-ABS-PCT > WS-PCT-LIMIT
                       IF WS-RULE-SET-CHANGED
                           MOVE "DRIFT - RULE SET CHANGED"
                               TO WS-DET-FLAG
                       ELSE
                           MOVE "DRIFT" TO WS-DET-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 0700-WRITE-REPORT-LINE
           MOVE WS-DATE-LINE TO REPORT-RECORD
           PERFORM 0700-WRITE-REPORT-LINE
           MOVE WS-SET-LINE TO REPORT-RECORD
           PERFORM 0700-WRITE-REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT
           IF WS-RULE-SET-CHANGED
               MOVE WS-SET-NOTE-LINE TO REPORT-RECORD
               PERFORM 0700-WRITE-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       0700-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.

      * THE FINISHED REPORT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN.  A GENERATION THAT CANNOT BE KEPT IS
      * REPORTED BUT DOES NOT FAIL THE RUN.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAMTRNRP" TO GN-FILE
           MOVE "SAMPTRND" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE 0 TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAMTRNRP not catalogued"
           END-CALL.
