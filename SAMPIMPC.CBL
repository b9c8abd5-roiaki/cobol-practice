       FILE                             SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  PROP-FILE.
       01  PROP-RECORD.
       01 WS-RULE-PARTS REDEFINES WS-RULE-IMAGE.
           05 WS-IMG-DIVISOR            PIC X(3).
           05 WS-IMG-LABEL              PIC X(8).
      * A LIVE SAM001RL ROW WITH ITS EFFECTIVE DATES (RULEREC).
       01 WS-LIVE-IMAGE                 PIC X(43).
       01 WS-LIVE-ROW REDEFINES WS-LIVE-IMAGE.
           05 WS-LROW-RULE              PIC X(11).
           05 FILLER                    PIC X(16).
           05 WS-LROW-EFF-FROM          PIC X(8).
           05 WS-LROW-EFF-TO            PIC X(8).
       01 WS-LROW-FROM-DATE             PIC 9(8).
       01 WS-LROW-TO-DATE               PIC 9(8).
       01 WS-LIVE-SET                   PIC X(8) VALUE SPACES.

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-RANGE-PARM                 PIC X(14).
           05 WS-DIS-DIFF               PIC --,---,--9.
           05 FILLER                    PIC X(54) VALUE SPACES.
       01 WS-DIFF                       PIC S9(8).
       01 WS-LIVE-SET-LINE.
           05 FILLER                    PIC X(18) VALUE
               "LIVE RULE SET:    ".
           05 WS-LSET-SET               PIC X(8).
           05 FILLER                    PIC X(14) VALUE
               "  IN FORCE ON ".
           05 WS-LSET-DATE              PIC 9(8).
           05 FILLER                    PIC X(84) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER                    PIC X(20) VALUE
               "NUMBERS CLASSIFIED: ".
               MOVE 100 TO WS-REQ-END (1)
           END-IF.

      * AN EMPTY LIVE FILE, OR ONE WITH NO RULE SET IN FORCE
      * ON THE SAMPDATE BUSINESS DATE, GETS THE SAME BUILT-IN
      * FIZZ/BUZZ DEFAULTS SAMPLE001 WOULD RUN ON, SO THE
      * BEFORE SIDE SHOWS WHAT PRODUCTION WOULD REALLY DO.
      * ONLY ROWS IN FORCE TODAY COUNT AS LIVE, BY THE SAME
      * TEST SAMPLE001 APPLIES.
       0200-LOAD-LIVE-RULES.
           MOVE 0 TO WS-LIVE-COUNT
           MOVE SPACES TO WS-LIVE-SET
           PERFORM 9300-GET-PROCESS-DATE
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                   MOVE SPACES TO WS-LIVE-IMAGE
                   READ RULES-FILE INTO WS-LIVE-IMAGE
                   IF WS-RULES-STATUS = "00"
                       AND WS-LIVE-COUNT < 10
                       PERFORM 0250-TAKE-LIVE-ROW
                   END-IF
               END-PERFORM
               CLOSE RULES-FILE
               MOVE 5 TO WS-LIVE-DIVISOR (2)
               MOVE "BUZZ" TO WS-LIVE-LABEL (2)
               MOVE 2 TO WS-LIVE-COUNT
               MOVE "DEFAULT" TO WS-LIVE-SET
           END-IF.

       0250-TAKE-LIVE-ROW.
           IF WS-LROW-EFF-FROM = SPACES AND WS-LROW-EFF-TO = SPACES
               ADD 1 TO WS-LIVE-COUNT
               MOVE WS-LROW-RULE TO WS-LIVE-ENTRY (WS-LIVE-COUNT)
               IF WS-LIVE-SET = SPACES
                   MOVE "UNDATED" TO WS-LIVE-SET
               END-IF
           ELSE
               IF WS-LROW-EFF-FROM NUMERIC
                   AND WS-LROW-EFF-TO NUMERIC
                   MOVE WS-LROW-EFF-FROM TO WS-LROW-FROM-DATE
                   MOVE WS-LROW-EFF-TO TO WS-LROW-TO-DATE
                   IF WS-LROW-FROM-DATE NOT > PD-PROC-DATE
                       AND WS-LROW-TO-DATE NOT < PD-PROC-DATE
                       ADD 1 TO WS-LIVE-COUNT
                       MOVE WS-LROW-RULE
                           TO WS-LIVE-ENTRY (WS-LIVE-COUNT)
                       IF WS-LIVE-SET = SPACES
                           IF WS-LROW-FROM-DATE = 0
                               MOVE "UNDATED" TO WS-LIVE-SET
                           ELSE
                               MOVE WS-LROW-EFF-FROM TO WS-LIVE-SET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0300-LOAD-PROPOSED-RULES.
               PERFORM 0900-WRITE-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           MOVE WS-LIVE-SET TO WS-LSET-SET
           MOVE PD-PROC-DATE TO WS-LSET-DATE
           MOVE WS-LIVE-SET-LINE TO REPORT-RECORD
           PERFORM 0900-WRITE-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO REPORT-RECORD
           PERFORM 0900-WRITE-REPORT-LINE
           MOVE "NUMBERS WHOSE CATEGORY WOULD CHANGE:"
