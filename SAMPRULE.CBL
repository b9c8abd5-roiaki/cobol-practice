           SELECT REPORT-FILE          ASSIGN TO "SAM001MR"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-REPORT-STATUS.
           SELECT ARCHIVE-FILE         ASSIGN TO "SAM001RA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-ARCH-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           COPY RULEREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).

      * EXPIRED RULE SETS DROPPED FROM SAM001RL, KEPT FOR GOOD
      * IN THE SAME LAYOUT.  THE SAVED-BY AND SAVED-DATE OF AN
      * ARCHIVED ROW ARE THOSE OF THE SAVE THAT DROPPED IT.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY RULEREC REPLACING LEADING ==RR== BY ==RA==.

       WORKING-STORAGE                  SECTION.
       01 WS-RULES-STATUS               PIC XX.
       01 WS-REPORT-STATUS              PIC XX.
       01 WS-ARCH-STATUS                PIC XX.
       01 WS-RLOG-PARM.
           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-SIGN-PARM.
           COPY SIGNONLK.

       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 10 TIMES
               10 WS-BEFORE-LABEL       PIC X(8).
       01 WS-BEFORE-COUNT               PIC 9(2) VALUE 0.

       01 WS-RULE-TEXT                  PIC X(43).
       01 WS-RULE-TEXT-PARTS REDEFINES WS-RULE-TEXT.
           05 WS-TEXT-DIVISOR           PIC X(3).
           05 WS-TEXT-LABEL             PIC X(8).
           05 WS-TEXT-SAVED-BY          PIC X(8).
           05 WS-TEXT-SAVED-DATE        PIC X(8).
           05 WS-TEXT-EFF-FROM          PIC X(8).
           05 WS-TEXT-EFF-TO            PIC X(8).
       01 WS-LAST-SAVED-BY              PIC X(8) VALUE SPACES.
       01 WS-LAST-SAVED-DATE            PIC X(8) VALUE SPACES.

      * EVERY RULE SET ON SAM001RL, IN EFFECTIVE-DATE ORDER.
      * THE SET BEING WORKED ON IS COPIED INTO WS-RULE-TABLE
      * FOR THE EDITING PARAGRAPHS AND BACK AGAIN BEFORE ANY
      * OTHER SET IS TOUCHED OR THE FILE IS SAVED.
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 10 TIMES.
               10 WS-SET-FROM           PIC 9(8).
               10 WS-SET-TO             PIC 9(8).
               10 WS-SET-RULE-COUNT     PIC 9(2).
               10 WS-SET-RULES          PIC X(110).
       01 WS-SET-COUNT                  PIC 9(2) VALUE 0.
      * THE SETS AS LAST READ FROM OR SAVED TO SAM001RL, FOR
      * THE BEFORE SIDE OF THE CHANGE REPORT.
       01 WS-FILE-SET-TABLE.
           05 WS-FSET-ENTRY OCCURS 10 TIMES.
               10 WS-FSET-FROM          PIC 9(8).
               10 WS-FSET-TO            PIC 9(8).
               10 WS-FSET-RULE-COUNT    PIC 9(2).
               10 WS-FSET-RULES         PIC X(110).
       01 WS-FILE-SET-COUNT             PIC 9(2) VALUE 0.
      * EXPIRED SETS DROPPED SINCE THE LAST SAVE, WAITING TO
      * GO TO SAM001RA WHEN THE RULES ARE NEXT SAVED.
       01 WS-DROP-TABLE.
           05 WS-DROP-ENTRY OCCURS 10 TIMES.
               10 WS-DROP-SET.
                   15 WS-DROP-FROM      PIC 9(8).
                   15 WS-DROP-TO        PIC 9(8).
                   15 WS-DROP-RULE-COUNT PIC 9(2).
                   15 WS-DROP-RULES     PIC X(110).
               10 WS-DROP-ARCHIVED      PIC X.
                   88 WS-DROP-IS-ARCHIVED VALUE "Y".
       01 WS-DROP-COUNT                 PIC 9(2) VALUE 0.
       01 WS-DROP-SUB                   PIC 9(2).
       01 WS-HOLD-SET                   PIC X(128).
       01 WS-SCAN-TABLE.
           05 WS-SCAN-ENTRY OCCURS 10 TIMES.
               10 WS-SCAN-DIVISOR       PIC 9(3).
               10 WS-SCAN-LABEL         PIC X(8).
       01 WS-WORK-SET                   PIC 9(2) VALUE 0.
       01 WS-WORK-FROM                  PIC 9(8) VALUE 0.
       01 WS-WORK-ON-FILE               PIC X VALUE "N".
           88 WS-WORK-IS-ON-FILE        VALUE "Y".
       01 WS-SET-SUB                    PIC 9(2).
       01 WS-SET-FOUND                  PIC 9(2).
       01 WS-SET-POS                    PIC 9(2).
       01 WS-FIND-FROM                  PIC 9(8).
       01 WS-ROW-FROM                   PIC 9(8).
       01 WS-ROW-TO                     PIC 9(8).
       01 WS-RULE-OFFSET                PIC 9(3).
       01 WS-ROWS-LOADED                PIC 9(3) VALUE 0.
       01 WS-BAD-DATE-ROWS              PIC 9(3) VALUE 0.
       01 WS-ERRORS-BEFORE              PIC 9(3) VALUE 0.
       01 WS-CURRENT-SETS               PIC 9(2) VALUE 0.
       01 WS-TODAY                      PIC 9(8).
       01 WS-SET-STATUS                 PIC X(7).
           88 WS-SET-IS-CURRENT         VALUE "CURRENT".
           88 WS-SET-IS-PENDING         VALUE "PENDING".
           88 WS-SET-IS-EXPIRED         VALUE "EXPIRED".
       01 WS-TO-TEXT                    PIC X(8).
       01 WS-DATE-TEXT                  PIC X(8).
       01 WS-NEW-FROM                   PIC 9(8).
       01 WS-DAY-OF                     PIC 9(8).
       01 WS-DAY-BEFORE                 PIC 9(8).
       01 WS-EDIT-OK                    PIC X.
           88 WS-EDIT-IS-OK             VALUE "Y".

       01 WS-PARM-DATA                  PIC X(80).
       01 WS-VERIFY-MODE                PIC X VALUE "N".
           05 FILLER                    PIC X VALUE "/".
           05 WS-HEAD-DD                PIC XX.
           05 FILLER                    PIC X(30) VALUE SPACES.
       01 WS-SAVED-LINE.
           05 FILLER                    PIC X(19) VALUE
               "SAVED BY OPERATOR: ".
           05 WS-SAVED-OPERATOR         PIC X(8).
           05 FILLER                    PIC X(53) VALUE SPACES.
       01 WS-SET-HEAD-LINE.
           05 FILLER                    PIC X(20) VALUE
               "RULE SET EFFECTIVE: ".
           05 WS-SHD-FROM               PIC 9(8).
           05 FILLER                    PIC X(4) VALUE " TO ".
           05 WS-SHD-TO                 PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-SHD-STATUS             PIC X(7).
           05 FILLER                    PIC X(31) VALUE SPACES.
       01 WS-SET-SUM-LINE.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-SSUM-SEQ               PIC Z9.
           05 FILLER                    PIC X(2) VALUE ". ".
           05 FILLER                    PIC X(10) VALUE
               "EFFECTIVE ".
           05 WS-SSUM-FROM              PIC 9(8).
           05 FILLER                    PIC X(4) VALUE " TO ".
           05 WS-SSUM-TO                PIC X(8).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-SSUM-STATUS            PIC X(7).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-SSUM-COUNT             PIC Z9.
           05 FILLER                    PIC X(8) VALUE " RULE(S)".
           05 FILLER                    PIC X(23) VALUE SPACES.
       01 WS-RULE-LINE.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-LINE-SEQ               PIC Z9.
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "N" TO WS-DONE
           MOVE "N" TO WS-CHANGED
           MOVE "N" TO WS-VERIFY-MODE
               OR WS-PARM-DATA (1:5) = "BATCH"
               SET WS-IS-VERIFY-ONLY TO TRUE
           END-IF
      * EVERY PASS SIGNS ON - THE VERIFY PASS NEEDS INQUIRY OR
      * RULES AUTHORITY, CHANGING THE TABLE NEEDS RULES
      * AUTHORITY.  ON THE SCHEDULE THE STEP RUNS UNDER THE
      * OPERATOR SAMPMENU SIGNED ON.
           PERFORM 9200-SIGN-ON
           PERFORM 9000-START-RUN-LOG
           IF SO-WAS-REFUSED
               PERFORM 0040-END-IN-ERROR
           END-IF
           IF NOT SO-MAY-INQUIRE AND NOT SO-MAY-MAINTAIN-RULES
               DISPLAY "operator " SO-OPERATOR
                   " is not authorised to use SAMPRULE"
               PERFORM 0040-END-IN-ERROR
           END-IF
      * A RULE SET IS CURRENT, PENDING OR EXPIRED AGAINST THE
      * SAMPDATE BUSINESS DATE - THE DATE SAMPLE001 WILL
      * CLASSIFY UNDER - NOT THE MACHINE DATE.
           PERFORM 9300-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO WS-TODAY
           PERFORM 1000-LOAD-RULES
           IF WS-IS-VERIFY-ONLY
               PERFORM 0800-VERIFY-ONLY
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0040-END-IN-ERROR.
           MOVE 8 TO RP-RETURN-CODE
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0050-MAINTAIN-RULES.
           IF NOT WS-RULES-WERE-LOADED
               DISPLAY "SAM001RL is missing or empty - "
                   "starting with an empty table"
           END-IF
           IF WS-EXCESS-ROWS NOT = 0
               DISPLAY "SAM001RL holds " WS-EXCESS-ROWS
                   " row(s) beyond the 10 sets of 10 rules loaded"
                   " - saving is disabled until the file is cut down"
           END-IF
           IF WS-BAD-DATE-ROWS NOT = 0
               DISPLAY "SAM001RL holds " WS-BAD-DATE-ROWS
                   " row(s) with invalid effective dates - saving "
                   "is disabled until the file is corrected"
           END-IF
           PERFORM 1060-CHOOSE-WORK-SET
           PERFORM UNTIL WS-IS-DONE
               PERFORM 0100-SHOW-MENU
               PERFORM 0200-DO-CHOICE
       0100-SHOW-MENU.
           DISPLAY " "
           DISPLAY "L. List rules"
           DISPLAY "V. View rule sets - current, pending, expired"
           DISPLAY "N. New rule set from a future date"
           DISPLAY "W. Work on another rule set"
           DISPLAY "K. Cancel a pending rule set"
           DISPLAY "E. Drop an expired rule set to the archive"
           DISPLAY "A. Add a rule"
           DISPLAY "C. Change a rule"
           DISPLAY "M. Move a rule to another position"
               WHEN "L"
               WHEN "l"
                   PERFORM 0300-LIST-RULES
               WHEN "V"
               WHEN "v"
                   PERFORM 0320-VIEW-SETS
               WHEN "N"
               WHEN "n"
                   IF SO-MAY-MAINTAIN-RULES
                       PERFORM 0330-NEW-SET
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "W"
               WHEN "w"
                   PERFORM 0340-PICK-SET
               WHEN "K"
               WHEN "k"
                   IF SO-MAY-MAINTAIN-RULES
                       PERFORM 0350-CANCEL-SET
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "E"
               WHEN "e"
                   IF SO-MAY-MAINTAIN-RULES
                       PERFORM 0390-DROP-SET
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "A"
               WHEN "a"
                   PERFORM 0260-CHECK-EDIT
                   IF WS-EDIT-IS-OK
                       PERFORM 0400-ADD-RULE
                   END-IF
               WHEN "C"
               WHEN "c"
                   PERFORM 0260-CHECK-EDIT
                   IF WS-EDIT-IS-OK
                       PERFORM 0500-CHANGE-RULE
                   END-IF
               WHEN "M"
               WHEN "m"
                   PERFORM 0260-CHECK-EDIT
                   IF WS-EDIT-IS-OK
                       PERFORM 0550-MOVE-RULE
                   END-IF
               WHEN "D"
               WHEN "d"
                   PERFORM 0260-CHECK-EDIT
                   IF WS-EDIT-IS-OK
                       PERFORM 0600-DELETE-RULE
                   END-IF
               WHEN "S"
               WHEN "s"
                   IF SO-MAY-MAINTAIN-RULES
                       PERFORM 0700-SAVE-RULES
                   ELSE
                       PERFORM 0250-NOT-AUTHORISED
                   END-IF
               WHEN "X"
               WHEN "x"
                   IF WS-HAS-CHANGES
                   END-IF
                   SET WS-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Please enter L, V, N, W, K, E, A, C, M, "
                       "D, S, or X."
           END-EVALUATE.

       0250-NOT-AUTHORISED.
           DISPLAY "operator " SO-OPERATOR " is authorised for "
               "inquiry only - rules maintenance refused".

      * A SET ON SAM001RL THAT HAS COME INTO FORCE IS THE
      * RECORD OF HOW RUNS WERE CLASSIFIED - SAMCLSHS NAMES IT
      * BY ITS EFFECTIVE-FROM DATE - SO IT IS NEVER CHANGED.
      * A CHANGE TO TODAY'S RULES GOES IN AS A NEW SET FROM A
      * LATER DATE.  ONLY A SET NOT YET SAVED, SUCH AS THE
      * FIRST ONE ON AN EMPTY FILE, CAN BE BUILT UP TODAY.
       0260-CHECK-EDIT.
           MOVE "N" TO WS-EDIT-OK
           IF NOT SO-MAY-MAINTAIN-RULES
               PERFORM 0250-NOT-AUTHORISED
           ELSE
               MOVE WS-WORK-SET TO WS-SET-SUB
               PERFORM 0930-SET-STATUS
               EVALUATE TRUE
                   WHEN WS-SET-IS-EXPIRED
                       DISPLAY "rule set " WS-WORK-FROM
                           " has expired - it is history and "
                           "cannot be changed"
                   WHEN WS-SET-IS-CURRENT AND WS-WORK-IS-ON-FILE
                       DISPLAY "rule set " WS-WORK-FROM
                           " is in force and cannot be changed - "
                           "start a new rule set with N"
                   WHEN OTHER
                       SET WS-EDIT-IS-OK TO TRUE
               END-EVALUATE
           END-IF.

       0300-LIST-RULES.
           MOVE WS-WORK-SET TO WS-SET-SUB
           PERFORM 0930-SET-STATUS
           DISPLAY "rule set effective " WS-WORK-FROM " to "
               WS-TO-TEXT " (" WS-SET-STATUS ")"
           IF WS-RULE-COUNT = 0
               DISPLAY "the rule table is empty"
           END-IF
           IF WS-LAST-SAVED-BY NOT = SPACES
               DISPLAY "SAM001RL last saved by " WS-LAST-SAVED-BY
                   " on " WS-LAST-SAVED-DATE
           END-IF
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-RULE-COUNT
               DISPLAY WS-SUB1 ". "
                   RT-LABEL OF WS-RULE-ENTRY (WS-SUB1)
           END-PERFORM.

       0320-VIEW-SETS.
           PERFORM 0900-STORE-WORK-SET
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
               PERFORM 0940-SHOW-SET-LINE
           END-PERFORM.

      * A NEW SET STARTS AS A COPY OF THE RULES IN FORCE THE
      * DAY BEFORE IT, AND THE SET IT CUTS INTO IS ENDED ON
      * THAT DAY, SO THE SETS NEVER OVERLAP OR LEAVE A GAP.
      * ONLY A FUTURE DATE IS TAKEN - THE SET IN FORCE TODAY
      * IS NEVER CHANGED.
       0330-NEW-SET.
           IF WS-SET-COUNT >= 10
               DISPLAY "SAM001RL already holds 10 rule sets - "
                   "cancel a pending set or drop an expired one"
           ELSE
               DISPLAY "Effective from (YYYYMMDD, after "
                   WS-TODAY "): " WITH NO ADVANCING
               PERFORM 0370-ACCEPT-DATE
               IF WS-ENTRY-IS-OK
                   IF WS-NEW-FROM NOT > WS-TODAY
                       DISPLAY "a new rule set must start after "
                           "the business date " WS-TODAY
                       MOVE "N" TO WS-ENTRY-OK
                   ELSE
                       MOVE WS-NEW-FROM TO WS-FIND-FROM
                       PERFORM 0920-FIND-SET-BY-FROM
                       IF WS-SET-FOUND NOT = 0
                           DISPLAY "a rule set already starts on "
                               WS-NEW-FROM " - work on it with W"
                           MOVE "N" TO WS-ENTRY-OK
                       END-IF
                   END-IF
               END-IF
               IF WS-ENTRY-IS-OK
                   PERFORM 0335-INSERT-NEW-SET
               END-IF
           END-IF.

       0335-INSERT-NEW-SET.
           PERFORM 0900-STORE-WORK-SET
           MOVE 1 TO WS-SET-POS
           PERFORM UNTIL WS-SET-POS > WS-SET-COUNT
                   OR WS-SET-FROM (WS-SET-POS) > WS-NEW-FROM
               ADD 1 TO WS-SET-POS
           END-PERFORM
           MOVE WS-NEW-FROM TO WS-DAY-OF
           PERFORM 0380-GET-DAY-BEFORE
           MOVE SPACES TO WS-HOLD-SET
           MOVE WS-NEW-FROM TO WS-HOLD-SET (1:8)
           MOVE "99999999" TO WS-HOLD-SET (9:8)
           MOVE "00" TO WS-HOLD-SET (17:2)
           IF WS-SET-POS <= WS-SET-COUNT
               MOVE WS-SET-FROM (WS-SET-POS) TO WS-DAY-OF
               COMPUTE WS-ROW-TO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DAY-OF) - 1)
               MOVE WS-ROW-TO TO WS-HOLD-SET (9:8)
           END-IF
           IF WS-SET-POS > 1
               MOVE WS-SET-RULE-COUNT (WS-SET-POS - 1)
                   TO WS-HOLD-SET (17:2)
               MOVE WS-SET-RULES (WS-SET-POS - 1)
                   TO WS-HOLD-SET (19:110)
               IF WS-SET-TO (WS-SET-POS - 1) NOT < WS-NEW-FROM
                   MOVE WS-SET-TO (WS-SET-POS - 1)
                       TO WS-HOLD-SET (9:8)
                   MOVE WS-DAY-BEFORE TO WS-SET-TO (WS-SET-POS - 1)
                   DISPLAY "rule set " WS-SET-FROM (WS-SET-POS - 1)
                       " now ends on " WS-DAY-BEFORE
               END-IF
           END-IF
           PERFORM VARYING WS-SET-SUB FROM WS-SET-COUNT BY -1
                   UNTIL WS-SET-SUB < WS-SET-POS
               MOVE WS-SET-ENTRY (WS-SET-SUB)
                   TO WS-SET-ENTRY (WS-SET-SUB + 1)
           END-PERFORM
           MOVE WS-HOLD-SET TO WS-SET-ENTRY (WS-SET-POS)
           ADD 1 TO WS-SET-COUNT
           MOVE WS-SET-POS TO WS-WORK-SET
           PERFORM 0910-LOAD-WORK-SET
           SET WS-HAS-CHANGES TO TRUE
           DISPLAY "rule set effective " WS-NEW-FROM " created - "
               "change its rules, then save".

       0340-PICK-SET.
           PERFORM 0320-VIEW-SETS
           DISPLAY "Rule set number: " WITH NO ADVANCING
           PERFORM 0360-ACCEPT-SET-NUMBER
           IF WS-SET-FOUND NOT = 0
               MOVE WS-SET-FOUND TO WS-WORK-SET
               PERFORM 0910-LOAD-WORK-SET
           END-IF.

      * A CANCELLED SET'S DAYS GO BACK TO THE SET BEFORE IT
      * WHEN THAT SET RAN UP TO IT, SO NO GAP OPENS.  ONLY A
      * SET NOT YET IN FORCE CAN BE CANCELLED.
       0350-CANCEL-SET.
           PERFORM 0320-VIEW-SETS
           DISPLAY "Rule set number to cancel: " WITH NO ADVANCING
           PERFORM 0360-ACCEPT-SET-NUMBER
           IF WS-SET-FOUND NOT = 0
               MOVE WS-SET-FOUND TO WS-SET-SUB
               PERFORM 0930-SET-STATUS
               IF NOT WS-SET-IS-PENDING
                   DISPLAY "only a pending rule set can be cancelled"
               ELSE
                   PERFORM 0355-REMOVE-SET
               END-IF
           END-IF.

       0355-REMOVE-SET.
           IF WS-SET-FOUND > 1
               MOVE WS-SET-FROM (WS-SET-FOUND) TO WS-DAY-OF
               PERFORM 0380-GET-DAY-BEFORE
               IF WS-SET-TO (WS-SET-FOUND - 1) = WS-DAY-BEFORE
                   MOVE WS-SET-TO (WS-SET-FOUND)
                       TO WS-SET-TO (WS-SET-FOUND - 1)
               END-IF
           END-IF
           DISPLAY "rule set " WS-SET-FROM (WS-SET-FOUND)
               " cancelled"
           PERFORM 0357-CLOSE-UP-SETS.

      * TAKES SET WS-SET-FOUND OUT OF THE TABLE AND KEEPS THE
      * WORKING SET POINTING AT THE SAME RULES.
       0357-CLOSE-UP-SETS.
           PERFORM VARYING WS-SET-SUB FROM WS-SET-FOUND BY 1
                   UNTIL WS-SET-SUB >= WS-SET-COUNT
               MOVE WS-SET-ENTRY (WS-SET-SUB + 1)
                   TO WS-SET-ENTRY (WS-SET-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-SET-COUNT
           SET WS-HAS-CHANGES TO TRUE
           EVALUATE TRUE
               WHEN WS-SET-FOUND = WS-WORK-SET
                   PERFORM 1060-CHOOSE-WORK-SET
               WHEN WS-SET-FOUND < WS-WORK-SET
                   SUBTRACT 1 FROM WS-WORK-SET
           END-EVALUATE.

      * AN EXPIRED SET STILL TAKES ONE OF THE TEN PLACES ON
      * SAM001RL.  A DROPPED SET LEAVES THE FILE ON THE NEXT
      * SAVE AND IS WRITTEN TO THE SAM001RA ARCHIVE FIRST, SO
      * THE RULES A PAST SAMCLSHS RUN NAMES CAN STILL BE
      * FOUND.  ITS DAYS ARE PAST, SO NO OTHER SET IS STRETCHED
      * OVER THEM.
       0390-DROP-SET.
           PERFORM 0320-VIEW-SETS
           DISPLAY "Rule set number to drop: " WITH NO ADVANCING
           PERFORM 0360-ACCEPT-SET-NUMBER
           IF WS-SET-FOUND NOT = 0
               MOVE WS-SET-FOUND TO WS-SET-SUB
               PERFORM 0930-SET-STATUS
               IF NOT WS-SET-IS-EXPIRED
                   DISPLAY "only an expired rule set can be dropped"
               ELSE
                   ADD 1 TO WS-DROP-COUNT
                   MOVE WS-SET-ENTRY (WS-SET-FOUND)
                       TO WS-DROP-SET (WS-DROP-COUNT)
                   MOVE "N" TO WS-DROP-ARCHIVED (WS-DROP-COUNT)
                   DISPLAY "rule set " WS-SET-FROM (WS-SET-FOUND)
                       " dropped - it moves to SAM001RA when the "
                       "rules are saved"
                   PERFORM 0357-CLOSE-UP-SETS
               END-IF
           END-IF.

       0360-ACCEPT-SET-NUMBER.
           MOVE 0 TO WS-SET-FOUND
           MOVE SPACES TO WS-POS-TEXT
           ACCEPT WS-POS-TEXT FROM CONSOLE
           PERFORM 0475-JUSTIFY-POSITION
           IF WS-POS-TEXT NOT NUMERIC
               DISPLAY "rule set number must be numeric"
           ELSE
               MOVE WS-POS-TEXT TO WS-SET-FOUND
               IF WS-SET-FOUND = 0 OR WS-SET-FOUND > WS-SET-COUNT
                   DISPLAY "there is no rule set " WS-SET-FOUND
                   MOVE 0 TO WS-SET-FOUND
               END-IF
           END-IF.

       0370-ACCEPT-DATE.
           MOVE "N" TO WS-ENTRY-OK
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT FROM CONSOLE
           IF WS-DATE-TEXT NOT NUMERIC
               DISPLAY "date must be YYYYMMDD"
           ELSE
               MOVE WS-DATE-TEXT TO WS-NEW-FROM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-FROM) NOT = 0
                   DISPLAY WS-NEW-FROM " is not a calendar date"
               ELSE
                   SET WS-ENTRY-IS-OK TO TRUE
               END-IF
           END-IF.

       0380-GET-DAY-BEFORE.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DAY-OF) - 1).

       0400-ADD-RULE.
           IF WS-RULE-COUNT >= 10
               DISPLAY "the table already holds 10 rules - "
      * SILENTLY, SO THE SAVE IS REFUSED UNTIL THE FILE HOLDS
      * NO MORE ROWS THAN THE TABLE CAN LOAD.
       0700-SAVE-RULES.
           PERFORM 0900-STORE-WORK-SET
           IF WS-EXCESS-ROWS NOT = 0 OR WS-BAD-DATE-ROWS NOT = 0
               DISPLAY "save refused - SAM001RL holds "
                   WS-EXCESS-ROWS " row(s) beyond the sets loaded "
                   "and " WS-BAD-DATE-ROWS " with invalid dates, "
                   "and rewriting would destroy them"
           ELSE
               IF WS-RULE-COUNT = 0
                   DISPLAY "the table is empty - nothing to save"
               ELSE
      * A TABLE THE VERIFY PASS WOULD REJECT MUST NEVER REACH
      * SAM001RL, HOWEVER IT GOT INTO THE TABLE - IN ANY SET.
                   MOVE 0 TO WS-ERROR-COUNT
                   PERFORM 1150-VALIDATE-ALL-SETS
                   IF WS-ERROR-COUNT NOT = 0
                       DISPLAY "save refused - the rule sets have "
                           WS-ERROR-COUNT " problem(s) that must be "
                           "corrected first"
                   ELSE
                       PERFORM 0710-WRITE-RULES
                   END-IF
               END-IF
           END-IF.

      * EACH SAVE REWRITES SAM001RL IN FULL, SO A CLEAN SAVE
      * CLEARS ANY EARLIER FAILED ATTEMPT.  DROPPED SETS GO TO
      * SAM001RA BEFORE THE REWRITE TAKES THEM OFF SAM001RL.
       0710-WRITE-RULES.
           PERFORM 1200-WRITE-REPORT
           MOVE "N" TO WS-SAVE-ERROR
           PERFORM 9300-GET-PROCESS-DATE
           IF WS-DROP-COUNT NOT = 0
               PERFORM 0760-ARCHIVE-DROPPED-SETS
           END-IF
           IF WS-HAS-SAVE-ERROR
               DISPLAY "rules were NOT saved - the dropped rule "
                   "sets could not be archived"
           ELSE
               OPEN OUTPUT RULES-FILE
               IF WS-RULES-STATUS NOT = "00"
                   DISPLAY "SAM001RL open failed - status "
                       WS-RULES-STATUS
                   SET WS-HAS-SAVE-ERROR TO TRUE
               ELSE
                   PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                           UNTIL WS-SET-SUB > WS-SET-COUNT
                       PERFORM 0750-WRITE-SET
                   END-PERFORM
                   CLOSE RULES-FILE
                   IF WS-HAS-SAVE-ERROR
                           "is suspect and must be verified"
                   ELSE
                       MOVE "N" TO WS-CHANGED
                       MOVE SO-OPERATOR TO WS-LAST-SAVED-BY
                       MOVE PD-PROC-DATE TO WS-LAST-SAVED-DATE
                       MOVE WS-RULE-TABLE TO WS-BEFORE-TABLE
                       MOVE WS-RULE-COUNT TO WS-BEFORE-COUNT
                       MOVE WS-SET-TABLE TO WS-FILE-SET-TABLE
                       MOVE WS-SET-COUNT TO WS-FILE-SET-COUNT
                       MOVE 0 TO WS-DROP-COUNT
                       SET WS-WORK-IS-ON-FILE TO TRUE
                       DISPLAY "rules saved and change report "
                           "written to SAM001MR"
                   END-IF
               END-IF
           END-IF.

      * EVERY ROW OF A SET CARRIES THE SET'S DATES.
       0750-WRITE-SET.
           MOVE WS-SET-RULES (WS-SET-SUB) TO WS-SCAN-TABLE
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-SET-RULE-COUNT (WS-SET-SUB)
               MOVE WS-SCAN-DIVISOR (WS-SUB1) TO RR-DIVISOR
               MOVE WS-SCAN-LABEL (WS-SUB1) TO RR-LABEL
               MOVE SO-OPERATOR TO RR-SAVED-BY
               MOVE PD-PROC-DATE TO RR-SAVED-DATE
               MOVE WS-SET-FROM (WS-SET-SUB) TO RR-EFF-FROM
               MOVE WS-SET-TO (WS-SET-SUB) TO RR-EFF-TO
               WRITE RULES-RECORD
               IF WS-RULES-STATUS NOT = "00"
                   DISPLAY "SAM001RL write failed - "
                       "status " WS-RULES-STATUS
                   SET WS-HAS-SAVE-ERROR TO TRUE
               END-IF
           END-PERFORM.

      * A SET ALREADY ON SAM001RA - ARCHIVED BY A SAVE THAT
      * THEN FAILED TO REWRITE SAM001RL - IS NOT WRITTEN THERE
      * A SECOND TIME.
       0760-ARCHIVE-DROPPED-SETS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCHIVE-FILE
                   IF WS-ARCH-STATUS = "00"
                       PERFORM VARYING WS-DROP-SUB FROM 1 BY 1
                               UNTIL WS-DROP-SUB > WS-DROP-COUNT
                           IF WS-DROP-FROM (WS-DROP-SUB) = RA-EFF-FROM
                               SET WS-DROP-IS-ARCHIVED (WS-DROP-SUB)
                                   TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCH-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SAM001RA open failed - status "
                   WS-ARCH-STATUS
               SET WS-HAS-SAVE-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-DROP-SUB FROM 1 BY 1
                       UNTIL WS-DROP-SUB > WS-DROP-COUNT
                   IF NOT WS-DROP-IS-ARCHIVED (WS-DROP-SUB)
                       PERFORM 0765-ARCHIVE-SET
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       0765-ARCHIVE-SET.
           MOVE WS-DROP-RULES (WS-DROP-SUB) TO WS-SCAN-TABLE
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-DROP-RULE-COUNT (WS-DROP-SUB)
               MOVE WS-SCAN-DIVISOR (WS-SUB1) TO RA-DIVISOR
               MOVE WS-SCAN-LABEL (WS-SUB1) TO RA-LABEL
               MOVE SO-OPERATOR TO RA-SAVED-BY
               MOVE PD-PROC-DATE TO RA-SAVED-DATE
               MOVE WS-DROP-FROM (WS-DROP-SUB) TO RA-EFF-FROM
               MOVE WS-DROP-TO (WS-DROP-SUB) TO RA-EFF-TO
               WRITE ARCHIVE-RECORD
               IF WS-ARCH-STATUS NOT = "00"
                   DISPLAY "SAM001RA write failed - "
                       "status " WS-ARCH-STATUS
                   SET WS-HAS-SAVE-ERROR TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-HAS-SAVE-ERROR
               SET WS-DROP-IS-ARCHIVED (WS-DROP-SUB) TO TRUE
               DISPLAY "rule set " WS-DROP-FROM (WS-DROP-SUB)
                   " archived to SAM001RA"
           END-IF.

       0800-VERIFY-ONLY.
           END-IF
           IF WS-EXCESS-ROWS NOT = 0
               DISPLAY "SAM001RL holds more rows than the 10 "
                   "sets of 10 rules SAMPLE001 can load - excess "
                   WS-EXCESS-ROWS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-BAD-DATE-ROWS NOT = 0
               DISPLAY "SAM001RL holds " WS-BAD-DATE-ROWS
                   " row(s) with non-numeric effective dates - "
                   "SAMPLE001 suspends them"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 1150-VALIDATE-ALL-SETS
      * A DAY WITH NO SET IN FORCE SILENTLY FALLS BACK TO THE
      * BUILT-IN RULES, SO TODAY MUST BE COVERED.
           MOVE 0 TO WS-CURRENT-SETS
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
               PERFORM 0940-SHOW-SET-LINE
               IF WS-SET-IS-CURRENT
                   ADD 1 TO WS-CURRENT-SETS
               END-IF
           END-PERFORM
           IF WS-RULES-WERE-LOADED AND WS-CURRENT-SETS = 0
               DISPLAY "no rule set is in force on " WS-TODAY
                   " - SAMPLE001 would run on built-in default rules"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-ERROR-COUNT = 0
               DISPLAY "SAMPRULE - SAM001RL verified clean - "
                   WS-SET-COUNT " rule set(s), " WS-ROWS-LOADED
                   " rule(s)"
               MOVE 0 TO RP-RETURN-CODE
           ELSE
               DISPLAY "SAMPRULE - SAM001RL failed verification - "
               MOVE 8 TO RP-RETURN-CODE
           END-IF.

       0900-STORE-WORK-SET.
           IF WS-WORK-SET NOT = 0
               MOVE WS-RULE-TABLE TO WS-SET-RULES (WS-WORK-SET)
               MOVE WS-RULE-COUNT TO WS-SET-RULE-COUNT (WS-WORK-SET)
           END-IF.

      * THE BEFORE SIDE OF THE CHANGE REPORT IS THE SAME SET AS
      * IT STANDS ON SAM001RL - NOTHING FOR A SET NOT YET SAVED.
       0910-LOAD-WORK-SET.
           MOVE WS-SET-RULES (WS-WORK-SET) TO WS-RULE-TABLE
           MOVE WS-SET-RULE-COUNT (WS-WORK-SET) TO WS-RULE-COUNT
           MOVE WS-SET-FROM (WS-WORK-SET) TO WS-WORK-FROM
           MOVE SPACES TO WS-BEFORE-TABLE
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE "N" TO WS-WORK-ON-FILE
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-FILE-SET-COUNT
               IF WS-FSET-FROM (WS-SUB1) = WS-WORK-FROM
                   MOVE WS-FSET-RULES (WS-SUB1) TO WS-BEFORE-TABLE
                   MOVE WS-FSET-RULE-COUNT (WS-SUB1)
                       TO WS-BEFORE-COUNT
                   SET WS-WORK-IS-ON-FILE TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-WORK-SET TO WS-SET-SUB
           PERFORM 0930-SET-STATUS
           DISPLAY "working on the rule set effective " WS-WORK-FROM
               " to " WS-TO-TEXT " (" WS-SET-STATUS ")".

       0920-FIND-SET-BY-FROM.
           MOVE 0 TO WS-SET-FOUND
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
               IF WS-SET-FROM (WS-SET-SUB) = WS-FIND-FROM
                   MOVE WS-SET-SUB TO WS-SET-FOUND
               END-IF
           END-PERFORM.

       0930-SET-STATUS.
           EVALUATE TRUE
               WHEN WS-SET-TO (WS-SET-SUB) < WS-TODAY
                   SET WS-SET-IS-EXPIRED TO TRUE
               WHEN WS-SET-FROM (WS-SET-SUB) > WS-TODAY
                   SET WS-SET-IS-PENDING TO TRUE
               WHEN OTHER
                   SET WS-SET-IS-CURRENT TO TRUE
           END-EVALUATE
           IF WS-SET-TO (WS-SET-SUB) = 99999999
               MOVE "OPEN" TO WS-TO-TEXT
           ELSE
               MOVE WS-SET-TO (WS-SET-SUB) TO WS-TO-TEXT
           END-IF.

       0940-SHOW-SET-LINE.
           PERFORM 0930-SET-STATUS
           IF WS-SET-SUB = WS-WORK-SET
               DISPLAY WS-SET-SUB ". effective " WS-SET-FROM
                   (WS-SET-SUB) " to " WS-TO-TEXT "  " WS-SET-STATUS
                   "  " WS-SET-RULE-COUNT (WS-SET-SUB) " rule(s)"
                   "  <- working"
           ELSE
               DISPLAY WS-SET-SUB ". effective " WS-SET-FROM
                   (WS-SET-SUB) " to " WS-TO-TEXT "  " WS-SET-STATUS
                   "  " WS-SET-RULE-COUNT (WS-SET-SUB) " rule(s)"
           END-IF.

       1000-LOAD-RULES.
      * BAD ROWS ARE LOADED AS-IS SO VERIFY MODE CAN REPORT
      * THEM; A NON-NUMERIC DIVISOR IS KEPT AS ZERO AND THE
      * VALIDATION PASS REJECTS IT.  ROWS ARE GATHERED INTO
      * SETS BY EFFECTIVE-FROM DATE, WHATEVER ORDER THEY ARE
      * IN ON THE FILE.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-ROWS-LOADED
           MOVE 0 TO WS-EXCESS-ROWS
           MOVE 0 TO WS-BAD-DATE-ROWS
           MOVE "N" TO WS-FILE-WAS-LOADED
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-RULES-STATUS NOT = "00"
                   MOVE SPACES TO WS-RULE-TEXT
                   READ RULES-FILE INTO WS-RULE-TEXT
                   IF WS-RULES-STATUS = "00"
                       PERFORM 1010-TAKE-RULE-ROW
                   END-IF
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
           IF WS-ROWS-LOADED NOT = 0
               SET WS-RULES-WERE-LOADED TO TRUE
           END-IF
           PERFORM 1050-SORT-SETS
           MOVE WS-SET-TABLE TO WS-FILE-SET-TABLE
           MOVE WS-SET-COUNT TO WS-FILE-SET-COUNT.

      * A ROW SAVED BEFORE RULES WERE DATED HAS NO DATES AND
      * IS IN FORCE ON EVERY DAY, SO IT IS HELD AS A SET
      * RUNNING FROM 00000000 TO 99999999 AND IS WRITTEN BACK
      * WITH THOSE DATES ON THE NEXT SAVE.  SAMPLE001 AND
      * SAMPIMPC STILL NAME A SET FROM 00000000 "UNDATED", SO
      * THE SAVE ALONE IS NEVER SEEN AS A RULE SET CHANGE.
       1010-TAKE-RULE-ROW.
           MOVE "Y" TO WS-ENTRY-OK
           EVALUATE TRUE
               WHEN WS-TEXT-EFF-FROM = SPACES
                   AND WS-TEXT-EFF-TO = SPACES
                   MOVE 0 TO WS-ROW-FROM
                   MOVE 99999999 TO WS-ROW-TO
               WHEN WS-TEXT-EFF-FROM NUMERIC
                   AND WS-TEXT-EFF-TO NUMERIC
                   MOVE WS-TEXT-EFF-FROM TO WS-ROW-FROM
                   MOVE WS-TEXT-EFF-TO TO WS-ROW-TO
               WHEN OTHER
                   DISPLAY "SAM001RL row " WS-TEXT-DIVISOR " "
                       WS-TEXT-LABEL " has invalid effective dates "
                       WS-TEXT-EFF-FROM " " WS-TEXT-EFF-TO
                   ADD 1 TO WS-BAD-DATE-ROWS
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE
           IF WS-ENTRY-IS-OK
               MOVE WS-ROW-FROM TO WS-FIND-FROM
               PERFORM 0920-FIND-SET-BY-FROM
               IF WS-SET-FOUND = 0
                   IF WS-SET-COUNT < 10
                       ADD 1 TO WS-SET-COUNT
                       MOVE WS-SET-COUNT TO WS-SET-FOUND
                       MOVE WS-ROW-FROM TO WS-SET-FROM (WS-SET-FOUND)
                       MOVE WS-ROW-TO TO WS-SET-TO (WS-SET-FOUND)
                       MOVE 0 TO WS-SET-RULE-COUNT (WS-SET-FOUND)
                       MOVE SPACES TO WS-SET-RULES (WS-SET-FOUND)
                   ELSE
                       ADD 1 TO WS-EXCESS-ROWS
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-IS-OK
               IF WS-SET-RULE-COUNT (WS-SET-FOUND) < 10
                   ADD 1 TO WS-SET-RULE-COUNT (WS-SET-FOUND)
                   COMPUTE WS-RULE-OFFSET =
                       (WS-SET-RULE-COUNT (WS-SET-FOUND) - 1) * 11 + 1
                   IF WS-TEXT-DIVISOR NUMERIC
                       MOVE WS-TEXT-DIVISOR TO WS-HOLD-DIVISOR
                   ELSE
                       MOVE 0 TO WS-HOLD-DIVISOR
                   END-IF
                   MOVE WS-TEXT-LABEL TO WS-HOLD-LABEL
                   MOVE WS-HOLD-ENTRY TO WS-SET-RULES (WS-SET-FOUND)
                       (WS-RULE-OFFSET:11)
                   MOVE WS-TEXT-SAVED-BY TO WS-LAST-SAVED-BY
                   MOVE WS-TEXT-SAVED-DATE TO WS-LAST-SAVED-DATE
                   ADD 1 TO WS-ROWS-LOADED
               ELSE
                   ADD 1 TO WS-EXCESS-ROWS
               END-IF
           END-IF.

       1050-SORT-SETS.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 >= WS-SET-COUNT
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > WS-SET-COUNT - WS-SUB1
                   IF WS-SET-FROM (WS-SUB2) > WS-SET-FROM (WS-SUB2 + 1)
                       MOVE WS-SET-ENTRY (WS-SUB2) TO WS-HOLD-SET
                       MOVE WS-SET-ENTRY (WS-SUB2 + 1)
                           TO WS-SET-ENTRY (WS-SUB2)
                       MOVE WS-HOLD-SET TO WS-SET-ENTRY (WS-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * THE OPERATOR STARTS ON THE SET IN FORCE TODAY; FAILING
      * THAT THE NEXT ONE DUE, FAILING THAT THE LATEST.  WITH
      * NO RULES ON FILE AT ALL AN EMPTY SET FROM TODAY IS
      * OPENED.
       1060-CHOOSE-WORK-SET.
           IF WS-SET-COUNT = 0
               MOVE 1 TO WS-SET-COUNT
               MOVE WS-TODAY TO WS-SET-FROM (1)
               MOVE 99999999 TO WS-SET-TO (1)
               MOVE 0 TO WS-SET-RULE-COUNT (1)
               MOVE SPACES TO WS-SET-RULES (1)
           END-IF
           MOVE 0 TO WS-WORK-SET
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
               PERFORM 0930-SET-STATUS
               IF WS-SET-IS-CURRENT AND WS-WORK-SET = 0
                   MOVE WS-SET-SUB TO WS-WORK-SET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
               PERFORM 0930-SET-STATUS
               IF WS-SET-IS-PENDING AND WS-WORK-SET = 0
                   MOVE WS-SET-SUB TO WS-WORK-SET
               END-IF
           END-PERFORM
           IF WS-WORK-SET = 0
               MOVE WS-SET-COUNT TO WS-WORK-SET
           END-IF
           PERFORM 0910-LOAD-WORK-SET.

       1100-VALIDATE-TABLE.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-RULE-COUNT
               END-PERFORM
           END-PERFORM.

      * EVERY SET IS CHECKED THE WAY A SINGLE TABLE ALWAYS WAS,
      * THEN AGAINST ITS NEIGHBOUR - SAMPLE001 TAKES EVERY ROW
      * IN FORCE ON ITS DATE, SO OVERLAPPING SETS WOULD MERGE.
       1150-VALIDATE-ALL-SETS.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
               MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE
               MOVE WS-SET-RULES (WS-SET-SUB) TO WS-RULE-TABLE
               MOVE WS-SET-RULE-COUNT (WS-SET-SUB) TO WS-RULE-COUNT
               PERFORM 1100-VALIDATE-TABLE
               IF WS-RULE-COUNT = 0
                   DISPLAY "the rule set has no rules"
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF WS-SET-FROM (WS-SET-SUB) > WS-SET-TO (WS-SET-SUB)
                   DISPLAY "the rule set ends before it starts"
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF WS-SET-SUB > 1
                   IF WS-SET-FROM (WS-SET-SUB)
                           NOT > WS-SET-TO (WS-SET-SUB - 1)
                       DISPLAY "the rule set overlaps the set "
                           "effective " WS-SET-FROM (WS-SET-SUB - 1)
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
               IF WS-ERROR-COUNT NOT = WS-ERRORS-BEFORE
                   DISPLAY "  - in the rule set effective "
                       WS-SET-FROM (WS-SET-SUB)
               END-IF
           END-PERFORM
           IF WS-WORK-SET NOT = 0
               MOVE WS-SET-RULES (WS-WORK-SET) TO WS-RULE-TABLE
               MOVE WS-SET-RULE-COUNT (WS-WORK-SET) TO WS-RULE-COUNT
           END-IF.

       1200-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE WS-RUN-DATE (7:2) TO WS-HEAD-DD
               MOVE WS-HEAD-LINE TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               MOVE SO-OPERATOR TO WS-SAVED-OPERATOR
               MOVE WS-SAVED-LINE TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               MOVE WS-WORK-SET TO WS-SET-SUB
               PERFORM 0930-SET-STATUS
               MOVE WS-WORK-FROM TO WS-SHD-FROM
               MOVE WS-TO-TEXT TO WS-SHD-TO
               MOVE WS-SET-STATUS TO WS-SHD-STATUS
               MOVE WS-SET-HEAD-LINE TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               MOVE "BEFORE CHANGES:" TO REPORT-RECORD
                   MOVE WS-RULE-LINE TO REPORT-RECORD
                   PERFORM 1250-WRITE-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               MOVE "RULE SETS ON FILE BEFORE SAVE:" TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               IF WS-FILE-SET-COUNT = 0
                   MOVE "  (NO RULE SETS ON FILE)" TO REPORT-RECORD
                   PERFORM 1250-WRITE-REPORT-LINE
               END-IF
               PERFORM VARYING WS-SUB1 FROM 1 BY 1
                       UNTIL WS-SUB1 > WS-FILE-SET-COUNT
                   MOVE WS-SUB1 TO WS-SSUM-SEQ
                   MOVE WS-FSET-FROM (WS-SUB1) TO WS-SSUM-FROM
                   IF WS-FSET-TO (WS-SUB1) = 99999999
                       MOVE "OPEN" TO WS-SSUM-TO
                   ELSE
                       MOVE WS-FSET-TO (WS-SUB1) TO WS-SSUM-TO
                   END-IF
                   MOVE SPACES TO WS-SSUM-STATUS
                   MOVE WS-FSET-RULE-COUNT (WS-SUB1) TO WS-SSUM-COUNT
                   MOVE WS-SET-SUM-LINE TO REPORT-RECORD
                   PERFORM 1250-WRITE-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               MOVE "RULE SETS ON FILE AFTER SAVE:" TO REPORT-RECORD
               PERFORM 1250-WRITE-REPORT-LINE
               PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                       UNTIL WS-SET-SUB > WS-SET-COUNT
                   PERFORM 0930-SET-STATUS
                   MOVE WS-SET-SUB TO WS-SSUM-SEQ
                   MOVE WS-SET-FROM (WS-SET-SUB) TO WS-SSUM-FROM
                   MOVE WS-TO-TEXT TO WS-SSUM-TO
                   MOVE WS-SET-STATUS TO WS-SSUM-STATUS
                   MOVE WS-SET-RULE-COUNT (WS-SET-SUB) TO WS-SSUM-COUNT
                   MOVE WS-SET-SUM-LINE TO REPORT-RECORD
                   PERFORM 1250-WRITE-REPORT-LINE
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.

                       "run not logged"
           END-CALL.

      * A STEP OF THE SIGNED-ON SAMPMENU SCHEDULE INHERITS
      * THAT SESSION.  WITH NO SESSION THE CONSOLE IS ASKED
      * FOR AN OPERATOR AND PASSWORD, UNLESS THE PARAMETER
      * SAYS NOBODY IS THERE TO ANSWER, WHEN THE RUN IS
      * REFUSED.  THE PARAMETER NEVER GRANTS AUTHORITY.
       9200-SIGN-ON.
           MOVE "Q" TO SO-FUNCTION
           MOVE "SAMPRULE" TO SO-PROGRAM
           MOVE SPACES TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           MOVE "8" TO SO-RESULT
           CALL "SAMPSIGN" USING WS-SIGN-PARM
               ON EXCEPTION
                   MOVE "8" TO SO-RESULT
           END-CALL
           IF SO-WAS-REFUSED
               IF WS-PARM-DATA (1:5) = "BATCH"
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
