       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPSIGN.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE        ASSIGN TO "SAMOPSEC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-SEC-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  SECURITY-FILE.
       01  SECURITY-RECORD.
           COPY OPERSEC.

       WORKING-STORAGE                  SECTION.
       01 WS-SEC-STATUS                 PIC XX.
       01 WS-ENTERED-ID                 PIC X(8).
       01 WS-ENTERED-PASSWORD           PIC X(8).
       01 WS-ATTEMPTS                   PIC 9 VALUE 0.
       01 WS-FOUND                      PIC X VALUE "N".
           88 WS-WAS-FOUND              VALUE "Y".
       01 WS-ACCEPTED                   PIC X VALUE "N".
           88 WS-IS-ACCEPTED            VALUE "Y".
      * WHOEVER SIGNED ON LAST IN THIS RUN.  HELD HERE, NOT BY
      * THE CALLER, SO A PROGRAM CALLED FROM A SIGNED-ON ONE
      * (SAMPSUSP RE-DRIVING sample002) STILL STAMPS THE
      * OPERATOR WHO STARTED THE WORK.
       01 WS-CURRENT-OPERATOR           PIC X(8) VALUE SPACES.
       01 WS-CURRENT-AUTHORITIES        PIC X(5) VALUE "NNNNN".

       LINKAGE                          SECTION.
       01 SIGN-PARM.
           COPY SIGNONLK.

      *****************************************************
      * OPERATOR SIGN-ON.  THE MAINTENANCE PROGRAMS CALL
      * THIS BEFORE DOING ANYTHING, THEN TEST THE RETURNED
      * AUTHORITY FLAGS BEFORE EACH FUNCTION.  A CONSOLE
      * OPERATOR GETS THREE TRIES AT ID AND PASSWORD; THE
      * UNATTENDED SCHEDULE (SAMPMENU BATCH, AND NOTHING
      * ELSE) SIGNS ON AS BATCH, AND THE STEPS IT CALLS
      * TAKE THAT SESSION OVER WITH FUNCTION Q.  A MISSING
      * SAMOPSEC REFUSES EVERYONE - THE FILE IS THE ONLY
      * STATEMENT OF WHO MAY DO WHAT.
      *****************************************************
       PROCEDURE DIVISION USING SIGN-PARM.

       0000-MAIN.
           EVALUATE SO-FUNCTION
               WHEN "C"
                   PERFORM 0100-CONSOLE-SIGN-ON
               WHEN "B"
                   PERFORM 0200-BATCH-SIGN-ON
               WHEN "Q"
                   PERFORM 0300-QUERY-OPERATOR
               WHEN OTHER
                   DISPLAY "SAMPSIGN called with unknown function "
                       SO-FUNCTION
                   MOVE SPACES TO SO-OPERATOR
                   MOVE "NNNNN" TO SO-AUTHORITIES
                   MOVE "8" TO SO-RESULT
           END-EVALUATE
           GOBACK.

       0100-CONSOLE-SIGN-ON.
           MOVE "N" TO WS-ACCEPTED
           MOVE 0 TO WS-ATTEMPTS
           MOVE SPACES TO WS-ENTERED-ID
           PERFORM UNTIL WS-IS-ACCEPTED OR WS-ATTEMPTS = 3
               ADD 1 TO WS-ATTEMPTS
               DISPLAY SO-PROGRAM " sign-on - operator ID: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ENTERED-ID
               ACCEPT WS-ENTERED-ID FROM CONSOLE
               DISPLAY "Password: " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTERED-PASSWORD
               ACCEPT WS-ENTERED-PASSWORD FROM CONSOLE
               IF WS-ENTERED-ID = SPACES
                   DISPLAY "operator ID cannot be blank"
               ELSE
                   PERFORM 0400-FIND-OPERATOR
                   IF WS-WAS-FOUND
                       AND OP-PASSWORD = WS-ENTERED-PASSWORD
                       SET WS-IS-ACCEPTED TO TRUE
                   ELSE
                       DISPLAY "sign-on rejected - unknown operator "
                           "or wrong password"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IS-ACCEPTED
               PERFORM 0500-SIGN-ON-OPERATOR
           ELSE
               DISPLAY "sign-on refused after " WS-ATTEMPTS
                   " attempt(s)"
               PERFORM 0600-REFUSE-OPERATOR
           END-IF.

       0200-BATCH-SIGN-ON.
           MOVE "BATCH" TO WS-ENTERED-ID
           PERFORM 0400-FIND-OPERATOR
           IF WS-WAS-FOUND
               PERFORM 0500-SIGN-ON-OPERATOR
           ELSE
               DISPLAY "operator BATCH is not on SAMOPSEC - "
                   "unattended sign-on refused"
               PERFORM 0600-REFUSE-OPERATOR
           END-IF.

       0300-QUERY-OPERATOR.
           MOVE WS-CURRENT-OPERATOR TO SO-OPERATOR
           MOVE WS-CURRENT-AUTHORITIES TO SO-AUTHORITIES
           IF WS-CURRENT-OPERATOR = SPACES
               MOVE "8" TO SO-RESULT
           ELSE
               MOVE "0" TO SO-RESULT
           END-IF.

       0400-FIND-OPERATOR.
           MOVE "N" TO WS-FOUND
           OPEN INPUT SECURITY-FILE
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "SAMOPSEC open failed - status "
                   WS-SEC-STATUS
           ELSE
               PERFORM UNTIL WS-SEC-STATUS NOT = "00"
                       OR WS-WAS-FOUND
                   READ SECURITY-FILE
                   IF WS-SEC-STATUS = "00"
                       IF OP-ID = WS-ENTERED-ID
                           SET WS-WAS-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF.

      * ANY FLAG OTHER THAN Y IS PASSED BACK AS N, SO A
      * MISKEYED SECURITY RECORD NEVER GRANTS A FUNCTION.
       0500-SIGN-ON-OPERATOR.
           MOVE OP-ID TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           IF OP-AUTH-INQUIRY = "Y"
               MOVE "Y" TO SO-AUTH-INQUIRY
           END-IF
           IF OP-AUTH-NAMES = "Y"
               MOVE "Y" TO SO-AUTH-NAMES
           END-IF
           IF OP-AUTH-RULES = "Y"
               MOVE "Y" TO SO-AUTH-RULES
           END-IF
           IF OP-AUTH-DAY-CLOSE = "Y"
               MOVE "Y" TO SO-AUTH-DAY-CLOSE
           END-IF
           IF OP-AUTH-REPROCESS = "Y"
               MOVE "Y" TO SO-AUTH-REPROCESS
           END-IF
           MOVE SO-OPERATOR TO WS-CURRENT-OPERATOR
           MOVE SO-AUTHORITIES TO WS-CURRENT-AUTHORITIES
           MOVE "0" TO SO-RESULT
           DISPLAY "operator " SO-OPERATOR " signed on to "
               SO-PROGRAM.

       0600-REFUSE-OPERATOR.
           MOVE WS-ENTERED-ID TO SO-OPERATOR
           MOVE "NNNNN" TO SO-AUTHORITIES
           MOVE SPACES TO WS-CURRENT-OPERATOR
           MOVE "NNNNN" TO WS-CURRENT-AUTHORITIES
           MOVE "8" TO SO-RESULT.
