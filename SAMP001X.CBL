           COPY RUNLOGLK.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-GEN-PARM.
           COPY GENLK.

      * TRANSMISSION LAYOUT REQUIRED BY THE DOWNSTREAM INTAKE
      * STANDARD: A DATED HEADER CARRYING THE RANGE THAT WAS
       01 WS-LAST-NUMBER                PIC 9(7) VALUE 0.
       01 WS-FILE-ERROR                 PIC X VALUE "N".
           88 WS-HAS-FILE-ERROR         VALUE "Y".
       01 WS-PARM-DATA                  PIC X(80).
       01 WS-TRAILER-SEEN               PIC X VALUE "N".
           88 WS-TRAILER-WAS-SEEN       VALUE "Y".

      *****************************************************
      * CLASSIFICATION EXTRACT.  BUILDS SAM001XT FROM THE
      * SAM001OT RESULTS, REGISTERS IT ON SAMXMREG AND KEEPS
      * IT AS A GENERATION.  WITH THE PARAMETER "RESEND" NO
      * EXTRACT IS BUILT: THE SAM001XT ALREADY IN PLACE -
      * NORMALLY AN EARLIER GENERATION PUT BACK BY SAMPGENM
      * RESTORE - IS CHECKED AGAINST ITS OWN TRAILER AND
      * REGISTERED AGAIN AS PENDING UNDER ITS HEADER DATE,
      * SO THE RECEIVER'S ACKNOWLEDGMENT OF THE RESENT COPY
      * MATCHES THE NEW REGISTRATION.
      *****************************************************
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 9000-START-RUN-LOG
           MOVE "N" TO WS-FILE-ERROR
           MOVE SPACES TO WS-PARM-DATA
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:6) = "RESEND"
               PERFORM 0700-RESEND-EXTRACT
           ELSE
               PERFORM 0050-MAKE-EXTRACT
           END-IF
           IF WS-HAS-FILE-ERROR
               MOVE 8 TO RP-RETURN-CODE
           ELSE
               MOVE 0 TO RP-RETURN-CODE
           END-IF
           PERFORM 9100-END-RUN-LOG
           MOVE RP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0050-MAKE-EXTRACT.
           OPEN INPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "SAM001OT open failed - status " WS-OUT-STATUS
               ELSE
                   PERFORM 0100-BUILD-EXTRACT
                   CLOSE EXTRACT-FILE
                   IF NOT WS-HAS-FILE-ERROR
                       PERFORM 9500-CATALOG-OUTPUT
                   END-IF
               END-IF
               CLOSE OUT-FILE
           END-IF.

      * THE HEADER MUST LEAD THE FILE BUT CARRIES TOTALS ONLY
      * KNOWN AT END-OF-FILE, SO SAM001OT IS READ TWICE: A
               MOVE WS-NUMBER-HASH TO XR-HASH
               MOVE "P" TO XR-STATUS
               MOVE 0 TO XR-ACK-DATE
               MOVE "C" TO XR-FEED
               MOVE SPACE TO XR-MODE
               MOVE 0 TO XR-FROM-DATE
               MOVE 0 TO XR-THRU-DATE
               WRITE REGISTER-RECORD
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "SAMXMREG write failed - status "
               CLOSE REGISTER-FILE
           END-IF.

      * A RESENT EXTRACT MUST STILL BALANCE: A HEADER FIRST,
      * THEN DETAILS WHOSE COUNT AND NUMBER HASH AGREE WITH
      * THE TRAILER.  ANYTHING ELSE IS NOT REGISTERED.
       0700-RESEND-EXTRACT.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-NUMBER-HASH
           MOVE "N" TO WS-TRAILER-SEEN
           OPEN INPUT EXTRACT-FILE
           IF WS-XTRCT-STATUS NOT = "00"
               DISPLAY "SAM001XT open failed - status "
                   WS-XTRCT-STATUS
               DISPLAY "restore the generation to resend with "
                   "SAMPGENM RESTORE"
               SET WS-HAS-FILE-ERROR TO TRUE
           ELSE
               MOVE SPACES TO EXTRACT-RECORD
               READ EXTRACT-FILE
               IF WS-XTRCT-STATUS NOT = "00"
                   OR EXTRACT-RECORD (1:1) NOT = "H"
                   DISPLAY "SAM001XT has no header - not resent"
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   MOVE EXTRACT-RECORD TO WS-HEADER-RECORD
                   PERFORM UNTIL WS-XTRCT-STATUS NOT = "00"
                           OR WS-HAS-FILE-ERROR
                       MOVE SPACES TO EXTRACT-RECORD
                       READ EXTRACT-FILE
                       IF WS-XTRCT-STATUS = "00"
                           PERFORM 0750-CHECK-RESEND-RECORD
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE EXTRACT-FILE
           END-IF
           IF NOT WS-HAS-FILE-ERROR
               IF NOT WS-TRAILER-WAS-SEEN
                   DISPLAY "SAM001XT has no trailer - not resent"
                   SET WS-HAS-FILE-ERROR TO TRUE
               ELSE
                   IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                       OR WS-TRL-HASH NOT = WS-NUMBER-HASH
                       DISPLAY "SAM001XT does not agree with its "
                           "trailer - not resent"
                       SET WS-HAS-FILE-ERROR TO TRUE
                   ELSE
                       PERFORM 0600-REGISTER-TRANSMISSION
                       IF NOT WS-HAS-FILE-ERROR
                           DISPLAY "SAM001XT of " WS-HDR-DATE
                               " registered for resend - "
                               WS-DETAIL-COUNT " detail(s)"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0750-CHECK-RESEND-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-WAS-SEEN
                   DISPLAY "SAM001XT has records after its "
                       "trailer - not resent"
                   SET WS-HAS-FILE-ERROR TO TRUE
               WHEN EXTRACT-RECORD (1:1) = "D"
                   MOVE EXTRACT-RECORD TO WS-DETAIL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-DTL-NUMBER TO WS-NUMBER-HASH
               WHEN EXTRACT-RECORD (1:1) = "T"
                   MOVE EXTRACT-RECORD TO WS-TRAILER-RECORD
                   SET WS-TRAILER-WAS-SEEN TO TRUE
               WHEN OTHER
                   DISPLAY "SAM001XT record type "
                       EXTRACT-RECORD (1:1) " not expected - "
                       "not resent"
                   SET WS-HAS-FILE-ERROR TO TRUE
           END-EVALUATE.

       9000-START-RUN-LOG.
           MOVE "S" TO RP-FUNCTION
           MOVE "SAMP001X" TO RP-PROGRAM
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.

      * THE FINISHED EXTRACT IS KEPT AS TODAY'S GENERATION
      * UNDER THIS RUN, WITH THE HASH IT WAS REGISTERED
      * UNDER.  A GENERATION THAT CANNOT BE KEPT IS REPORTED
      * BUT DOES NOT FAIL THE RUN - THE EXTRACT ITSELF IS
      * GOOD.
       9500-CATALOG-OUTPUT.
           MOVE "C" TO GN-FUNCTION
           MOVE "SAM001XT" TO GN-FILE
           MOVE "SAMP001X" TO GN-PROGRAM
           MOVE RP-RUN-NUMBER TO GN-RUN
           MOVE WS-NUMBER-HASH TO GN-HASH
           MOVE "8" TO GN-RESULT
           CALL "SAMPGENW" USING WS-GEN-PARM
               ON EXCEPTION
                   DISPLAY "SAMPGENW is not available - "
                       "SAM001XT not catalogued"
           END-CALL.
