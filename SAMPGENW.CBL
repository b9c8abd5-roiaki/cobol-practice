       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPGENW.
      *
       ENVIRONMENT                      DIVISION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE         ASSIGN TO "SAMGENCT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-CAT-STATUS.
           SELECT STORE-FILE           ASSIGN TO "SAMGENST"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-STORE-STATUS.
      * THE CATALOGUED FILES.  ONLY ONE IS OPEN AT A TIME, SO
      * THEY SHARE ONE STATUS FIELD.
           SELECT SAM001OT-FILE        ASSIGN TO "SAM001OT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAM001XT-FILE        ASSIGN TO "SAM001XT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAM001RP-FILE        ASSIGN TO "SAM001RP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMRECRP-FILE        ASSIGN TO "SAMRECRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMXMTRP-FILE        ASSIGN TO "SAMXMTRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMTRNRP-FILE        ASSIGN TO "SAMTRNRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMHRRPT-FILE        ASSIGN TO "SAMHRRPT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMOPSRP-FILE        ASSIGN TO "SAMOPSRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAM002XT-FILE        ASSIGN TO "SAM002XT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMHRCRP-FILE        ASSIGN TO "SAMHRCRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMDUPRP-FILE        ASSIGN TO "SAMDUPRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMBULRP-FILE        ASSIGN TO "SAMBULRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.
           SELECT SAMMTHRP-FILE        ASSIGN TO "SAMMTHRP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS IS WS-GEN-STATUS.

       DATA                             DIVISION.
       FILE                             SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           COPY GENCAT.

       FD  STORE-FILE.
       01  STORE-RECORD.
           COPY GENSTOR.

       FD  SAM001OT-FILE.
       01  SAM001OT-RECORD               PIC X(95).

       FD  SAM001XT-FILE.
       01  SAM001XT-RECORD               PIC X(88).

       FD  SAM001RP-FILE.
       01  SAM001RP-RECORD               PIC X(132).

       FD  SAMRECRP-FILE.
       01  SAMRECRP-RECORD               PIC X(80).

       FD  SAMXMTRP-FILE.
       01  SAMXMTRP-RECORD               PIC X(80).

       FD  SAMTRNRP-FILE.
       01  SAMTRNRP-RECORD               PIC X(132).

       FD  SAMHRRPT-FILE.
       01  SAMHRRPT-RECORD               PIC X(80).

       FD  SAMOPSRP-FILE.
       01  SAMOPSRP-RECORD               PIC X(80).

       FD  SAM002XT-FILE.
       01  SAM002XT-RECORD               PIC X(50).

       FD  SAMHRCRP-FILE.
       01  SAMHRCRP-RECORD               PIC X(80).

       FD  SAMDUPRP-FILE.
       01  SAMDUPRP-RECORD               PIC X(80).

       FD  SAMBULRP-FILE.
       01  SAMBULRP-RECORD               PIC X(80).

       FD  SAMMTHRP-FILE.
       01  SAMMTHRP-RECORD               PIC X(80).

       WORKING-STORAGE                  SECTION.
       01 WS-CAT-STATUS                 PIC XX.
       01 WS-STORE-STATUS               PIC XX.
       01 WS-GEN-STATUS                 PIC XX.
       01 WS-STAMP-TIME                 PIC 9(8).
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-IMAGE                      PIC X(132).
       01 WS-KNOWN-FILE                 PIC X VALUE "N".
           88 WS-FILE-IS-KNOWN          VALUE "Y".
       01 WS-TARGET-OPEN                PIC X VALUE "N".
           88 WS-TARGET-IS-OPEN         VALUE "Y".

       LINKAGE                          SECTION.
       01 GEN-PARM.
           COPY GENLK.

       PROCEDURE DIVISION USING GEN-PARM.

       0000-MAIN.
           MOVE "0" TO GN-RESULT
           MOVE 0 TO GN-COUNT
           EVALUATE TRUE
               WHEN GN-IS-CATALOG
                   PERFORM 0100-CATALOG-GENERATION
               WHEN GN-IS-RESTORE
                   PERFORM 0500-RESTORE-GENERATION
               WHEN OTHER
                   DISPLAY "SAMPGENW called with unknown function "
                       GN-FUNCTION
                   MOVE "8" TO GN-RESULT
           END-EVALUATE
           GOBACK.

      * THE STORE RECORDS GO DOWN FIRST AND THE CATALOG ENTRY
      * LAST, SO A GENERATION ONLY APPEARS IN THE CATALOG
      * ONCE ALL OF IT IS SAFELY IN THE STORE.
       0100-CATALOG-GENERATION.
           PERFORM 0900-GET-PROCESS-DATE
           MOVE PD-PROC-DATE TO GN-DATE
           PERFORM 0200-OPEN-SOURCE
           IF NOT WS-FILE-IS-KNOWN OR WS-GEN-STATUS NOT = "00"
               MOVE "8" TO GN-RESULT
           ELSE
               OPEN EXTEND STORE-FILE
               IF WS-STORE-STATUS = "35"
                   OPEN OUTPUT STORE-FILE
               END-IF
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "SAMGENST open failed - status "
                       WS-STORE-STATUS
                   MOVE "8" TO GN-RESULT
               ELSE
                   PERFORM 0210-READ-SOURCE
                   PERFORM UNTIL WS-GEN-STATUS NOT = "00"
                           OR GN-FAILED
                       PERFORM 0250-STORE-IMAGE
                       PERFORM 0210-READ-SOURCE
                   END-PERFORM
                   IF WS-GEN-STATUS NOT = "10" AND NOT GN-FAILED
                       DISPLAY GN-FILE " read failed - status "
                           WS-GEN-STATUS
                       MOVE "8" TO GN-RESULT
                   END-IF
                   CLOSE STORE-FILE
               END-IF
               PERFORM 0220-CLOSE-SOURCE
           END-IF
           IF GN-WAS-OK
               PERFORM 0300-WRITE-CATALOG
           END-IF
           IF GN-FAILED
               DISPLAY GN-FILE " generation of " GN-DATE
                   " was not kept"
           END-IF.

       0250-STORE-IMAGE.
           MOVE GN-FILE TO GS-FILE
           MOVE GN-DATE TO GS-DATE
           MOVE GN-RUN TO GS-RUN
           MOVE WS-IMAGE TO GS-IMAGE
           WRITE STORE-RECORD
           IF WS-STORE-STATUS = "00"
               ADD 1 TO GN-COUNT
           ELSE
               DISPLAY "SAMGENST write failed - status "
                   WS-STORE-STATUS
               MOVE "8" TO GN-RESULT
           END-IF.

       0300-WRITE-CATALOG.
           OPEN EXTEND CATALOG-FILE
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "SAMGENCT open failed - status "
                   WS-CAT-STATUS
               MOVE "8" TO GN-RESULT
           ELSE
               ACCEPT WS-STAMP-TIME FROM TIME
               MOVE GN-FILE TO GC-FILE
               MOVE GN-DATE TO GC-DATE
               MOVE GN-RUN TO GC-RUN
               MOVE GN-PROGRAM TO GC-PROGRAM
               MOVE GN-COUNT TO GC-COUNT
               MOVE GN-HASH TO GC-HASH
               MOVE WS-STAMP-TIME (1:6) TO GC-TIME
               MOVE "K" TO GC-STATUS
               MOVE 0 TO GC-PURGE-DATE
               WRITE CATALOG-RECORD
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "SAMGENCT write failed - status "
                       WS-CAT-STATUS
                   MOVE "8" TO GN-RESULT
               END-IF
               CLOSE CATALOG-FILE
           END-IF.

      * THE CURRENT FILE IS NOT OPENED FOR OUTPUT UNTIL THE
      * FIRST RECORD OF THE GENERATION TURNS UP, SO ASKING
      * FOR A GENERATION THE STORE DOES NOT HOLD LEAVES THE
      * CURRENT FILE AS IT WAS.
       0500-RESTORE-GENERATION.
           MOVE "N" TO WS-TARGET-OPEN
           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "SAMGENST open failed - status "
                   WS-STORE-STATUS
               MOVE "8" TO GN-RESULT
           ELSE
               PERFORM UNTIL WS-STORE-STATUS NOT = "00"
                       OR GN-FAILED
                   READ STORE-FILE
                   IF WS-STORE-STATUS = "00"
                       IF GS-FILE = GN-FILE AND GS-DATE = GN-DATE
                           AND GS-RUN = GN-RUN
                           PERFORM 0550-RESTORE-IMAGE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STORE-FILE
               IF WS-TARGET-IS-OPEN
                   PERFORM 0620-CLOSE-TARGET
               END-IF
               IF NOT WS-TARGET-IS-OPEN AND GN-WAS-OK
                   DISPLAY GN-FILE " generation " GN-DATE " run "
                       GN-RUN " is not in SAMGENST"
                   MOVE "8" TO GN-RESULT
               END-IF
           END-IF.

       0550-RESTORE-IMAGE.
           IF NOT WS-TARGET-IS-OPEN
               PERFORM 0600-OPEN-TARGET
               IF WS-FILE-IS-KNOWN AND WS-GEN-STATUS = "00"
                   SET WS-TARGET-IS-OPEN TO TRUE
               ELSE
                   MOVE "8" TO GN-RESULT
               END-IF
           END-IF
           IF GN-WAS-OK
               MOVE GS-IMAGE TO WS-IMAGE
               PERFORM 0610-WRITE-TARGET
               IF WS-GEN-STATUS = "00"
                   ADD 1 TO GN-COUNT
               ELSE
                   DISPLAY GN-FILE " write failed - status "
                       WS-GEN-STATUS
                   MOVE "8" TO GN-RESULT
               END-IF
           END-IF.

      * ONE LEG PER CATALOGUED FILE: EACH FILE IS ITS OWN
      * SELECT, SO OPEN, READ, WRITE AND CLOSE ARE ROUTED BY
      * THE FILE NAME.  A NAME NOT IN THE LIST IS REFUSED.
       0200-OPEN-SOURCE.
           MOVE "Y" TO WS-KNOWN-FILE
           EVALUATE GN-FILE
               WHEN "SAM001OT"
                   OPEN INPUT SAM001OT-FILE
               WHEN "SAM001XT"
                   OPEN INPUT SAM001XT-FILE
               WHEN "SAM001RP"
                   OPEN INPUT SAM001RP-FILE
               WHEN "SAMRECRP"
                   OPEN INPUT SAMRECRP-FILE
               WHEN "SAMXMTRP"
                   OPEN INPUT SAMXMTRP-FILE
               WHEN "SAMTRNRP"
                   OPEN INPUT SAMTRNRP-FILE
               WHEN "SAMHRRPT"
                   OPEN INPUT SAMHRRPT-FILE
               WHEN "SAMOPSRP"
                   OPEN INPUT SAMOPSRP-FILE
               WHEN "SAM002XT"
                   OPEN INPUT SAM002XT-FILE
               WHEN "SAMHRCRP"
                   OPEN INPUT SAMHRCRP-FILE
               WHEN "SAMDUPRP"
                   OPEN INPUT SAMDUPRP-FILE
               WHEN "SAMBULRP"
                   OPEN INPUT SAMBULRP-FILE
               WHEN "SAMMTHRP"
                   OPEN INPUT SAMMTHRP-FILE
               WHEN OTHER
                   MOVE "N" TO WS-KNOWN-FILE
           END-EVALUATE
           IF NOT WS-FILE-IS-KNOWN
               DISPLAY GN-FILE " is not a catalogued file"
           ELSE
               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY GN-FILE " open failed - status "
                       WS-GEN-STATUS
               END-IF
           END-IF.

       0210-READ-SOURCE.
           MOVE SPACES TO WS-IMAGE
           EVALUATE GN-FILE
               WHEN "SAM001OT"
                   READ SAM001OT-FILE INTO WS-IMAGE
               WHEN "SAM001XT"
                   READ SAM001XT-FILE INTO WS-IMAGE
               WHEN "SAM001RP"
                   READ SAM001RP-FILE INTO WS-IMAGE
               WHEN "SAMRECRP"
                   READ SAMRECRP-FILE INTO WS-IMAGE
               WHEN "SAMXMTRP"
                   READ SAMXMTRP-FILE INTO WS-IMAGE
               WHEN "SAMTRNRP"
                   READ SAMTRNRP-FILE INTO WS-IMAGE
               WHEN "SAMHRRPT"
                   READ SAMHRRPT-FILE INTO WS-IMAGE
               WHEN "SAMOPSRP"
                   READ SAMOPSRP-FILE INTO WS-IMAGE
               WHEN "SAM002XT"
                   READ SAM002XT-FILE INTO WS-IMAGE
               WHEN "SAMHRCRP"
                   READ SAMHRCRP-FILE INTO WS-IMAGE
               WHEN "SAMDUPRP"
                   READ SAMDUPRP-FILE INTO WS-IMAGE
               WHEN "SAMBULRP"
                   READ SAMBULRP-FILE INTO WS-IMAGE
               WHEN "SAMMTHRP"
                   READ SAMMTHRP-FILE INTO WS-IMAGE
           END-EVALUATE.

       0220-CLOSE-SOURCE.
           EVALUATE GN-FILE
               WHEN "SAM001OT"
                   CLOSE SAM001OT-FILE
               WHEN "SAM001XT"
                   CLOSE SAM001XT-FILE
               WHEN "SAM001RP"
                   CLOSE SAM001RP-FILE
               WHEN "SAMRECRP"
                   CLOSE SAMRECRP-FILE
               WHEN "SAMXMTRP"
                   CLOSE SAMXMTRP-FILE
               WHEN "SAMTRNRP"
                   CLOSE SAMTRNRP-FILE
               WHEN "SAMHRRPT"
                   CLOSE SAMHRRPT-FILE
               WHEN "SAMOPSRP"
                   CLOSE SAMOPSRP-FILE
               WHEN "SAM002XT"
                   CLOSE SAM002XT-FILE
               WHEN "SAMHRCRP"
                   CLOSE SAMHRCRP-FILE
               WHEN "SAMDUPRP"
                   CLOSE SAMDUPRP-FILE
               WHEN "SAMBULRP"
                   CLOSE SAMBULRP-FILE
               WHEN "SAMMTHRP"
                   CLOSE SAMMTHRP-FILE
           END-EVALUATE.

       0600-OPEN-TARGET.
           MOVE "Y" TO WS-KNOWN-FILE
           EVALUATE GN-FILE
               WHEN "SAM001OT"
                   OPEN OUTPUT SAM001OT-FILE
               WHEN "SAM001XT"
                   OPEN OUTPUT SAM001XT-FILE
               WHEN "SAM001RP"
                   OPEN OUTPUT SAM001RP-FILE
               WHEN "SAMRECRP"
                   OPEN OUTPUT SAMRECRP-FILE
               WHEN "SAMXMTRP"
                   OPEN OUTPUT SAMXMTRP-FILE
               WHEN "SAMTRNRP"
                   OPEN OUTPUT SAMTRNRP-FILE
               WHEN "SAMHRRPT"
                   OPEN OUTPUT SAMHRRPT-FILE
               WHEN "SAMOPSRP"
                   OPEN OUTPUT SAMOPSRP-FILE
               WHEN "SAM002XT"
                   OPEN OUTPUT SAM002XT-FILE
               WHEN "SAMHRCRP"
                   OPEN OUTPUT SAMHRCRP-FILE
               WHEN "SAMDUPRP"
                   OPEN OUTPUT SAMDUPRP-FILE
               WHEN "SAMBULRP"
                   OPEN OUTPUT SAMBULRP-FILE
               WHEN "SAMMTHRP"
                   OPEN OUTPUT SAMMTHRP-FILE
               WHEN OTHER
                   MOVE "N" TO WS-KNOWN-FILE
           END-EVALUATE
           IF NOT WS-FILE-IS-KNOWN
               DISPLAY GN-FILE " is not a catalogued file"
           ELSE
               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY GN-FILE " open failed - status "
                       WS-GEN-STATUS
               END-IF
           END-IF.

       0610-WRITE-TARGET.
           EVALUATE GN-FILE
               WHEN "SAM001OT"
                   WRITE SAM001OT-RECORD FROM WS-IMAGE
               WHEN "SAM001XT"
                   WRITE SAM001XT-RECORD FROM WS-IMAGE
               WHEN "SAM001RP"
                   WRITE SAM001RP-RECORD FROM WS-IMAGE
               WHEN "SAMRECRP"
                   WRITE SAMRECRP-RECORD FROM WS-IMAGE
               WHEN "SAMXMTRP"
                   WRITE SAMXMTRP-RECORD FROM WS-IMAGE
               WHEN "SAMTRNRP"
                   WRITE SAMTRNRP-RECORD FROM WS-IMAGE
               WHEN "SAMHRRPT"
                   WRITE SAMHRRPT-RECORD FROM WS-IMAGE
               WHEN "SAMOPSRP"
                   WRITE SAMOPSRP-RECORD FROM WS-IMAGE
               WHEN "SAM002XT"
                   WRITE SAM002XT-RECORD FROM WS-IMAGE
               WHEN "SAMHRCRP"
                   WRITE SAMHRCRP-RECORD FROM WS-IMAGE
               WHEN "SAMDUPRP"
                   WRITE SAMDUPRP-RECORD FROM WS-IMAGE
               WHEN "SAMBULRP"
                   WRITE SAMBULRP-RECORD FROM WS-IMAGE
               WHEN "SAMMTHRP"
                   WRITE SAMMTHRP-RECORD FROM WS-IMAGE
           END-EVALUATE.

       0620-CLOSE-TARGET.
           EVALUATE GN-FILE
               WHEN "SAM001OT"
                   CLOSE SAM001OT-FILE
               WHEN "SAM001XT"
                   CLOSE SAM001XT-FILE
               WHEN "SAM001RP"
                   CLOSE SAM001RP-FILE
               WHEN "SAMRECRP"
                   CLOSE SAMRECRP-FILE
               WHEN "SAMXMTRP"
                   CLOSE SAMXMTRP-FILE
               WHEN "SAMTRNRP"
                   CLOSE SAMTRNRP-FILE
               WHEN "SAMHRRPT"
                   CLOSE SAMHRRPT-FILE
               WHEN "SAMOPSRP"
                   CLOSE SAMOPSRP-FILE
               WHEN "SAM002XT"
                   CLOSE SAM002XT-FILE
               WHEN "SAMHRCRP"
                   CLOSE SAMHRCRP-FILE
               WHEN "SAMDUPRP"
                   CLOSE SAMDUPRP-FILE
               WHEN "SAMBULRP"
                   CLOSE SAMBULRP-FILE
               WHEN "SAMMTHRP"
                   CLOSE SAMMTHRP-FILE
           END-EVALUATE.

       0900-GET-PROCESS-DATE.
           MOVE "G" TO PD-FUNCTION
           CALL "SAMPDATE" USING WS-PDATE-PARM
               ON EXCEPTION
                   DISPLAY "SAMPDATE is not available - "
                       "using the machine date"
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL.
