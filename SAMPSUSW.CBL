
       WORKING-STORAGE                  SECTION.
       01 WS-SUSP-STATUS                PIC XX.
       01 WS-PDATE-PARM.
           COPY PROCDTLK.
       01 WS-NEW-RECORD.
           COPY SUSPREC REPLACING LEADING ==SP== BY ==NW==.
       01 WS-ALREADY                    PIC X VALUE "N".
           88 WS-IS-ALREADY-WAITING     VALUE "Y".

       LINKAGE                          SECTION.
       01 SUSP-PARM                     PIC X(101).

       PROCEDURE DIVISION USING SUSP-PARM.

       0000-MAIN.
           MOVE SUSP-PARM TO WS-NEW-RECORD
           MOVE "N" TO WS-ALREADY
           IF NW-REASON = "RDTE"
               PERFORM 0050-CHECK-WAITING
           END-IF
           IF NOT WS-IS-ALREADY-WAITING
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSP-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               IF WS-SUSP-STATUS = "00"
                   MOVE WS-NEW-RECORD TO SUSPENSE-RECORD
                   PERFORM 0100-STAMP-DATE
                   WRITE SUSPENSE-RECORD
                   CLOSE SUSPENSE-FILE
               ELSE
                   DISPLAY "SAMSUSP open failed - status "
                       WS-SUSP-STATUS
               END-IF
           END-IF
           GOBACK.

      * A BADLY DATED RULE ROW IS SUSPENDED BY EVERY SAMPLE001
      * RUN UNTIL SAMPRULE PUTS IT RIGHT; WHILE ONE COPY IS
      * WAITING ON SAMSUSP ANOTHER IS NOT ADDED.
       0050-CHECK-WAITING.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                       OR WS-IS-ALREADY-WAITING
                   READ SUSPENSE-FILE
                   IF WS-SUSP-STATUS = "00"
                       AND SP-PROGRAM = NW-PROGRAM
                       AND SP-REASON = NW-REASON
                       AND SP-RECORD-IMAGE = NW-RECORD-IMAGE
                       SET WS-IS-ALREADY-WAITING TO TRUE
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      * THE RECORD CARRIES THE BUSINESS DATE IT WAS SUSPENDED
      * ON WHATEVER THE CALLER LEFT IN SP-DATE.
       0100-STAMP-DATE.
           MOVE "G" TO PD-FUNCTION
           CALL "SAMPDATE" USING WS-PDATE-PARM
               ON EXCEPTION
                   DISPLAY "SAMPDATE is not available - "
                       "using the machine date"
                   ACCEPT PD-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "O" TO PD-DAY-STATUS
           END-CALL
           MOVE PD-PROC-DATE TO SP-DATE.
