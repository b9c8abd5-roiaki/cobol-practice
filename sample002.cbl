       01  TRANS-RECORD                 PIC X(21).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(72).

       WORKING-STORAGE                  SECTION.
       01 MY-DATA PIC X(10).
      * REUSING - MF-RECORD ITSELF IS OVERWRITTEN BY THE
      * READ OF THE OLD NAME BEFORE THE SWAP JOURNALS IT.
       01 WS-JRNL-NEW-BEFORE            PIC X(28).
       01 WS-NDUP-PARM.
           COPY NDUPLK.
      * AN ADD IS SCREENED AGAINST EVERY ACTIVE NAME AND EVERY
      * NAME SOFT-DELETED ON OR AFTER WS-RECENT-CUTOFF; THE
      * FIRST NEAR DUPLICATE FOUND HOLDS THE ADD ON SUSPENSE.
       01 WS-RECENT-DAYS                PIC 9(3) VALUE 30.
       01 WS-RECENT-CUTOFF              PIC 9(8) VALUE 0.
       01 WS-NEAR-DUP                   PIC X VALUE "N".
           88 WS-NEAR-DUP-FOUND         VALUE "Y".
       01 WS-NEAR-NAME                  PIC X(10).
      * SET WHEN AN ADD COULD NOT BE SCREENED; THAT ADD ALONE
      * IS REJECTED AS AN I/O ERROR AND THE NEXT IS SCREENED
      * AFRESH.
       01 WS-SCREEN-FAILED              PIC X VALUE "N".
           88 WS-SCREEN-HAS-FAILED      VALUE "Y".

      * NIGHTLY TRANSACTION LAYOUT: AN ACTION CODE, THE NAME
      * ACTED ON, AND FOR RENAMES THE REPLACEMENT NAME.  F
      * IS AN ADD THAT HAS BEEN CHECKED AND CONFIRMED AS A
      * DIFFERENT PERSON, SO IT SKIPS THE NEAR-DUPLICATE
      * SCREEN; IT IS HOW A HELD NDUP ADD IS RELEASED.
       01 WS-TRANS-DATA.
           05 TX-ACTION                 PIC X.
               88 TX-IS-ADD             VALUE "A".
               88 TX-IS-FORCED-ADD      VALUE "F".
               88 TX-IS-RENAME          VALUE "R".
               88 TX-IS-DELETE          VALUE "D".
           05 TX-NAME                   PIC X(10).
           05 WS-REG-NEW-NAME           PIC X(10).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-REG-DISPOSITION        PIC X(20).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-REG-NEAR-NAME          PIC X(10).
           05 FILLER                    PIC X(6) VALUE SPACES.
       01 WS-REG-TOTAL-LINE.
           05 FILLER                    PIC X(9) VALUE "APPLIED: ".
           05 FILLER                    PIC X(12) VALUE
               "  REJECTED: ".
           05 WS-REG-TOT-REJECTED       PIC ZZ,ZZ9.
           05 FILLER                    PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN SECTION.
       3000-APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-NEAR-NAME
           IF TX-NAME = SPACES OR TX-NAME = LOW-VALUES
               MOVE "REJECTED-BLANK-NAME" TO WS-DISPOSITION
           ELSE
               EVALUATE TRUE
                   WHEN TX-IS-ADD OR TX-IS-FORCED-ADD
                       PERFORM 3200-APPLY-ADD
                   WHEN TX-IS-RENAME
                       PERFORM 3300-APPLY-RENAME
               DISPLAY "SAM002MS open failed - status "
                   WS-MASTER-STATUS
               SET WS-HAS-BATCH-ERROR TO TRUE
           END-IF
           COMPUTE WS-RECENT-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - WS-RECENT-DAYS).

      * AN ADD AGAINST A SOFT-DELETED RECORD REINSTATES IT
      * RATHER THAN REJECTING A NAME THE MASTER ALREADY HOLDS
           MOVE TX-NAME TO MF-NAME
           READ MASTER-FILE
               INVALID KEY
                   PERFORM 3210-ADD-NEW-NAME
               NOT INVALID KEY
                   IF MF-IS-DELETED
                       PERFORM 3250-REINSTATE-NAME
                   END-IF
           END-READ.

      * A NAME NEW TO THE MASTER IS FIRST SCREENED FOR NEAR
      * DUPLICATES ("SMITH" ALREADY ON FILE AS " SMITH",
      * "Smith" OR "SMIHT"), UNLESS IT COMES IN AS A FORCED
      * ADD.  A SUSPECT ADD IS HELD ON SUSPENSE AS NDUP WITH
      * THE NAME IT RESEMBLES SHOWN ON THE REGISTER.
       3210-ADD-NEW-NAME.
           MOVE "N" TO WS-NEAR-DUP
           MOVE "N" TO WS-SCREEN-FAILED
           IF TX-IS-ADD
               PERFORM 3220-SCREEN-ADD
           END-IF
           EVALUATE TRUE
               WHEN WS-SCREEN-HAS-FAILED
                   MOVE "REJECTED-IO-ERROR" TO WS-DISPOSITION
                   SET WS-HAS-BATCH-ERROR TO TRUE
               WHEN WS-NEAR-DUP-FOUND
                   MOVE "REJECTED-NEAR-DUP" TO WS-DISPOSITION
           END-EVALUATE
           IF WS-DISPOSITION = SPACES
               MOVE TX-NAME TO MF-NAME
               MOVE "A" TO MF-STATUS
               MOVE WS-TODAY TO MF-DATE-ADDED
               MOVE WS-TODAY TO MF-DATE-CHANGED
               MOVE "B" TO MF-SOURCE
               WRITE MF-RECORD
                   INVALID KEY
                       MOVE "REJECTED-DUPLICATE"
                           TO WS-DISPOSITION
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-DISPOSITION
                       ADD 1 TO WS-CNT-NAMES
                       MOVE "W" TO JR-ACTION
                       MOVE SPACES TO JR-BEFORE-IMAGE
                       MOVE MF-RECORD TO JR-AFTER-IMAGE
                       PERFORM 9400-WRITE-JOURNAL
               END-WRITE
           END-IF.

      * A FULL PASS OF THE MASTER IN KEY ORDER.  A READ
      * FAILURE OTHER THAN END OF FILE, OR NO SAMPNDUP TO
      * CALL, FAILS THE SCREEN, SO THE ADD IS REJECTED AS AN
      * I/O ERROR RATHER THAN LANDING UNSCREENED.
       3220-SCREEN-ADD.
           MOVE LOW-VALUES TO MF-NAME
           START MASTER-FILE KEY IS NOT LESS THAN MF-NAME
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   OR WS-NEAR-DUP-FOUND OR WS-SCREEN-HAS-FAILED
               READ MASTER-FILE NEXT
               IF WS-MASTER-STATUS = "00"
                   PERFORM 3230-SCREEN-ONE-NAME
               END-IF
           END-PERFORM
           IF NOT WS-NEAR-DUP-FOUND AND NOT WS-SCREEN-HAS-FAILED
               IF WS-MASTER-STATUS = "10" OR WS-MASTER-STATUS = "23"
                   MOVE "00" TO WS-MASTER-STATUS
               ELSE
                   DISPLAY "SAM002MS screen of " TX-NAME
                       " failed - status " WS-MASTER-STATUS
                   SET WS-SCREEN-HAS-FAILED TO TRUE
               END-IF
           END-IF.

       3230-SCREEN-ONE-NAME.
           IF MF-IS-ACTIVE
               OR (MF-IS-DELETED
                   AND MF-DATE-CHANGED NOT < WS-RECENT-CUTOFF)
               MOVE TX-NAME TO ND-NAME-1
               MOVE MF-NAME TO ND-NAME-2
               MOVE "N" TO ND-MATCH
               CALL "SAMPNDUP" USING WS-NDUP-PARM
                   ON EXCEPTION
                       DISPLAY "SAMPNDUP is not available - "
                           TX-NAME " not screened"
                       SET WS-SCREEN-HAS-FAILED TO TRUE
               END-CALL
               IF NOT ND-NO-MATCH AND NOT ND-SAME-NAME
                   AND NOT WS-SCREEN-HAS-FAILED
                   SET WS-NEAR-DUP-FOUND TO TRUE
                   MOVE MF-NAME TO WS-NEAR-NAME
               END-IF
           END-IF.

       3250-REINSTATE-NAME.
           MOVE MF-RECORD TO JR-BEFORE-IMAGE
           MOVE "A" TO MF-STATUS
               MOVE TX-NAME TO WS-REG-NAME
               MOVE TX-NEW-NAME TO WS-REG-NEW-NAME
               MOVE WS-DISPOSITION TO WS-REG-DISPOSITION
               MOVE WS-NEAR-NAME TO WS-REG-NEAR-NAME
               MOVE WS-REGISTER-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF.
                   MOVE "DUPL" TO SP-REASON
               WHEN "REJECTED-NOT-FOUND"
                   MOVE "NFND" TO SP-REASON
               WHEN "REJECTED-NEAR-DUP"
                   MOVE "NDUP" TO SP-REASON
               WHEN OTHER
                   MOVE "IOER" TO SP-REASON
           END-EVALUATE
