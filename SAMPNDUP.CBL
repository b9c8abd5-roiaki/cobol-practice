       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      SAMPNDUP.
      *
       ENVIRONMENT                      DIVISION.

       DATA                             DIVISION.
       WORKING-STORAGE                  SECTION.
       01 WS-RAW                        PIC X(10).
       01 WS-SQZ                        PIC X(10).
       01 WS-SQZ-LEN                    PIC 9(2).
       01 WS-NORM-1                     PIC X(10).
       01 WS-LEN-1                      PIC 9(2).
       01 WS-NORM-2                     PIC X(10).
       01 WS-LEN-2                      PIC 9(2).
       01 WS-LONG                       PIC X(10).
       01 WS-SHORT                      PIC X(10).
       01 WS-SHORT-LEN                  PIC 9(2).
       01 WS-IX                         PIC 9(2).
       01 WS-DIFF-COUNT                 PIC 9(2).
       01 WS-DIFF-1                     PIC 9(2).
       01 WS-DIFF-2                     PIC 9(2).
       01 WS-FIRST-DIFF                 PIC 9(2).
       01 WS-REST-LEN                   PIC 9(2).

       LINKAGE                          SECTION.
       01 NDUP-PARM.
           COPY NDUPLK.

      *****************************************************
      * NEAR-DUPLICATE NAME TEST SHARED BY THE SAM002MS
      * DUPLICATE SCREENING REPORT (SAMP002D) AND THE
      * sample002 SCREEN OF INCOMING ADDS.  THE CHECKS ARE
      * MADE IN ORDER AND THE FIRST ONE THAT HOLDS IS THE
      * RESULT; SEE NDUPLK FOR THE RESULT CODES.
      *****************************************************
       PROCEDURE DIVISION USING NDUP-PARM.

       0000-MAIN.
           MOVE "N" TO ND-MATCH
           MOVE SPACES TO ND-MATCH-TEXT
           IF ND-NAME-1 = ND-NAME-2
               MOVE "E" TO ND-MATCH
               MOVE "SAME NAME" TO ND-MATCH-TEXT
               GOBACK
           END-IF
           MOVE ND-NAME-1 TO WS-RAW
           PERFORM 0100-SQUEEZE-NAME
           MOVE WS-SQZ TO WS-NORM-1
           MOVE WS-SQZ-LEN TO WS-LEN-1
           MOVE ND-NAME-2 TO WS-RAW
           PERFORM 0100-SQUEEZE-NAME
           MOVE WS-SQZ TO WS-NORM-2
           MOVE WS-SQZ-LEN TO WS-LEN-2
           IF WS-LEN-1 = 0 OR WS-LEN-2 = 0
               GOBACK
           END-IF
           IF WS-NORM-1 = WS-NORM-2
               MOVE "C" TO ND-MATCH
               MOVE "CASE OR SPACING" TO ND-MATCH-TEXT
               GOBACK
           END-IF
           IF WS-LEN-1 < 4 OR WS-LEN-2 < 4
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN WS-LEN-1 = WS-LEN-2
                   PERFORM 0200-SAME-LENGTH
               WHEN WS-LEN-1 = WS-LEN-2 + 1
                   MOVE WS-NORM-1 TO WS-LONG
                   MOVE WS-NORM-2 TO WS-SHORT
                   MOVE WS-LEN-2 TO WS-SHORT-LEN
                   PERFORM 0300-ONE-LETTER-MORE
               WHEN WS-LEN-2 = WS-LEN-1 + 1
                   MOVE WS-NORM-2 TO WS-LONG
                   MOVE WS-NORM-1 TO WS-SHORT
                   MOVE WS-LEN-1 TO WS-SHORT-LEN
                   PERFORM 0300-ONE-LETTER-MORE
           END-EVALUATE
           GOBACK.

      * UPPER CASE WITH EVERY BLANK (AND ANY LOW-VALUE LEFT BY
      * A SHORT INPUT LINE) TAKEN OUT, LEFT-JUSTIFIED.
       0100-SQUEEZE-NAME.
           INSPECT WS-RAW CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-SQZ
           MOVE 0 TO WS-SQZ-LEN
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
               IF WS-RAW (WS-IX:1) NOT = SPACE
                   AND WS-RAW (WS-IX:1) NOT = LOW-VALUE
                   ADD 1 TO WS-SQZ-LEN
                   MOVE WS-RAW (WS-IX:1) TO WS-SQZ (WS-SQZ-LEN:1)
               END-IF
           END-PERFORM.

      * EQUAL LENGTHS: ONE LETTER DIFFERENT, OR EXACTLY TWO
      * SIDE BY SIDE THAT ARE EACH OTHER'S LETTER.
       0200-SAME-LENGTH.
           MOVE 0 TO WS-DIFF-COUNT
           MOVE 0 TO WS-DIFF-1
           MOVE 0 TO WS-DIFF-2
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-LEN-1
               IF WS-NORM-1 (WS-IX:1) NOT = WS-NORM-2 (WS-IX:1)
                   ADD 1 TO WS-DIFF-COUNT
                   IF WS-DIFF-COUNT = 1
                       MOVE WS-IX TO WS-DIFF-1
                   END-IF
                   IF WS-DIFF-COUNT = 2
                       MOVE WS-IX TO WS-DIFF-2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIFF-COUNT = 1
               MOVE "S" TO ND-MATCH
               MOVE "ONE LETTER CHANGED" TO ND-MATCH-TEXT
           END-IF
           IF WS-DIFF-COUNT = 2 AND WS-DIFF-2 = WS-DIFF-1 + 1
               IF WS-NORM-1 (WS-DIFF-1:1) = WS-NORM-2 (WS-DIFF-2:1)
                   AND WS-NORM-1 (WS-DIFF-2:1)
                       = WS-NORM-2 (WS-DIFF-1:1)
                   MOVE "T" TO ND-MATCH
                   MOVE "LETTERS TRANSPOSED" TO ND-MATCH-TEXT
               END-IF
           END-IF.

      * THE LONGER NAME IS ONE LETTER LONGER: FIND THE FIRST
      * PLACE THEY PART, SKIP THAT LETTER OF THE LONGER ONE
      * AND THE REST MUST THEN AGREE.  NO PARTING AT ALL
      * MEANS THE EXTRA LETTER IS ON THE END.
       0300-ONE-LETTER-MORE.
           MOVE 0 TO WS-FIRST-DIFF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SHORT-LEN OR WS-FIRST-DIFF NOT = 0
               IF WS-LONG (WS-IX:1) NOT = WS-SHORT (WS-IX:1)
                   MOVE WS-IX TO WS-FIRST-DIFF
               END-IF
           END-PERFORM
           IF WS-FIRST-DIFF = 0
               MOVE "L" TO ND-MATCH
               MOVE "LETTER ADDED/DROPPED" TO ND-MATCH-TEXT
           ELSE
               COMPUTE WS-REST-LEN = WS-SHORT-LEN - WS-FIRST-DIFF + 1
               IF WS-LONG (WS-FIRST-DIFF + 1:WS-REST-LEN)
                   = WS-SHORT (WS-FIRST-DIFF:WS-REST-LEN)
                   MOVE "L" TO ND-MATCH
                   MOVE "LETTER ADDED/DROPPED" TO ND-MATCH-TEXT
               END-IF
           END-IF.
