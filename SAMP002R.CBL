      * EACH JOURNAL ENTRY IS REPLAYED FROM ITS AFTER IMAGE.
      * A WRITE THAT FINDS THE KEY ALREADY PRESENT, OR A
      * REWRITE THAT DOES NOT, FALLS THROUGH TO THE OTHER
      * VERB - THE AFTER IMAGE IS THE TRUTH EITHER WAY.  A
      * PURGE ENTRY HAS NO AFTER IMAGE AND IS REPLAYED AS A
      * DELETE OF ITS BEFORE IMAGE'S KEY; A KEY ALREADY GONE
      * (A SNAPSHOT TAKEN AFTER THE PURGE) IS NOT AN ERROR.
       0200-REPLAY-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
           END-IF.

       0250-APPLY-JOURNAL-ENTRY.
           IF JR-IS-PURGE
               PERFORM 0260-APPLY-PURGE-ENTRY
           ELSE
               PERFORM 0255-APPLY-CHANGE-ENTRY
           END-IF.

       0255-APPLY-CHANGE-ENTRY.
           MOVE JR-AFTER-IMAGE TO MF-RECORD
           WRITE MF-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-REPLAYED
           END-WRITE.

       0260-APPLY-PURGE-ENTRY.
           MOVE JR-BEFORE-IMAGE TO MF-RECORD
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "23"
               ADD 1 TO WS-CNT-REPLAYED
           ELSE
               DISPLAY "journal replay failed for "
                   MF-NAME " - status " WS-MASTER-STATUS
               SET WS-HAS-FILE-ERROR TO TRUE
           END-IF.

      * THE SAME BALANCING FIGURE SAMPRECN PROVES THE LIVE
      * MASTER AGAINST: ACTIVE RECORDS ON THE REBUILT FILE
      * MUST EQUAL THE SUM OF ADDS LESS DELETES REPORTED ON
                   IF WS-AUDIT-STATUS = "00"
                       IF AR-PROGRAM = "sample002"
                           OR AR-PROGRAM = "SAMP002M"
                           OR AR-PROGRAM = "SAMP002P"
                           ADD AR-CNT-NAMES TO WS-RPT-NAMES
                           IF AR-CNT-NAMES-DEL NUMERIC
                               SUBTRACT AR-CNT-NAMES-DEL
