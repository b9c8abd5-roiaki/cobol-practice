      *****************************************************
      * MTHSTAT - MONTHLY STATISTICS HISTORY RECORD (SAMMTHHS)
      * WRITTEN BY THE SAMPMEND MONTH-END CLOSE, SEVERAL
      * RECORDS PER CLOSED MONTH, THE CLOSE RECORD LAST.  THE
      * FILE IS NEVER REWRITTEN, SO IT HOLDS EVERY MONTH EVER
      * CLOSED.  EVERY RECORD CARRIES THE SAMPRNLG RUN NUMBER
      * OF THE CLOSE THAT WROTE IT; A MONTH IS CLOSED ONLY BY
      * A RUN THAT GOT AS FAR AS ITS H RECORD, AND THE RECORDS
      * OF A RUN THAT DID NOT ARE PASSED OVER BY EVERY READER.
      * MS-KEY AND THE FIVE COUNTS MEAN, BY MS-TYPE:
      *   H - THE CLOSE ITSELF: KEY IS THE BUSINESS DATE IT
      *       RAN ON; 1 SAMPRNLG RUN NUMBER OF THE CLOSE,
      *       2 CLASSIFICATION RUNS IN THE MONTH, 3 NAMES
      *       ACTIVE ON SAM002MS AT THE CLOSE
      *   Q - CLASSIFICATION BY REQUEST: KEY IS THE REQUEST
      *       ID; 1 RUNS, 2 FIZZBUZZ, 3 FIZZ, 4 BUZZ, 5 PLAIN
      *   C - CLASSIFICATION BY CATEGORY: KEY IS THE WHOLE
      *       CATEGORY TEXT; 1 RECORDS CLASSIFIED TO IT
      *   N - NAME MASTER BY SOURCE: KEY IS THE MF-SOURCE
      *       CODE; 1 ADDED, 2 RENAMED, 3 DELETED,
      *       4 REINSTATED, 5 ACTIVE AT THE CLOSE
      *   S - SUSPENSE: KEY IS THE REASON CODE; 1 RECORDS
      *       SUSPENDED
      *   X - TRANSMISSIONS: KEY IS THE FEED; 1 SENT,
      *       2 CONFIRMED, 3 REJECTED, 4 STILL UNANSWERED
      *****************************************************
           05 MS-MONTH                  PIC 9(6).
           05 MS-TYPE                   PIC X.
               88 MS-IS-CLOSE           VALUE "H".
               88 MS-IS-REQUEST         VALUE "Q".
               88 MS-IS-CATEGORY        VALUE "C".
               88 MS-IS-NAMES           VALUE "N".
               88 MS-IS-SUSPENSE        VALUE "S".
               88 MS-IS-TRANSMISSION    VALUE "X".
           05 MS-RUN                    PIC 9(5).
           05 MS-KEY                    PIC X(80).
           05 MS-CLOSE-VIEW REDEFINES MS-KEY.
               10 MS-CLOSE-DATE         PIC 9(8).
               10 FILLER                PIC X(72).
           05 MS-COUNT                  PIC 9(9) OCCURS 5 TIMES.
