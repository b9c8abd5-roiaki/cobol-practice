      * SNAPSHOT PLUS THE JOURNAL (SAMP002R).  SAMP002B
      * EMPTIES THE JOURNAL WHEN IT TAKES A FRESH SNAPSHOT,
      * SO THE JOURNAL ALWAYS HOLDS EXACTLY THE CHANGES
      * SINCE THE SNAPSHOT IT PAIRS WITH; IT FIRST ROLLS THE
      * ENTRIES ONTO THE PERMANENT SAM002JA ARCHIVE, EACH
      * PREFIXED WITH THE BUSINESS DATE OF THE ROLL, WHICH
      * SAMP002H READS FOR NAME HISTORY.  THE CALLER FILLS
      * THE PROGRAM, ACTION, IMAGES AND SIGNED-ON OPERATOR;
      * SAMPJRNW STAMPS THE DATE AND TIME, AND FILLS IN THE
      * OPERATOR SIGNED ON IN THE RUN WHEN THE CALLER LEAVES
      * IT BLANK.  A WRITE OF A BRAND-NEW RECORD CARRIES
      * SPACES AS ITS BEFORE IMAGE; A PURGE (SAMP002P) THAT
      * PHYSICALLY REMOVES A DELETED RECORD CARRIES THE
      * REMOVED RECORD AS ITS BEFORE IMAGE AND SPACES AS ITS
      * AFTER IMAGE.
      *****************************************************
           05 JR-PROGRAM                PIC X(9).
           05 JR-DATE                   PIC 9(8).
           05 JR-ACTION                 PIC X.
               88 JR-IS-WRITE           VALUE "W".
               88 JR-IS-REWRITE         VALUE "R".
               88 JR-IS-PURGE           VALUE "P".
           05 JR-BEFORE-IMAGE           PIC X(28).
           05 JR-AFTER-IMAGE            PIC X(28).
           05 JR-OPERATOR               PIC X(8).
