      * AR-RUN-NUMBER SO SAMPRECN CAN TELL THE LATEST RUN'S
      * SET OF REQUEST RECORDS FROM EARLIER RUNS'.  PROGRAMS
      * WITHOUT REQUEST SLICES LEAVE THEM SPACES AND ZERO.
      * SAMP002P ONLY REMOVES NAMES ALREADY DELETED, SO ITS
      * RECORD CARRIES ZERO ADDS AND ZERO DELETES.
      *****************************************************
           05 AR-PROGRAM                PIC X(9).
           05 AR-COUNTS.
