      * NUMBER TIES A START TO ITS END SO AN UNMATCHED START
      * MARKS A RUN THAT NEVER FINISHED.  RL-DATE IS THE
      * BUSINESS PROCESSING DATE FROM SAMPDATE; RL-TIME IS
      * THE REAL CLOCK TIME.  RL-OPERATOR IS THE OPERATOR
      * SIGNED ON TO THE RUN (UNSIGNED WHEN NOBODY IS).
      *****************************************************
           05 RL-RUN-NUMBER             PIC 9(5).
           05 RL-PROGRAM                PIC X(9).
           05 RL-DATE                   PIC 9(8).
           05 RL-TIME                   PIC 9(6).
           05 RL-RETURN-CODE            PIC 9(4).
           05 RL-OPERATOR               PIC X(8).
