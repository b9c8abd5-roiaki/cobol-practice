      * DISTRIBUTION SURVIVES THE NEXT RUN RECREATING
      * SAM001OT.  KEYED BY THE RUN NUMBER SAMPRLOG ASSIGNED
      * TO THE RUN AND THE DATE IT RAN.  READ BY SAMPTRND TO
      * SET THE LAST N RUNS SIDE BY SIDE.  HX-RULE-SET IS
      * THE SAM001RL RULE SET THE RUN CLASSIFIED UNDER - ITS
      * EFFECTIVE-FROM DATE, UNDATED FOR ROWS SAVED BEFORE
      * RULE SETS WERE DATED, DEFAULT FOR THE BUILT-IN
      * FIZZ/BUZZ RULES - SO A SHIFT IN THE DISTRIBUTION CAN
      * BE TIED TO A RULE CHANGE.  SPACES ON RECORDS WRITTEN
      * BEFORE THE FIELD EXISTED.
      *****************************************************
           05 HX-RUN-NUMBER             PIC 9(5).
           05 HX-RUN-DATE               PIC 9(8).
           05 HX-CATEGORY               PIC X(80).
           05 HX-COUNT                  PIC 9(7).
           05 HX-RULE-SET               PIC X(8).
