      *****************************************************
      * RULEREC - SAM001RL RULES FILE ROW LAYOUT
      * ONE ROW PER DIVISOR/LABEL PAIR IN PRIORITY ORDER, AS
      * RULETAB, FOLLOWED BY THE OPERATOR WHO SIGNED ON TO
      * SAMPRULE AND SAVED THE FILE AND THE BUSINESS DATE OF
      * THAT SAVE.  SAMPRULE STAMPS EVERY ROW ON EACH SAVE.
      * EACH ROW THEN CARRIES THE FIRST AND LAST BUSINESS
      * DATES IT IS IN FORCE; 99999999 IS OPEN-ENDED.  THE
      * ROWS SHARING ONE EFFECTIVE-FROM DATE ARE A RULE SET,
      * AND THAT DATE IS THE SET'S VERSION - ONCE A SAVED SET
      * IS IN FORCE ITS RULES ARE NEVER CHANGED.  SETS NEVER
      * OVERLAP, SO ON ANY SAMPDATE BUSINESS DATE AT MOST ONE
      * SET IS IN FORCE.  A ROW SAVED BEFORE THE DATES WERE
      * ADDED HAS SPACES THERE AND IS IN FORCE ON EVERY DATE.
      * READ BY SAMPRULE, SAMPLE001 AND SAMPIMPC.  EXPIRED
      * SETS DROPPED BY SAMPRULE ARE KEPT ON SAM001RA IN THE
      * SAME LAYOUT.
      *****************************************************
           05 RR-DIVISOR                PIC 9(3).
           05 RR-LABEL                  PIC X(8).
           05 RR-SAVED-BY               PIC X(8).
           05 RR-SAVED-DATE             PIC 9(8).
           05 RR-EFF-FROM               PIC 9(8).
           05 RR-EFF-TO                 PIC 9(8).
