      *****************************************************
      * GENSTOR - GENERATION STORE RECORD LAYOUT (SAMGENST)
      * ONE RECORD PER RECORD OF A KEPT GENERATION, IN THE
      * ORDER THE FILE HELD THEM, PREFIXED WITH THE FILE,
      * BUSINESS DATE AND RUN NUMBER THAT NAME THE
      * GENERATION IN THE SAMGENCT CATALOG.  THE IMAGE IS
      * WIDE ENOUGH FOR THE WIDEST CATALOGUED FILE (THE
      * 132-COLUMN REPORTS); NARROWER FILES ARE PADDED.
      *****************************************************
           05 GS-FILE                   PIC X(8).
           05 GS-DATE                   PIC 9(8).
           05 GS-RUN                    PIC 9(5).
           05 GS-IMAGE                  PIC X(132).
