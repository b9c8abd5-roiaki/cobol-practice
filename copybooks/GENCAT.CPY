      *****************************************************
      * GENCAT - GENERATION CATALOG RECORD LAYOUT (SAMGENCT)
      * ONE ENTRY PER KEPT GENERATION OF A DAILY OUTPUT -
      * SAM001OT, SAM001XT, SAM002XT AND THE DAILY REPORTS -
      * APPENDED BY SAMPGENW WHEN THE PRODUCING PROGRAM
      * FINISHES.  A GENERATION IS NAMED BY ITS FILE, THE
      * BUSINESS DATE IT WAS MADE ON AND THE RUN NUMBER OF
      * THE RUN THAT MADE IT (THE SAMPRNLG RUN NUMBER).
      * GC-HASH IS THE SAMXMREG HASH TOTAL FOR A
      * TRANSMISSION AND ZERO FOR A REPORT.  WHEN SAMPGENM
      * PURGES AN EXPIRED GENERATION ITS RECORDS LEAVE THE
      * SAMGENST STORE BUT THE ENTRY STAYS, MARKED PURGED
      * WITH THE DATE, SO THE CATALOG IS A PERMANENT RECORD
      * OF WHAT WAS PRODUCED.  STATUSES:
      *   K - KEPT, RESTORABLE FROM SAMGENST
      *   P - PURGED UNDER THE RETENTION FOR ITS FILE
      *****************************************************
           05 GC-FILE                   PIC X(8).
           05 GC-DATE                   PIC 9(8).
           05 GC-RUN                    PIC 9(5).
           05 GC-PROGRAM                PIC X(9).
           05 GC-COUNT                  PIC 9(7).
           05 GC-HASH                   PIC 9(14).
           05 GC-TIME                   PIC 9(6).
           05 GC-STATUS                 PIC X.
               88 GC-IS-KEPT            VALUE "K".
               88 GC-IS-PURGED          VALUE "P".
           05 GC-PURGE-DATE             PIC 9(8).
