      *****************************************************
      * HRCTLREC - HR INTAKE CONTROL LOG RECORD (SAMHRCTL)
      * ONE RECORD APPENDED EVERY TIME AN HR FILE IS TAKEN
      * IN - THE DAILY STARTERS AND LEAVERS FEED BY SAMPHRIN,
      * THE FULL CENSUS BY SAMPHRCN - SO A REJECTED FILE IS
      * ON RECORD AFTER THE DAY'S REPORT HAS BEEN REPLACED.
      * HC-DATE IS THE SAMPDATE BUSINESS DATE AND HC-RUN THE
      * SAMPRNLG RUN NUMBER OF THE INTAKE; HC-HDR-DATE IS THE
      * DATE ON THE FILE'S OWN HEADER, ZERO WHEN IT HAD NONE
      * THAT COULD BE READ.  VERDICTS:
      *   A - ACCEPTED, CONTROL TOTALS PROVED
      *   R - REJECTED, NOTHING TAKEN FROM IT
      *   M - MISSING OR UNREADABLE
      * HC-REASON SAYS WHY A FILE WAS NOT ACCEPTED.
      *****************************************************
           05 HC-DATE                   PIC 9(8).
           05 HC-RUN                    PIC 9(5).
           05 HC-PROGRAM                PIC X(9).
           05 HC-FILE                   PIC X(8).
           05 HC-HDR-DATE               PIC 9(8).
           05 HC-VERDICT                PIC X.
               88 HC-IS-ACCEPTED        VALUE "A".
               88 HC-IS-REJECTED        VALUE "R".
               88 HC-IS-MISSING         VALUE "M".
           05 HC-REASON                 PIC X(20).
           05 HC-COUNT                  PIC 9(7).
