      *   C - CONFIRMED LOADED BY THE RECEIVER
      *   R - REJECTED BY THE RECEIVER'S INTAKE
      *   F - REJECTED AND FLAGGED FOR RESEND
      * THE PAYROLL NAME FEED SAMP002X SENDS (SAM002XT) IS
      * REGISTERED HERE TOO UNDER FEED N, WITH ITS MODE AND
      * THE DATES ITS CHANGES RUN FROM AND THROUGH; ONCE
      * CONFIRMED, ITS THROUGH-DATE IS WHERE THE NEXT CHANGES
      * FEED STARTS.  FEEDS:
      *   C - CLASSIFICATION EXTRACT (SPACE ON RECORDS
      *       WRITTEN BEFORE THERE WAS A SECOND FEED)
      *   N - NAME MASTER FEED
      * MODES (NAME FEED ONLY):
      *   D - CHANGES DATED AFTER XR-FROM-DATE, UP TO AND
      *       INCLUDING XR-THRU-DATE
      *   F - FULL REFRESH OF THE ACTIVE POPULATION
      *****************************************************
           05 XR-DATE                   PIC 9(8).
           05 XR-COUNT                  PIC 9(7).
               88 XR-IS-REJECTED        VALUE "R".
               88 XR-IS-RESEND          VALUE "F".
           05 XR-ACK-DATE               PIC 9(8).
           05 XR-FEED                   PIC X.
               88 XR-IS-CLASSIFY-FEED   VALUE "C" " ".
               88 XR-IS-NAME-FEED       VALUE "N".
           05 XR-MODE                   PIC X.
               88 XR-IS-DELTA           VALUE "D".
               88 XR-IS-FULL-REFRESH    VALUE "F".
           05 XR-FROM-DATE              PIC 9(8).
           05 XR-THRU-DATE              PIC 9(8).
