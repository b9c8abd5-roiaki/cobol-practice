      *****************************************************
      * OPERSEC - OPERATOR SECURITY RECORD LAYOUT (SAMOPSEC)
      * ONE RECORD PER OPERATOR ALLOWED TO SIGN ON TO THE
      * MAINTENANCE PROGRAMS: THE OPERATOR ID, PASSWORD AND
      * NAME, AND A Y/N FLAG FOR EACH FUNCTION THE OPERATOR
      * MAY USE.  AN OPERATOR NOT ON FILE, OR A FLAG NOT Y,
      * IS REFUSED.  THE UNATTENDED SCHEDULE SIGNS ON UNDER
      * THE RESERVED ID BATCH WITHOUT A PASSWORD, SO THE
      * BATCH RECORD'S FLAGS DECIDE WHAT THE SCHEDULE MAY
      * DO.  FUNCTIONS:
      *   INQUIRY     - BROWSE, LIST AND VERIFY ONLY
      *   NAMES       - SAM002MS MAINTENANCE (SAMP002M)
      *   RULES       - SAM001RL MAINTENANCE (SAMPRULE)
      *   DAY-CLOSE   - CLOSE / SEED THE DAY (SAMPDADV)
      *   REPROCESS   - RE-DRIVE SUSPENSE (SAMPSUSP)
      *****************************************************
           05 OP-ID                     PIC X(8).
           05 OP-PASSWORD               PIC X(8).
           05 OP-NAME                   PIC X(20).
           05 OP-AUTHORITIES.
               10 OP-AUTH-INQUIRY       PIC X.
               10 OP-AUTH-NAMES         PIC X.
               10 OP-AUTH-RULES         PIC X.
               10 OP-AUTH-DAY-CLOSE     PIC X.
               10 OP-AUTH-REPROCESS     PIC X.
