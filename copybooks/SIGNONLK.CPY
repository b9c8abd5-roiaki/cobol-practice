      *****************************************************
      * SIGNONLK - SAMPSIGN CALL PARAMETER LAYOUT
      * SO-FUNCTION C PROMPTS THE CONSOLE FOR AN OPERATOR ID
      * AND PASSWORD AND CHECKS THEM AGAINST SAMOPSEC; B
      * SIGNS ON THE UNATTENDED SCHEDULE UNDER THE RESERVED
      * ID BATCH WITHOUT PROMPTING, AND IS USED BY SAMPMENU
      * ALONE; Q RETURNS WHOEVER IS SIGNED ON IN THIS RUN,
      * SO THE JOURNAL AND RUN-LOG WRITERS CAN STAMP THE
      * OPERATOR ON WORK DONE BY A PROGRAM THAT DOES NOT
      * SIGN ON ITSELF, AND A SCHEDULE STEP CAN TAKE OVER
      * THE SAMPMENU SESSION.  ON RETURN
      * SO-OPERATOR HOLDS THE ID (THE ID TRIED WHEN THE
      * SIGN-ON IS REFUSED) AND SO-AUTHORITIES ITS Y/N
      * FUNCTION FLAGS, ALL N WHEN REFUSED.  SAMPSIGN NEVER
      * ALTERS THE CALLER'S RETURN-CODE REGISTER.
      *****************************************************
           05 SO-FUNCTION               PIC X.
           05 SO-PROGRAM                PIC X(9).
           05 SO-OPERATOR               PIC X(8).
           05 SO-AUTHORITIES.
               10 SO-AUTH-INQUIRY       PIC X.
                   88 SO-MAY-INQUIRE    VALUE "Y".
               10 SO-AUTH-NAMES         PIC X.
                   88 SO-MAY-MAINTAIN-NAMES VALUE "Y".
               10 SO-AUTH-RULES         PIC X.
                   88 SO-MAY-MAINTAIN-RULES VALUE "Y".
               10 SO-AUTH-DAY-CLOSE     PIC X.
                   88 SO-MAY-CLOSE-DAY  VALUE "Y".
               10 SO-AUTH-REPROCESS     PIC X.
                   88 SO-MAY-REPROCESS  VALUE "Y".
           05 SO-RESULT                 PIC X.
               88 SO-IS-SIGNED-ON       VALUE "0".
               88 SO-WAS-REFUSED        VALUE "8".
