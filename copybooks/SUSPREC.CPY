      *   BLNK - BLANK REQUIRED FIELD
      *   NNUM - NON-NUMERIC WHERE DIGITS WERE REQUIRED
      *   OVFL - DROPPED BY A FULL TABLE (RULES OVER 10)
      *   RDTE - SAM001RL RULE ROW WITH EFFECTIVE DATES THAT
      *          ARE NEITHER BLANK NOR NUMERIC (PUT RIGHT WITH
      *          SAMPRULE; ONLY ONE COPY IS KEPT WAITING)
      *   DUPL - KEY ALREADY ON THE MASTER
      *   NFND - KEY NOT ON THE MASTER
      *   NDUP - ADD HELD AS A PROBABLE NEAR DUPLICATE OF A
      *          NAME ON THE MASTER (RESUBMIT AS ACTION F)
      *   BACT - UNKNOWN TRANSACTION ACTION CODE
      *   IOER - LOST TO A FILE I/O ERROR
      * SP-DATE IS THE BUSINESS DATE THE RECORD WAS
      * SUSPENDED ON, STAMPED BY SAMPSUSW, SO THE MORNING
      * BULLETIN CAN TELL THE DAY'S NEW SUSPENSE FROM WHAT
      * WAS ALREADY WAITING.  ZERO ON RECORDS WRITTEN BEFORE
      * THE FIELD EXISTED.
      *****************************************************
           05 SP-PROGRAM                PIC X(9).
           05 SP-REASON                 PIC X(4).
           05 SP-RECORD-IMAGE           PIC X(80).
           05 SP-DATE                   PIC 9(8).
