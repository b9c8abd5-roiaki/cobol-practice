      * RP-FUNCTION S LOGS A START AND RETURNS THE ASSIGNED
      * RUN NUMBER IN RP-RUN-NUMBER; RP-FUNCTION E LOGS AN
      * END FOR THAT RUN NUMBER WITH THE FINAL RETURN-CODE
      * SUPPLIED IN RP-RETURN-CODE.  RP-OPERATOR IS THE
      * OPERATOR THE CALLER SIGNED ON; LEFT BLANK, SAMPRLOG
      * ASKS SAMPSIGN WHO IS SIGNED ON IN THE RUN.  SAMPRLOG
      * NEVER ALTERS THE CALLER'S RETURN-CODE REGISTER.
      *****************************************************
           05 RP-FUNCTION               PIC X.
           05 RP-PROGRAM                PIC X(9).
           05 RP-RUN-NUMBER             PIC 9(5).
           05 RP-RETURN-CODE            PIC 9(4).
           05 RP-OPERATOR               PIC X(8).
