      *****************************************************
      * NDUPLK - SAMPNDUP CALL PARAMETER LAYOUT
      * COMPARES TWO NAMES AND SAYS WHETHER THEY ARE
      * PROBABLY THE SAME PERSON KEYED TWO WAYS.  BOTH NAMES
      * ARE FIRST BROUGHT TO UPPER CASE WITH ALL BLANKS
      * SQUEEZED OUT; THE TYPING CHECKS (T, S AND L) ARE
      * ONLY MADE WHEN BOTH SQUEEZED NAMES ARE AT LEAST 4
      * LETTERS LONG, AS ONE KEYSTROKE SEPARATES TOO MANY
      * GENUINELY DIFFERENT SHORT NAMES.  RESULTS:
      *   N - NOT A NEAR DUPLICATE
      *   E - EXACTLY THE SAME NAME
      *   C - SAME NAME APART FROM CASE OR SPACING
      *   T - TWO NEIGHBOURING LETTERS TRANSPOSED
      *   S - ONE LETTER DIFFERENT
      *   L - ONE LETTER ADDED OR DROPPED
      * ND-MATCH-TEXT CARRIES THE REASON FOR PRINTING.
      * CALLERS SCREEN AGAINST ACTIVE NAMES AND AGAINST
      * NAMES SOFT-DELETED WITHIN THE LAST 30 DAYS.
      *****************************************************
           05 ND-NAME-1                 PIC X(10).
           05 ND-NAME-2                 PIC X(10).
           05 ND-MATCH                  PIC X.
               88 ND-NO-MATCH           VALUE "N".
               88 ND-SAME-NAME          VALUE "E".
               88 ND-CASE-SPACING       VALUE "C".
               88 ND-TRANSPOSED         VALUE "T".
               88 ND-ONE-LETTER         VALUE "S".
               88 ND-LETTER-ADDED       VALUE "L".
           05 ND-MATCH-TEXT             PIC X(20).
