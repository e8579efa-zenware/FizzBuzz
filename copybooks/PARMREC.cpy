      *    PER-STREAM TOTALS.  WITH NO 'S' CARDS THE RUN      *
      *    PROCESSES THE SINGLE RANGE 1 TO PARM-UPPER-BOUND   *
      *    EXACTLY AS BEFORE.                                 *
      *    STREAM FROM/TO ARE FIVE DIGITS, THE FULL CASE-      *
      *    NUMBER SPACE.  DECKS PUNCHED BEFORE THAT CARRY THE  *
      *    ORIGINAL THREE-DIGIT FROM/TO (PARM-STREAM3-DATA) -  *
      *    EVERY PROGRAM THAT READS 'S' CARDS RECOGNIZES THAT  *
      *    LAYOUT (NON-NUMERIC FIVE-DIGIT TO, NUMERIC THREE-   *
      *    DIGIT FROM/TO, REST OF THE CARD BLANK) AND CONVERTS *
      *    THE CARD TO THE FIVE-DIGIT LAYOUT IN THE RECORD     *
      *    AREA BEFORE USING IT.  ANY OTHER NON-NUMERIC RANGE  *
      *    IS REJECTED AS AN INVALID CARD.                     *
      *    A REGION CARD (PARM-REC-TYPE = 'G') RESTRICTS EVERY *
      *    RULE CARD CARRYING PARM-RGN-LABEL TO CASES FROM THE *
      *    LISTED INTAKE REGIONS (SEE INTKREC) - UP TO EIGHT   *
      *    TWO-CHARACTER CODES, LEFT-JUSTIFIED, UNUSED SLOTS   *
      *    BLANK.  A RESTRICTED RULE'S DIVISOR COUNTER STILL   *
      *    ADVANCES AND RESETS ON EVERY CASE EXACTLY AS BEFORE; *
      *    ONLY ITS LABEL IS WITHHELD FROM A CASE OUTSIDE THE  *
      *    LISTED REGIONS, SO A REGION-SPECIFIC QUEUE SPLIT    *
      *    NEEDS NO SECOND JOB.  A RULE WITH NO 'G' CARD       *
      *    APPLIES TO EVERY CASE, AS IT ALWAYS HAS.            *
      ******************************************************
       01 PARM-CARD.
           05 PARM-REC-TYPE            PIC X(1).
               10 PARM-RULE-EXP-DATE       PIC 9(6).
           05 PARM-STREAM-DATA REDEFINES PARM-DATA.
               10 PARM-STREAM-ID           PIC X(2).
               10 PARM-STREAM-FROM         PIC 9(5).
               10 PARM-STREAM-TO           PIC 9(5).
               10 FILLER                   PIC X(12).
           05 PARM-STREAM3-DATA REDEFINES PARM-DATA.
               10 PARM-STREAM3-ID          PIC X(2).
               10 PARM-STREAM3-FROM        PIC 9(3).
               10 PARM-STREAM3-TO          PIC 9(3).
               10 PARM-STREAM3-REST        PIC X(16).
           05 PARM-CAP-DATA REDEFINES PARM-DATA.
               10 PARM-CAP-QUEUE           PIC X(8).
               10 PARM-CAP-LIMIT           PIC 9(5).
               10 PARM-CAP-SPILL           PIC X(8).
               10 FILLER                   PIC X(3).
           05 PARM-RGN-DATA REDEFINES PARM-DATA.
               10 PARM-RGN-LABEL           PIC X(8).
               10 PARM-RGN-CODES           PIC X(16).
