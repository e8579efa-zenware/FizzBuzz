      *    OVERRIDE TALLIES (SEE OVERREC) FOR THE SAME        *
      *    REASON - A RESTART MUST NOT FORGET HOW MANY CASES  *
      *    WERE ALREADY FORCED TO EACH TARGET QUEUE.          *
      *    CKPT-LAYOUT-ID IDENTIFIES THIS RECORD LAYOUT (FIVE-  *
      *    DIGIT CASE NUMBERS, SIX-DIGIT CKPT-LAST-CT SO "ONE   *
      *    PAST CASE 99999" FITS, REGION-RESTRICTED RULES AND   *
      *    THE PER-REGION TALLIES).  A RESTART REFUSES ANY      *
      *    CHECKPOINT NOT CARRYING THE CURRENT ID RATHER THAN   *
      *    REPOSITIONING FROM FIELDS AT THE WRONG OFFSETS.      *
      *    CKPT-RULE-REGIONS IS PART OF EACH RULE'S IDENTITY -  *
      *    A 'G' CARD ADDED OR CHANGED BETWEEN THE ABEND AND    *
      *    THE RESTART IS A CHANGED RULE TABLE.                 *
      ******************************************************
       01 CKPT-RECORD.
           05 CKPT-LAYOUT-ID           PIC X(4).
           05 CKPT-LAST-CT             PIC 9(6).
           05 CKPT-RULE-COUNT          PIC 9(2).
           05 CKPT-RULE-ENTRY OCCURS 10 TIMES.
               10 CKPT-RULE-DIVISOR        PIC 9(3).
               10 CKPT-RULE-LABEL          PIC X(8).
               10 CKPT-RULE-REGIONS        PIC X(16).
               10 CKPT-RULE-COUNTER        PIC 9(3).
               10 CKPT-RULE-HITS           PIC 9(5).
           05 CKPT-NUMBER-COUNT        PIC 9(5).
           05 CKPT-STREAM-COUNT        PIC 9(2).
           05 CKPT-STREAM-ENTRY OCCURS 5 TIMES.
               10 CKPT-STREAM-ID           PIC X(2).
               10 CKPT-STREAM-FROM         PIC 9(5).
               10 CKPT-STREAM-TO           PIC 9(5).
               10 CKPT-STREAM-CASES        PIC 9(5).
               10 CKPT-STREAM-NUMBER       PIC 9(5).
           05 CKPT-GRULE-ENTRY OCCURS 10 TIMES.
           05 CKPT-GSPILLQ-ENTRY OCCURS 10 TIMES.
               10 CKPT-GSPILLQ-CODE        PIC X(20).
               10 CKPT-GSPILLQ-HITS        PIC 9(5).
      *    PER-REGION TALLIES (SEE INTKREC'S INTK-REGION) BEHIND THE
      *    TOTALS GENERATION'S REGION RECORDS - CASES AND OVERRIDES
      *    PER REGION, AND THE RULE-DERIVED QUEUE HITS PER REGION
      *    AND QUEUE-CODE PAIR.  THEY ARE WHOLE-RUN ACCUMULATIONS
      *    (NOT PER STREAM) TAKEN CASE BY CASE, SO THE CHECKPOINT
      *    ALWAYS HOLDS EXACTLY THE CASES ALREADY WRITTEN.
           05 CKPT-RGN-COUNT           PIC 9(2).
           05 CKPT-RGN-ENTRY OCCURS 20 TIMES.
               10 CKPT-RGN-ID              PIC X(2).
               10 CKPT-RGN-CASES           PIC 9(5).
               10 CKPT-RGN-OVERRIDES       PIC 9(5).
           05 CKPT-RGNQ-COUNT          PIC 9(3).
           05 CKPT-RGNQ-ENTRY OCCURS 100 TIMES.
               10 CKPT-RGNQ-REGION         PIC X(2).
               10 CKPT-RGNQ-CODE           PIC X(20).
               10 CKPT-RGNQ-HITS           PIC 9(5).
