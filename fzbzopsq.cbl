       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-STREAM-ID         PIC X(2).
               10 WS-STREAM-FROM       PIC 9(5).
               10 WS-STREAM-TO         PIC 9(5).
      *    WORK FIELDS FOR CONVERTING AN OLD THREE-DIGIT 'S' CARD.
       01 WS-CONV-STREAM-FROM PIC 9(3).
       01 WS-CONV-STREAM-TO PIC 9(3).
      *    THE PANEL VARIABLES - ONE CHARACTER FIELD PER SCREEN
      *    LINE, VDEFINED TO ISPF AND ALSO PRINTED AS-IS BY THE
      *    LINE-MODE FALLBACK, SO BOTH PATHS ALWAYS SHOW THE SAME
                       END-IF
                   END-IF
               WHEN PARM-REC-TYPE = "S"
                   PERFORM CONVERT-OLD-STREAM-CARD
                   IF WS-STREAM-COUNT < 5
                       ADD 1 TO WS-STREAM-COUNT
                       MOVE PARM-STREAM-ID
                   END-IF
           END-EVALUATE.

       CONVERT-OLD-STREAM-CARD.
      *    THE SAME OLD THREE-DIGIT 'S' CARD RECOGNITION AS THE
      *    NIGHTLY RUN (SEE PARMREC), SO THE SCREEN SHOWS THE RANGE
      *    THE NIGHT WILL ACTUALLY WALK.
           IF PARM-STREAM-TO NOT NUMERIC
                   AND PARM-STREAM3-FROM NUMERIC
                   AND PARM-STREAM3-TO NUMERIC
                   AND PARM-STREAM3-REST = SPACES
               MOVE PARM-STREAM3-FROM TO WS-CONV-STREAM-FROM
               MOVE PARM-STREAM3-TO TO WS-CONV-STREAM-TO
               MOVE SPACES TO PARM-STREAM3-REST
               MOVE WS-CONV-STREAM-FROM TO PARM-STREAM-FROM
               MOVE WS-CONV-STREAM-TO TO PARM-STREAM-TO
           END-IF.

       SET-DEFAULT-RULES.
           MOVE 3 TO WS-RULE-COUNT
           MOVE 3 TO WS-RULE-DIVISOR (1)
