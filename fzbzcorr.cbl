      *    ARE EMITTED, SO THE MERGE NEVER SEES A          *
      *    CORRECTION FOR A CASE THE NIGHT NEVER WROTE.    *
      *    WITH NO INTAKE DD EVERY IN-SCOPE CASE IS        *
      *    EMITTED, AS ON A GENERATED-RANGE NIGHT, WITH NO *
      *    INTAKE REGION - SO ALWAYS SUPPLY THE INTAKE DD  *
      *    FOR AN INTAKE-MODE NIGHT, OR REGION-RESTRICTED  *
      *    ('G' CARD) RULES CANNOT MATCH.  THE             *
      *    OUTPUT (CORROUT) CARRIES THE USUAL CASEREC      *
      *    ENVELOPE - HEADER, RULE RECORDS, DETAILS,       *
      *    TRAILER - AND IS MERGED BACK INTO THE           *
       FILE SECTION.
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC REPLACING
               ==CASE-OUT-RECORD==     BY ==ENV-RECORD==
               ==CASE-REC-TYPE==       BY ==ENV-REC-TYPE==
               ==CASE-RULE-DIVISOR==   BY ==ENV-RULE-DIVISOR==
               ==CASE-RULE-LABEL==     BY ==ENV-RULE-LABEL==
               ==CASE-RULE-RESET==     BY ==ENV-RULE-RESET==
               ==CASE-RULE-REGIONS==   BY ==ENV-RULE-REGIONS==
               ==CASE-DTL-DATA==       BY ==ENV-DTL-DATA==
               ==CASE-NUMBER==         BY ==ENV-CASE-NUMBER==
               ==QUEUE-CODE==          BY ==ENV-QUEUE-CODE==
               ==CASE-STREAM-ID==      BY ==ENV-STREAM-ID==
               ==CASE-CORRECTED-SW==   BY ==ENV-CORRECTED-SW==
               ==CASE-SPILL-SW==       BY ==ENV-SPILL-SW==
               ==CASE-REGION==         BY ==ENV-REGION==
               ==CASE-TRQ-DATA==       BY ==ENV-TRQ-DATA==
               ==CASE-TRQ-QUEUE-CODE== BY ==ENV-TRQ-QUEUE-CODE==
               ==CASE-TRQ-COUNT==      BY ==ENV-TRQ-COUNT==
               10 FILLER                  PIC X(62).
       FD  CORR-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
      *    ARRIVED, SO THE CORRECTION MUST EMIT ONLY THOSE
      *    CASES OR THE MERGE WOULD REFUSE IT.  THE FEED WAS
      *    ALREADY VALIDATED AND REJECT-REPORTED ON THE NIGHT;
      *    HERE ANYTHING UNUSABLE IS SIMPLY NOT FLAGGED.  EACH
      *    CASE'S INTAKE REGION IS KEPT, AS ON THE NIGHT, FOR
      *    THE DETAIL RECORD AND THE REGION-RESTRICTED RULES.
       01 WS-INTAKE-STATUS PIC XX VALUE "00".
       01 WS-INTAKE-MODE-SW PIC X VALUE "N".
           88 WS-INTAKE-MODE VALUE "Y".
       01 WS-INTAKE-AT-END-SW PIC X VALUE "N".
           88 WS-INTAKE-AT-END VALUE "Y".
       01 WS-INTAKE-CHK-IDX PIC 9(6).
       01 WS-INTAKE-FLAG-TABLE.
           05 WS-INTAKE-FLAG OCCURS 99999 TIMES PIC X(1).
       01 WS-INTAKE-REGION-TABLE.
           05 WS-INTAKE-REGION OCCURS 99999 TIMES PIC X(2).
       01 WS-CASE-REGION PIC X(2).
       01 WS-OVER-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-CORR-OUT-STATUS PIC XX VALUE "00".
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-STREAM-ID         PIC X(2).
               10 WS-STREAM-FROM       PIC 9(5).
               10 WS-STREAM-TO         PIC 9(5).
      *    WORK FIELDS FOR CONVERTING AN OLD THREE-DIGIT 'S' CARD.
       01 WS-CONV-STREAM-FROM PIC 9(3).
       01 WS-CONV-STREAM-TO PIC 9(3).
       01 WS-RULE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RULE-IDX PIC 9(2).
       01 WS-RULE-TABLE.
               10 WS-RULE-DIVISOR      PIC 9(3).
               10 WS-RULE-LABEL        PIC X(8).
               10 WS-RULE-RESET        PIC X(1).
               10 WS-RULE-REGIONS      PIC X(16).
               10 WS-RULE-COUNTER      PIC 9(3).
      *    'G' REGION CARDS, HELD UNTIL THE DECK IS READ AND THEN
      *    ATTACHED TO THE RULES CARRYING THEIR LABEL, AS IN
      *    FIZZ-BUZZ-MAIN.  THE NIGHT ALREADY VALIDATED THEM.
       01 WS-RGNCARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RGNCARD-IDX PIC 9(2).
       01 WS-RGNCARD-TABLE.
           05 WS-RGNCARD-ENTRY OCCURS 10 TIMES.
               10 WS-RGNCARD-LABEL     PIC X(8).
               10 WS-RGNCARD-CODES     PIC X(16).
       01 WS-RGN-LIST.
           05 WS-RGN-LIST-CODE OCCURS 8 TIMES PIC X(2).
       01 WS-RGN-LIST-IDX PIC 9(2).
       01 WS-RULE-APPLIES-SW PIC X.
           88 WS-RULE-APPLIES VALUE "Y".
       01 WS-OVERRIDE-CARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OVERRIDE-CARD-IDX PIC 9(2).
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 50 TIMES.
               10 WS-OVERRIDE-CASE     PIC 9(5).
               10 WS-OVERRIDE-QUEUE    PIC X(20).
      *    ONE DIGIT WIDER THAN THE 99999 CASE-NUMBER CEILING SO
      *    THE CASE LOOP'S UNTIL TEST CAN BE REACHED EVEN AT A
      *    BOUND OF 99999, THE SAME GUARD FZBZSIM CARRIES.
       01 CT PIC 9(6).
       01 WS-RESULT-LINE PIC X(20).
       01 WS-RESULT-PTR PIC 9(2).
       01 WS-LABEL-OVERFLOW-SW PIC X VALUE "N".
      *    ONLY THE FLAGGED CASES ARE, MATCHING WHAT THE NIGHT
      *    ACTUALLY WROTE.
           PERFORM VARYING WS-INTAKE-CHK-IDX FROM 1 BY 1
                   UNTIL WS-INTAKE-CHK-IDX > 99999
               MOVE "N" TO WS-INTAKE-FLAG (WS-INTAKE-CHK-IDX)
               MOVE SPACES TO WS-INTAKE-REGION (WS-INTAKE-CHK-IDX)
           END-PERFORM
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
                       NOT AT END
                           IF INTK-CASE-NUMBER NUMERIC
                                   AND INTK-CASE-NUMBER-N > ZERO
                               MOVE "Y" TO WS-INTAKE-FLAG
                                   (INTK-CASE-NUMBER-N)
                               MOVE INTK-REGION TO WS-INTAKE-REGION
                                   (INTK-CASE-NUMBER-N)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RULE-COUNT = ZERO
                   PERFORM SET-DEFAULT-RULES
               END-IF
               PERFORM APPLY-REGION-CARDS
           END-IF
           IF WS-STREAM-COUNT = ZERO
               MOVE 1 TO WS-STREAM-COUNT
                   END-IF
                   MOVE PARM-UPPER-BOUND TO WS-UPPER-BOUND
               WHEN PARM-REC-TYPE = "S"
                   PERFORM CONVERT-OLD-STREAM-CARD
                   IF WS-STREAM-COUNT < 5
                       ADD 1 TO WS-STREAM-COUNT
                       MOVE PARM-STREAM-ID
                           TO WS-RULE-LABEL (WS-RULE-COUNT)
                       MOVE PARM-RULE-RESET
                           TO WS-RULE-RESET (WS-RULE-COUNT)
                       MOVE SPACES TO WS-RULE-REGIONS (WS-RULE-COUNT)
                       MOVE 1 TO WS-RULE-COUNTER (WS-RULE-COUNT)
                   END-IF
               WHEN PARM-REC-TYPE = "G"
                   IF WS-RGNCARD-COUNT < 10
                       ADD 1 TO WS-RGNCARD-COUNT
                       MOVE PARM-RGN-LABEL
                           TO WS-RGNCARD-LABEL (WS-RGNCARD-COUNT)
                       MOVE PARM-RGN-CODES
                           TO WS-RGNCARD-CODES (WS-RGNCARD-COUNT)
                   END-IF
           END-EVALUATE.

       APPLY-REGION-CARDS.
      *    SAME ATTACHMENT AS FIZZ-BUZZ-MAIN'S APPLY-REGION-CARDS.
           PERFORM VARYING WS-RGNCARD-IDX FROM 1 BY 1
                   UNTIL WS-RGNCARD-IDX > WS-RGNCARD-COUNT
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-LABEL (WS-RULE-IDX) =
                           WS-RGNCARD-LABEL (WS-RGNCARD-IDX)
                       MOVE WS-RGNCARD-CODES (WS-RGNCARD-IDX)
                           TO WS-RULE-REGIONS (WS-RULE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONVERT-OLD-STREAM-CARD.
      *    THE SAME OLD THREE-DIGIT 'S' CARD RECOGNITION AS THE
      *    NIGHTLY RUN (SEE PARMREC) - THE NIGHT ALREADY REPORTED
      *    THE CONVERSION, SO IT IS DONE QUIETLY HERE.
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

       CHECK-RULE-EFFECTIVITY.
      *    BLANK OR ZERO DATES ARE OPEN-ENDED, BOTH DATES
      *    INCLUSIVE - SEE READ-PARM-CARD IN COBOL.CBL.
           MOVE 3 TO WS-RULE-DIVISOR (1)
           MOVE "FIZZ" TO WS-RULE-LABEL (1)
           MOVE "Y" TO WS-RULE-RESET (1)
           MOVE SPACES TO WS-RULE-REGIONS (1)
           MOVE 1 TO WS-RULE-COUNTER (1)
           MOVE 5 TO WS-RULE-DIVISOR (2)
           MOVE "BUZZ" TO WS-RULE-LABEL (2)
           MOVE "Y" TO WS-RULE-RESET (2)
           MOVE SPACES TO WS-RULE-REGIONS (2)
           MOVE 1 TO WS-RULE-COUNTER (2)
           MOVE 7 TO WS-RULE-DIVISOR (3)
           MOVE "BANG" TO WS-RULE-LABEL (3)
           MOVE "Y" TO WS-RULE-RESET (3)
           MOVE SPACES TO WS-RULE-REGIONS (3)
           MOVE 1 TO WS-RULE-COUNTER (3).

       VALIDATE-SCOPE.
           MOVE SPACES TO WS-RESULT-LINE
           MOVE 1 TO WS-RESULT-PTR
           MOVE "N" TO WS-LABEL-OVERFLOW-SW
           MOVE WS-INTAKE-REGION (CT) TO WS-CASE-REGION
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-COUNTER (WS-RULE-IDX) =
                       WS-RULE-DIVISOR (WS-RULE-IDX)
                   PERFORM CHECK-RULE-REGION
                   IF WS-RULE-APPLIES
                       STRING FUNCTION TRIM
                               (WS-RULE-LABEL (WS-RULE-IDX))
                               DELIMITED BY SIZE
                               INTO WS-RESULT-LINE
                               WITH POINTER WS-RESULT-PTR
                               ON OVERFLOW
                                   SET WS-LABEL-OVERFLOW TO TRUE
                       END-STRING
                   END-IF
                   IF WS-RULE-RESET (WS-RULE-IDX) NOT = "N"
                       MOVE ZERO TO WS-RULE-COUNTER (WS-RULE-IDX)
                   END-IF
               MOVE CT TO CASE-NUMBER
               MOVE WS-STREAM-ID (WS-STREAM-IDX)
                   TO CASE-STREAM-ID
               MOVE WS-CASE-REGION TO CASE-REGION
               IF WS-RESULT-LINE = SPACES
                   MOVE "NUMBER" TO QUEUE-CODE
               ELSE
               ADD 1 TO WS-RULE-COUNTER (WS-RULE-IDX)
           END-PERFORM.

       CHECK-RULE-REGION.
      *    SAME REGION TEST AS FIZZ-BUZZ-MAIN - A RESTRICTED RULE
      *    ONLY LABELS A CASE FROM ONE OF ITS REGIONS, BUT ITS
      *    COUNTER RESETS EITHER WAY.
           IF WS-RULE-REGIONS (WS-RULE-IDX) = SPACES
               MOVE "Y" TO WS-RULE-APPLIES-SW
           ELSE
               MOVE "N" TO WS-RULE-APPLIES-SW
               MOVE WS-RULE-REGIONS (WS-RULE-IDX) TO WS-RGN-LIST
               IF WS-CASE-REGION NOT = SPACES
                   PERFORM VARYING WS-RGN-LIST-IDX FROM 1 BY 1
                           UNTIL WS-RGN-LIST-IDX > 8
                       IF WS-RGN-LIST-CODE (WS-RGN-LIST-IDX) =
                               WS-CASE-REGION
                           SET WS-RULE-APPLIES TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-CASE-IN-SCOPE.
           MOVE "N" TO WS-CASE-IN-SCOPE-SW
           IF WS-SCOPE-BY-STREAM
                   TO CASE-RULE-LABEL
               MOVE WS-RULE-RESET (WS-RULE-IDX)
                   TO CASE-RULE-RESET
               MOVE WS-RULE-REGIONS (WS-RULE-IDX)
                   TO CASE-RULE-REGIONS
               WRITE CASE-OUT-RECORD
           END-PERFORM.

