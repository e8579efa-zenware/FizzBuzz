               ==PARM-STREAM-ID==      BY ==OLD-PARM-STREAM-ID==
               ==PARM-STREAM-FROM==    BY ==OLD-PARM-STREAM-FROM==
               ==PARM-STREAM-TO==      BY ==OLD-PARM-STREAM-TO==
               ==PARM-STREAM3-DATA==   BY ==OLD-PARM-STREAM3-DATA==
               ==PARM-STREAM3-ID==     BY ==OLD-PARM-STREAM3-ID==
               ==PARM-STREAM3-FROM==   BY ==OLD-PARM-STREAM3-FROM==
               ==PARM-STREAM3-TO==     BY ==OLD-PARM-STREAM3-TO==
               ==PARM-STREAM3-REST==   BY ==OLD-PARM-STREAM3-REST==
               ==PARM-CAP-DATA==       BY ==OLD-PARM-CAP-DATA==
               ==PARM-CAP-QUEUE==      BY ==OLD-PARM-CAP-QUEUE==
               ==PARM-CAP-LIMIT==      BY ==OLD-PARM-CAP-LIMIT==
               ==PARM-CAP-SPILL==      BY ==OLD-PARM-CAP-SPILL==
               ==PARM-RGN-DATA==       BY ==OLD-PARM-RGN-DATA==
               ==PARM-RGN-LABEL==      BY ==OLD-PARM-RGN-LABEL==
               ==PARM-RGN-CODES==      BY ==OLD-PARM-RGN-CODES==.
       FD  NEW-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
               ==PARM-STREAM-ID==      BY ==NEW-PARM-STREAM-ID==
               ==PARM-STREAM-FROM==    BY ==NEW-PARM-STREAM-FROM==
               ==PARM-STREAM-TO==      BY ==NEW-PARM-STREAM-TO==
               ==PARM-STREAM3-DATA==   BY ==NEW-PARM-STREAM3-DATA==
               ==PARM-STREAM3-ID==     BY ==NEW-PARM-STREAM3-ID==
               ==PARM-STREAM3-FROM==   BY ==NEW-PARM-STREAM3-FROM==
               ==PARM-STREAM3-TO==     BY ==NEW-PARM-STREAM3-TO==
               ==PARM-STREAM3-REST==   BY ==NEW-PARM-STREAM3-REST==
               ==PARM-CAP-DATA==       BY ==NEW-PARM-CAP-DATA==
               ==PARM-CAP-QUEUE==      BY ==NEW-PARM-CAP-QUEUE==
               ==PARM-CAP-LIMIT==      BY ==NEW-PARM-CAP-LIMIT==
               ==PARM-CAP-SPILL==      BY ==NEW-PARM-CAP-SPILL==
               ==PARM-RGN-DATA==       BY ==NEW-PARM-RGN-DATA==
               ==PARM-RGN-LABEL==      BY ==NEW-PARM-RGN-LABEL==
               ==PARM-RGN-CODES==      BY ==NEW-PARM-RGN-CODES==.
       FD  OUT-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
       01 WS-NEW-STREAM-TABLE.
           05 WS-NEW-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-NEW-STREAM-ID         PIC X(2).
               10 WS-NEW-STREAM-FROM       PIC 9(5).
               10 WS-NEW-STREAM-TO         PIC 9(5).
      *    OLD THREE-DIGIT 'S' CARDS IN THE STAGED DECK (SEE PARMREC)
      *    ARE CONVERTED AS THEY ARE READ, SO BOTH THE VALIDATION
      *    PASS AND THE INSTALLED MEMBER SEE THE FIVE-DIGIT LAYOUT.
       01 WS-CONV-STREAM-FROM PIC 9(3).
       01 WS-CONV-STREAM-TO PIC 9(3).
       01 WS-OLD-LAYOUT-CARD-SW PIC X VALUE "N".
           88 WS-OLD-LAYOUT-CARD VALUE "Y".
       01 WS-NEW-CAP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-NEW-CAP-IDX PIC 9(2).
       01 WS-NEW-CAP-TABLE.
           05 WS-NEW-CAP-ENTRY OCCURS 10 TIMES.
               10 WS-NEW-CAP-QUEUE         PIC X(8).
       01 WS-NEW-RGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-NEW-RGN-IDX PIC 9(2).
       01 WS-NEW-RGN-TABLE.
           05 WS-NEW-RGN-LABEL OCCURS 10 TIMES PIC X(8).
       01 WS-NEW-RGN-CODE-LIST.
           05 WS-NEW-RGN-CODE OCCURS 8 TIMES PIC X(2).
       01 WS-NEW-CARD-POS PIC 9(3) VALUE ZERO.
       01 WS-USERID PIC X(8) VALUE SPACES.
       01 WS-PARM-LEN PIC 9(4) VALUE ZERO.
           88 WS-OLD-HEADER-PRESENT VALUE "Y".
      *    KEYED BY REC-TYPE PLUS THE CARD'S OWN IDENTITY - THE
      *    RULE LABEL FOR 'R' CARDS, THE STREAM ID FOR 'S' CARDS,
      *    THE QUEUE LABEL FOR 'Q' CAPACITY CARDS, THE RULE LABEL
      *    FOR 'G' REGION CARDS - SO NO TWO CARD TYPES CAN EVER
      *    MATCH EACH OTHER AND A REORDERED DECK STILL DIFFS CARD
      *    BY CARD.  SIZED FOR THE 10 RULE CARDS PLUS THE 5
      *    STREAM, 10 CAPACITY AND 10 REGION CARDS A DECK MAY
      *    CARRY.
       01 WS-OLD-RULE-TABLE.
           05 WS-OLD-RULE-ENTRY OCCURS 35 TIMES.
               10 WS-OLD-RULE-CARD         PIC X(25).
               10 WS-OLD-CARD-KEY          PIC X(9).
               10 WS-OLD-RULE-MATCHED-SW   PIC X VALUE "N".

       VALIDATE-NEW-PARM-FILE.
      *    PRE-SCANS THE STAGED DECK BEFORE INSTALLING ANYTHING, SO A
      *    BAD DECK (TOO MANY RULE CARDS FOR THE RULE TABLE, A NON-
      *    NUMERIC UPPER BOUND, OR A REC-TYPE FIZZ-BUZZ-MAIN'S
      *    READ-PARM-CARD WOULD REJECT) IS REJECTED WITHOUT TOUCHING
      *    THE LIVE PARMLIB MEMBER OR THE AUDIT TRAIL.  REC-TYPE IS
      *    CHECKED BY POSITION, NOT BY VALUE, TO MATCH READ-PARM-CARD
               ADD 1 TO WS-NEW-CARD-POS
      *    THE RULE-CARD LIMIT BELOW ONLY COUNTS OPEN-ENDED
      *    CARDS, SO A DECK HEAVY WITH DATED RULE CARDS COULD
      *    OTHERWISE GROW PAST THE 35-ENTRY DIFF TABLE THE NEXT
      *    INSTALL BUFFERS THE LIVE DECK INTO - CAP THE TOTAL AT
      *    INSTALL TIME SO THAT CAN NEVER HAPPEN.
               IF WS-NEW-CARD-POS > 36
                   DISPLAY "FZBZ0128E STAGED DECK HAS MORE THAN "
                       "36 CARDS - THE HEADER PLUS THE 35 THE "
                       "INSTALL DIFF TABLE HOLDS.  REJECTING "
                       "INSTALL."
                   CLOSE OLD-PARM-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF NEW-PARM-UPPER-BOUND NOT NUMERIC
                       DISPLAY "FZBZ0014E STAGED PARM-UPPER-BOUND '"
                           NEW-PARM-UPPER-BOUND "' IS NOT A FIVE-"
                           "DIGIT NUMBER - FIZZ-BUZZ-MAIN WOULD "
                           "REJECT IT.  REJECTING INSTALL."
                       CLOSE OLD-PARM-FILE
                       CLOSE NEW-PARM-FILE
                       MOVE 16 TO RETURN-CODE
                   IF NEW-PARM-REC-TYPE = "Q"
                       PERFORM VALIDATE-STAGED-CAPACITY-CARD
                   ELSE
                   IF NEW-PARM-REC-TYPE = "G"
                       PERFORM VALIDATE-STAGED-REGION-CARD
                   ELSE
                   IF NEW-PARM-REC-TYPE NOT = "R"
                       DISPLAY "FZBZ0020E STAGED DECK RECORD "
                           WS-NEW-CARD-POS " HAS REC-TYPE "
                           NEW-PARM-REC-TYPE " - ONLY THE FIRST "
                           "CARD MAY BE TYPE 'H' AND EVERY RECORD "
                           "AFTER IT MUST BE TYPE 'R', 'S', 'Q' "
                           "OR 'G'.  REJECTING INSTALL."
                       CLOSE OLD-PARM-FILE
                       CLOSE NEW-PARM-FILE
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               PERFORM READ-NEW-CARD
           END-PERFORM
           MOVE NEW-PARM-CAP-QUEUE
               TO WS-NEW-CAP-QUEUE (WS-NEW-CAP-COUNT).

       VALIDATE-STAGED-REGION-CARD.
      *    THE SAME REGION-CARD CHECKS FIZZ-BUZZ-MAIN APPLIES AT
      *    RUN TIME - A RULE LABEL, A LEADING REGION CODE, NO
      *    LABEL NAMED TWICE, TABLE LIMIT.  A LABEL NO RULE CARD
      *    CARRIES IS ONLY A WARNING ON THE NIGHT (THE RULE MAY
      *    SIMPLY NOT BE IN EFFECT YET), SO IT IS NOT REFUSED HERE.
           MOVE NEW-PARM-RGN-CODES TO WS-NEW-RGN-CODE-LIST
           IF NEW-PARM-RGN-LABEL = SPACES
                   OR WS-NEW-RGN-CODE (1) = SPACES
               DISPLAY "FZBZ0135E STAGED REGION CARD '"
                   NEW-PARM-RGN-LABEL "' NEEDS A RULE LABEL AND AT "
                   "LEAST ONE REGION CODE, LEFT-JUSTIFIED.  "
                   "REJECTING INSTALL."
               CLOSE OLD-PARM-FILE
               CLOSE NEW-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-NEW-RGN-IDX FROM 1 BY 1
                   UNTIL WS-NEW-RGN-IDX > WS-NEW-RGN-COUNT
               IF WS-NEW-RGN-LABEL (WS-NEW-RGN-IDX) =
                       NEW-PARM-RGN-LABEL
                   DISPLAY "FZBZ0135E STAGED RULE "
                       NEW-PARM-RGN-LABEL " APPEARS ON MORE THAN "
                       "ONE REGION CARD.  REJECTING INSTALL."
                   CLOSE OLD-PARM-FILE
                   CLOSE NEW-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-NEW-RGN-COUNT = 10
               DISPLAY "FZBZ0135E STAGED DECK HAS MORE THAN 10 "
                   "REGION CARDS - THE REGION CARD TABLE IN "
                   "FIZZ-BUZZ-MAIN ONLY HOLDS 10.  REJECTING "
                   "INSTALL."
               CLOSE OLD-PARM-FILE
               CLOSE NEW-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-RGN-COUNT
           MOVE NEW-PARM-RGN-LABEL
               TO WS-NEW-RGN-LABEL (WS-NEW-RGN-COUNT).

       VALIDATE-STAGED-STREAM-CARD.
      *    THE SAME STREAM-CARD CHECKS FIZZ-BUZZ-MAIN APPLIES AT
      *    RUN TIME - RANGE, UNIQUE ID, ASCENDING NON-OVERLAPPING
      *    RANGE ORDER, TABLE LIMIT - SO A DECK THE NIGHTLY RUN
      *    WOULD ABEND ON IS REJECTED BEFORE IT EVER REACHES THE
      *    LIVE PARMLIB MEMBER.
           IF WS-OLD-LAYOUT-CARD
               DISPLAY "FZBZ0132I STAGED STREAM CARD "
                   NEW-PARM-STREAM-ID " IS IN THE OLD THREE-DIGIT "
                   "LAYOUT - INSTALLED AS " NEW-PARM-STREAM-FROM
                   " TO " NEW-PARM-STREAM-TO
           END-IF
           IF NEW-PARM-STREAM-FROM NOT NUMERIC
                   OR NEW-PARM-STREAM-TO NOT NUMERIC
                   OR NEW-PARM-STREAM-FROM NOT > ZERO
                   OR NEW-PARM-STREAM-TO < NEW-PARM-STREAM-FROM
               DISPLAY "FZBZ0066E STAGED STREAM CARD "
                   NEW-PARM-STREAM-ID " HAS AN INVALID RANGE "
                   MOVE OLD-PARM-CARD TO WS-OLD-HEADER-CARD
                   SET WS-OLD-HEADER-PRESENT TO TRUE
               ELSE
                   IF WS-OLD-RULE-COUNT = 35
                       DISPLAY "FZBZ0128E THE LIVE DECK CARRIES "
                           "MORE THAN 35 CARDS AFTER THE HEADER "
                           "- THE DIFF TABLE ONLY HOLDS 35.  "
                           "TRIM THE LIVE DECK OR RAISE THE "
                           "TABLE'S OCCURS LIMIT.  REJECTING "
                           "INSTALL."
                       MOVE OLD-PARM-CAP-QUEUE TO
                           WS-OLD-CARD-KEY
                               (WS-OLD-RULE-COUNT) (2 : 8)
                   ELSE
                   IF OLD-PARM-REC-TYPE = "G"
                       MOVE OLD-PARM-RGN-LABEL TO
                           WS-OLD-CARD-KEY
                               (WS-OLD-RULE-COUNT) (2 : 8)
                   ELSE
                       MOVE OLD-PARM-RULE-LABEL TO
                           WS-OLD-CARD-KEY
                               (WS-OLD-RULE-COUNT) (2 : 8)
                   END-IF
                   END-IF
                   END-IF
                   MOVE "N"
                       TO WS-OLD-RULE-MATCHED-SW (WS-OLD-RULE-COUNT)
               END-IF
           ELSE
           IF NEW-PARM-REC-TYPE = "Q"
               MOVE NEW-PARM-CAP-QUEUE TO WS-NEW-CARD-KEY (2 : 8)
           ELSE
           IF NEW-PARM-REC-TYPE = "G"
               MOVE NEW-PARM-RGN-LABEL TO WS-NEW-CARD-KEY (2 : 8)
           ELSE
               MOVE NEW-PARM-RULE-LABEL TO WS-NEW-CARD-KEY (2 : 8)
           END-IF
           END-IF
           END-IF
           MOVE "N" TO WS-RULE-MATCH-FOUND-SW
           PERFORM VARYING WS-OLD-RULE-IDX FROM 1 BY 1
                   UNTIL WS-OLD-RULE-IDX > WS-OLD-RULE-COUNT
           END-READ.

       READ-NEW-CARD.
           MOVE "N" TO WS-OLD-LAYOUT-CARD-SW
           READ NEW-PARM-FILE
               AT END
                   SET WS-NEW-AT-END TO TRUE
               NOT AT END
                   IF NEW-PARM-REC-TYPE = "S"
                       PERFORM CONVERT-OLD-STREAM-CARD
                   END-IF
           END-READ.

       CONVERT-OLD-STREAM-CARD.
      *    THE SAME OLD THREE-DIGIT 'S' CARD RECOGNITION AS THE
      *    NIGHTLY RUN (SEE PARMREC).  THE CARD IS REWRITTEN IN THE
      *    RECORD AREA, SO THE INSTALLED MEMBER CARRIES THE FIVE-
      *    DIGIT LAYOUT AND THE AUDIT TRAIL SHOWS THE CHANGE.
           IF NEW-PARM-STREAM-TO NOT NUMERIC
                   AND NEW-PARM-STREAM3-FROM NUMERIC
                   AND NEW-PARM-STREAM3-TO NUMERIC
                   AND NEW-PARM-STREAM3-REST = SPACES
               MOVE NEW-PARM-STREAM3-FROM TO WS-CONV-STREAM-FROM
               MOVE NEW-PARM-STREAM3-TO TO WS-CONV-STREAM-TO
               MOVE SPACES TO NEW-PARM-STREAM3-REST
               MOVE WS-CONV-STREAM-FROM TO NEW-PARM-STREAM-FROM
               MOVE WS-CONV-STREAM-TO TO NEW-PARM-STREAM-TO
               SET WS-OLD-LAYOUT-CARD TO TRUE
           END-IF.

       WRITE-AUDIT-RECORD-ADD.
           MOVE WS-AUDIT-DATE TO AUDIT-DATE
           MOVE WS-AUDIT-TIME TO AUDIT-TIME
