               10 WS-PARM-RULE-EXP-DATE    PIC 9(6).
           05 WS-PARM-STREAM-DATA REDEFINES WS-PARM-DATA.
               10 WS-PARM-STREAM-ID        PIC X(2).
               10 WS-PARM-STREAM-FROM      PIC 9(5).
               10 WS-PARM-STREAM-TO        PIC 9(5).
               10 FILLER                   PIC X(12).
           05 WS-PARM-STREAM3-DATA REDEFINES WS-PARM-DATA.
               10 WS-PARM-STREAM3-ID       PIC X(2).
               10 WS-PARM-STREAM3-FROM     PIC 9(3).
               10 WS-PARM-STREAM3-TO       PIC 9(3).
               10 WS-PARM-STREAM3-REST     PIC X(16).
           05 WS-PARM-RGN-DATA REDEFINES WS-PARM-DATA.
               10 WS-PARM-RGN-LABEL        PIC X(8).
               10 WS-PARM-RGN-CODE1        PIC X(2).
               10 FILLER                   PIC X(14).
       01 WS-CARD-POS PIC 9(3) VALUE ZERO.
       01 WS-UPPER-BOUND PIC 9(5) VALUE 100.
      *    EFFECTIVE-DATED RULE CARDS (SEE PARMREC).  THE
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-STREAM-ID         PIC X(2).
               10 WS-STREAM-FROM       PIC 9(5).
               10 WS-STREAM-TO         PIC 9(5).
      *    WORK FIELDS FOR CONVERTING AN OLD THREE-DIGIT 'S' CARD.
       01 WS-CONV-STREAM-FROM PIC 9(3).
       01 WS-CONV-STREAM-TO PIC 9(3).
       01 WS-DECK-NAME PIC X(6).
      *    REGION ('G') CARDS SEEN IN THE DECK BEING LOADED, KEPT
      *    ONLY TO APPLY THE NIGHTLY RUN'S DUPLICATE AND TABLE-
      *    LIMIT CHECKS.  THE PROJECTION HAS NO INTAKE FEED AND SO
      *    NO REGIONS - A RESTRICTED RULE IS PROJECTED AS THOUGH
      *    EVERY CASE CAME FROM ONE OF ITS REGIONS, AND SAID SO.
       01 WS-RGNCARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RGNCARD-IDX PIC 9(2).
       01 WS-RGNCARD-TABLE.
           05 WS-RGNCARD-LABEL OCCURS 10 TIMES PIC X(8).
      *    ONE DIGIT WIDER THAN THE 99999 CASE-NUMBER CEILING SO
      *    THE SIMULATE-DECK LOOP'S UNTIL CT > WS-STREAM-TO TEST CAN
      *    BE REACHED EVEN AT A BOUND OF 99999 - A PIC 9(5) CT WOULD
      *    WRAP TO 00000 AND NEVER TERMINATE.
       01 CT PIC 9(6).
       01 WS-RESULT-LINE PIC X(20).
       01 WS-RESULT-PTR PIC 9(2).
       01 WS-LABEL-OVERFLOW-SW PIC X VALUE "N".
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-NUMBER-COUNT
           MOVE ZERO TO WS-QUEUE-COUNT
           MOVE ZERO TO WS-STREAM-COUNT
           MOVE ZERO TO WS-RGNCARD-COUNT.

       STORE-PARM-CARD.
      *    SAME CARD HANDLING AS FIZZ-BUZZ-MAIN'S READ-PARM-CARD -
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PARM-UPPER-BOUND NOT NUMERIC
                   DISPLAY "FZBZ0031E " WS-DECK-NAME " DECK UPPER "
                       "BOUND '" WS-PARM-UPPER-BOUND "' IS NOT "
                       "NUMERIC - "
                       "THE NIGHTLY RUN WOULD REJECT THIS DECK.  "
                       "STEP FAILING."
                   MOVE 16 TO RETURN-CODE
               IF WS-PARM-REC-TYPE = "Q"
                   CONTINUE
               ELSE
               IF WS-PARM-REC-TYPE = "G"
                   PERFORM STORE-REGION-CARD
               ELSE
               IF WS-PARM-REC-TYPE NOT = "R"
                   DISPLAY "FZBZ0031E " WS-DECK-NAME " DECK RECORD "
                       WS-CARD-POS " HAS REC-TYPE " WS-PARM-REC-TYPE
                       " - ONLY 'R' RULE, 'S' STREAM, 'Q' "
                       "CAPACITY AND 'G' REGION CARDS ARE VALID "
                       "AFTER THE HEADER.  STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       STORE-REGION-CARD.
      *    THE SAME 'G' CARD CHECKS FIZZ-BUZZ-MAIN'S STORE-REGION-
      *    CARD APPLIES, SO A DECK THE NIGHTLY RUN WOULD REJECT IS
      *    REJECTED HERE TOO.
           IF WS-PARM-RGN-LABEL = SPACES
                   OR WS-PARM-RGN-CODE1 = SPACES
               DISPLAY "FZBZ0031E " WS-DECK-NAME " DECK REGION "
                   "CARD '" WS-PARM-RGN-LABEL "' NEEDS A RULE LABEL "
                   "AND AT LEAST ONE REGION CODE - THE NIGHTLY RUN "
                   "WOULD REJECT THIS DECK.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RGNCARD-IDX FROM 1 BY 1
                   UNTIL WS-RGNCARD-IDX > WS-RGNCARD-COUNT
               IF WS-RGNCARD-LABEL (WS-RGNCARD-IDX) =
                       WS-PARM-RGN-LABEL
                   DISPLAY "FZBZ0031E " WS-DECK-NAME " DECK RULE "
                       WS-PARM-RGN-LABEL " APPEARS ON MORE THAN ONE "
                       "REGION CARD - THE NIGHTLY RUN WOULD REJECT "
                       "THIS DECK.  STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-RGNCARD-COUNT = 10
               DISPLAY "FZBZ0031E " WS-DECK-NAME " DECK HAS MORE "
                   "THAN 10 REGION CARDS - THE REGION CARD TABLE "
                   "ONLY HOLDS 10.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RGNCARD-COUNT
           MOVE WS-PARM-RGN-LABEL TO WS-RGNCARD-LABEL (WS-RGNCARD-COUNT)
           DISPLAY "FZBZ0139I " WS-DECK-NAME " DECK RULE "
               WS-PARM-RGN-LABEL " IS REGION-RESTRICTED - THE "
               "PROJECTION HAS NO INTAKE REGIONS AND COUNTS IT FOR "
               "EVERY CASE".

       STORE-STREAM-CARD.
      *    THE SAME STREAM-CARD CHECKS FIZZ-BUZZ-MAIN APPLIES, SO
      *    A DECK THE NIGHTLY RUN WOULD REJECT IS REJECTED HERE
      *    TOO.
           PERFORM CONVERT-OLD-STREAM-CARD
           IF WS-PARM-STREAM-FROM NOT NUMERIC
                   OR WS-PARM-STREAM-TO NOT NUMERIC
                   OR WS-PARM-STREAM-FROM NOT > ZERO
                   OR WS-PARM-STREAM-TO < WS-PARM-STREAM-FROM
               DISPLAY "FZBZ0031E " WS-DECK-NAME " DECK STREAM "
                   "CARD " WS-PARM-STREAM-ID " HAS AN INVALID "
           MOVE WS-PARM-STREAM-TO
               TO WS-STREAM-TO (WS-STREAM-COUNT).

       CONVERT-OLD-STREAM-CARD.
      *    THE SAME OLD THREE-DIGIT 'S' CARD RECOGNITION AS THE
      *    NIGHTLY RUN (SEE PARMREC) - A LIVE DECK PROMOTED BEFORE
      *    THE FIVE-DIGIT LAYOUT STILL PROJECTS CORRECTLY.
           IF WS-PARM-STREAM-TO NOT NUMERIC
                   AND WS-PARM-STREAM3-FROM NUMERIC
                   AND WS-PARM-STREAM3-TO NUMERIC
                   AND WS-PARM-STREAM3-REST = SPACES
               MOVE WS-PARM-STREAM3-FROM TO WS-CONV-STREAM-FROM
               MOVE WS-PARM-STREAM3-TO TO WS-CONV-STREAM-TO
               MOVE SPACES TO WS-PARM-STREAM3-REST
               MOVE WS-CONV-STREAM-FROM TO WS-PARM-STREAM-FROM
               MOVE WS-CONV-STREAM-TO TO WS-PARM-STREAM-TO
           END-IF.

       CHECK-RULE-EFFECTIVITY.
      *    THE SAME SELECTION READ-PARM-CARD APPLIES AT RUN TIME:
      *    BLANK OR ZERO DATES ARE OPEN-ENDED, BOTH DATES ARE
