       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-DVAL.
      ******************************************************
      *    FZBZDVAL STAGED-DECK VALIDATION GATE            *
      *    CHECKS THE MERGED CONTROL-CARD DECK (PARMSTG)    *
      *    AGAINST EVERY RULE FIZZ-BUZZ-MAIN'S READ-PARM-   *
      *    CARD ENFORCES, PLUS THE CROSS-CARD CHECKS THE    *
      *    NIGHT ONLY FINDS BY ABENDING OR BY QUIETLY DOING *
      *    THE WRONG THING: STREAM RANGES OUT OF ORDER,     *
      *    DUPLICATE DIVISORS IN EFFECT TOGETHER, CAPACITY  *
      *    CARDS FOR A QUEUE NO RULE PRODUCES OR SPILLING   *
      *    TO A QUEUE WITH NO ROUTE DD, LABEL COMBINATIONS  *
      *    LONGER THAN THE 20-BYTE QUEUE CODE, AND DATES ON *
      *    WHICH NO RULE CARD IS IN FORCE.  UNLIKE THE      *
      *    NIGHT IT DOES NOT STOP AT THE FIRST BAD CARD -   *
      *    THE DECK IS LISTED WITH CARD NUMBERS AND EVERY   *
      *    VIOLATION IS PRINTED AGAINST ITS CARD NUMBER, SO *
      *    ONE RESUBMISSION CAN FIX THEM ALL.  ANY VIOLATION *
      *    SETS RETURN-CODE 16, WHICH FZBZPMNT'S SIM AND     *
      *    PROMOTE STEPS TEST, SO A DECK THE NIGHT WOULD     *
      *    REJECT NEVER REACHES PARMLIB.                    *
      *    EVERY DATE FROM TODAY ON IS JUDGED - TODAY AND   *
      *    EACH DATE A RULE CARD COMES INTO OR GOES OUT OF  *
      *    EFFECT ARE THE ONLY DATES ON WHICH THE RULE      *
      *    TABLE CAN CHANGE, SO CHECKING THOSE CHECKS THEM  *
      *    ALL.  ON EACH SUCH DATE THE RULES IN EFFECT ARE  *
      *    RUN THROUGH THE NIGHT'S COUNTER/RESET LOGIC OVER *
      *    THE LONGEST STREAM, THE SAME WAY FZBZSIM DOES,   *
      *    SO EVERY LABEL COMBINATION THE NIGHT CAN BUILD   *
      *    IS ACTUALLY BUILT HERE.                          *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMSTG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY PARMREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX VALUE "00".
       01 WS-PARM-AT-END-SW PIC X VALUE "N".
           88 WS-PARM-AT-END VALUE "Y".
       01 WS-RUN-DATE PIC 9(6).
       01 WS-CARD-NO PIC 9(3) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UPPER-BOUND PIC 9(5) VALUE ZERO.
       01 WS-HEADER-OK-SW PIC X VALUE "N".
           88 WS-HEADER-OK VALUE "Y".
      *    THE REGION CODES OF A 'G' CARD, ONE SLOT PER CODE.
       01 WS-RGN-LIST.
           05 WS-RGN-LIST-CODE OCCURS 8 TIMES PIC X(2).
      *    WORK FIELDS FOR CONVERTING AN OLD THREE-DIGIT 'S' CARD.
       01 WS-CONV-STREAM-FROM PIC 9(3).
       01 WS-CONV-STREAM-TO PIC 9(3).
      *    EVERY RULE CARD ON THE DECK, IN EFFECT TODAY OR NOT -
      *    THE NIGHT ONLY HOLDS THE 10 IN EFFECT ON ITS RUN DATE,
      *    BUT THE GATE HAS TO JUDGE EVERY DATE THE DECK COVERS.
       01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RULE-IDX PIC 9(3).
       01 WS-RULE-CHK-IDX PIC 9(3).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 99 TIMES.
               10 WS-RULE-CARD         PIC 9(3).
               10 WS-RULE-DIVISOR      PIC 9(3).
               10 WS-RULE-LABEL        PIC X(8).
               10 WS-RULE-RESET        PIC X(1).
               10 WS-RULE-EFF-DATE     PIC 9(6).
               10 WS-RULE-EXP-DATE     PIC 9(6).
               10 WS-RULE-DUP-SW       PIC X(1).
               10 WS-RULE-LIMIT-SW     PIC X(1).
       01 WS-RULE-EFF-WORK PIC 9(6).
       01 WS-RULE-EXP-WORK PIC 9(6).
       01 WS-RULE-CARD-OK-SW PIC X.
           88 WS-RULE-CARD-OK VALUE "Y".
      *    THE STREAM CARDS THAT PASSED THE NIGHT'S CHECKS, IN
      *    CARD ORDER.  A DECK WITH NONE RUNS THE SINGLE RANGE 1
      *    TO THE HEADER'S UPPER BOUND.
       01 WS-STREAM-COUNT PIC 9(2) VALUE ZERO.
       01 WS-STREAM-IDX PIC 9(2).
       01 WS-STREAM-CARDS PIC 9(3) VALUE ZERO.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-STREAM-ID         PIC X(2).
               10 WS-STREAM-FROM       PIC 9(5).
               10 WS-STREAM-TO         PIC 9(5).
       01 WS-STREAM-CARD-OK-SW PIC X.
           88 WS-STREAM-CARD-OK VALUE "Y".
       01 WS-STREAM-LENGTH PIC 9(6).
       01 WS-MAX-STREAM-LENGTH PIC 9(6) VALUE ZERO.
      *    CAPACITY ('Q') CARDS.  THE PRODUCED SWITCH IS SET WHEN
      *    ANY DATE'S PASS BUILDS THE CARD'S QUEUE CODE.
       01 WS-CAP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CAP-IDX PIC 9(2).
       01 WS-CAP-CARDS PIC 9(3) VALUE ZERO.
       01 WS-CAP-TABLE.
           05 WS-CAP-ENTRY OCCURS 10 TIMES.
               10 WS-CAP-CARD          PIC 9(3).
               10 WS-CAP-QUEUE         PIC X(8).
               10 WS-CAP-SPILL         PIC X(8).
               10 WS-CAP-PRODUCED-SW   PIC X(1).
      *    REGION ('G') CARDS.
       01 WS-RGNCARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RGNCARD-IDX PIC 9(2).
       01 WS-RGNCARD-CARDS PIC 9(3) VALUE ZERO.
       01 WS-RGNCARD-TABLE.
           05 WS-RGNCARD-ENTRY OCCURS 10 TIMES.
               10 WS-RGNCARD-CARD      PIC 9(3).
               10 WS-RGNCARD-LABEL     PIC X(8).
       01 WS-RGNCARD-MATCH-SW PIC X.
           88 WS-RGNCARD-MATCHED VALUE "Y".
      *    THE DATES ON WHICH THE RULE TABLE CAN CHANGE: TODAY,
      *    EACH FUTURE EFFECTIVE-FROM, AND THE DAY AFTER EACH
      *    EXPIRES-ON FROM TODAY ON.  THE CARD IS THE ONE WHOSE
      *    DATE PUT THE ENTRY HERE (ZERO FOR TODAY).
       01 WS-BDATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BDATE-IDX PIC 9(3).
       01 WS-BDATE-TABLE.
           05 WS-BDATE-ENTRY OCCURS 200 TIMES.
               10 WS-BDATE-DATE        PIC 9(6).
               10 WS-BDATE-CARD        PIC 9(3).
       01 WS-NEW-BDATE PIC 9(6).
       01 WS-NEW-BDATE-CARD PIC 9(3).
       01 WS-BDATE-FOUND-SW PIC X.
           88 WS-BDATE-FOUND VALUE "Y".
      *    CALENDAR WORK FIELDS.
       01 WS-CHECK-DATE PIC 9(6).
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YY              PIC 9(2).
           05 WS-CHECK-MM              PIC 9(2).
           05 WS-CHECK-DD              PIC 9(2).
       01 WS-CHECK-DATE-SW PIC X.
           88 WS-CHECK-DATE-VALID VALUE "Y".
       01 WS-DATE-CCYYMMDD PIC 9(8).
       01 WS-DATE-CCYYMMDD-R REDEFINES WS-DATE-CCYYMMDD.
           05 WS-DATE-CC               PIC 9(2).
           05 WS-DATE-YYMMDD           PIC 9(6).
       01 WS-DAY-NUMBER PIC 9(7).
      *    THE RULES IN EFFECT ON THE DATE BEING JUDGED, IN CARD
      *    ORDER - THE SAME TABLE THE NIGHT WOULD LOAD THAT DATE.
       01 WS-JUDGE-DATE PIC 9(6).
       01 WS-EFF-COUNT PIC 9(2).
       01 WS-EFF-IDX PIC 9(2).
       01 WS-EFF-TABLE.
           05 WS-EFF-ENTRY OCCURS 10 TIMES.
               10 WS-EFF-RULE          PIC 9(3).
               10 WS-EFF-COUNTER       PIC 9(3).
       01 WS-DEFAULT-RULES-SW PIC X VALUE "N".
           88 WS-DEFAULT-RULES VALUE "Y".
      *    ONE DIGIT WIDER THAN THE LONGEST POSSIBLE STREAM, AS IN
      *    FZBZSIM, SO THE PASS LOOP ALWAYS TERMINATES.
       01 CT PIC 9(6).
      *    THE LABEL COMBINATION FOR ONE CASE, BUILT UNTRUNCATED SO
      *    ITS TRUE LENGTH CAN BE JUDGED AGAINST THE 20-BYTE QUEUE
      *    CODE, AND THE CARD NUMBERS OF THE RULES THAT FIRED.
       01 WS-COMBO-LINE PIC X(90).
       01 WS-COMBO-PTR PIC 9(3).
       01 WS-COMBO-LENGTH PIC 9(3).
       01 WS-COMBO-CARDS PIC X(40).
       01 WS-COMBO-CARDS-PTR PIC 9(3).
      *    OVER-LENGTH COMBINATIONS ALREADY REPORTED, SO THE SAME
      *    RULES FIRING TOGETHER ON MANY CASES AND MANY DATES ARE
      *    REPORTED ONCE.
       01 WS-OVFL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OVFL-IDX PIC 9(2).
       01 WS-OVFL-FOUND-SW PIC X.
           88 WS-OVFL-FOUND VALUE "Y".
       01 WS-OVFL-TABLE.
           05 WS-OVFL-CARDS OCCURS 20 TIMES PIC X(40).
       01 WS-REPORT-LENGTH PIC ZZ9.
       01 WS-REPORT-CASE PIC ZZZZ9.
       PROCEDURE DIVISION.
       FZBZ-DVAL-MAIN SECTION.
      *    PASS ONE LISTS AND CHECKS EVERY CARD ON ITS OWN; PASS
      *    TWO JUDGES THE DECK AS A WHOLE ON EVERY DATE IT COVERS.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "FZBZ0169I VALIDATING STAGED PARM DECK FOR RUN "
               "DATES FROM " WS-RUN-DATE
           PERFORM LOAD-DECK
           PERFORM CHECK-REGION-LABELS
           PERFORM BUILD-BOUNDARY-DATES
           PERFORM VARYING WS-BDATE-IDX FROM 1 BY 1
                   UNTIL WS-BDATE-IDX > WS-BDATE-COUNT
               PERFORM JUDGE-ONE-DATE
           END-PERFORM
           IF WS-MAX-STREAM-LENGTH > ZERO
               PERFORM CHECK-CAPACITY-QUEUES
           END-IF
           IF WS-VIOLATION-COUNT > ZERO
               DISPLAY "FZBZ0173E " WS-VIOLATION-COUNT
                   " VIOLATION(S) IN THE STAGED PARM DECK - THE "
                   "NIGHTLY RUN WOULD REJECT OR MISROUTE ON IT.  "
                   "THE DECK MUST NOT BE PROMOTED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "FZBZ0172I STAGED PARM DECK PASSED "
                   "VALIDATION - " WS-CARD-NO " CARD(S), "
                   WS-WARNING-COUNT " WARNING(S)"
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DECK.
      *    A MISSING STAGED DECK IS AN ERROR, AS IN FZBZSIM - THERE
      *    IS NOTHING TO VALIDATE, AND PROMOTE MUST NOT TREAT
      *    "NOTHING CHECKED" AS "NOTHING WRONG".  AN EMPTY DECK IS
      *    A VIOLATION: THE NIGHT WOULD QUIETLY FALL BACK TO ITS
      *    BUILT-IN DEFAULTS, WHICH NO ONE STAGES ON PURPOSE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "FZBZ0174E STAGED PARM DECK NOT AVAILABLE - "
                   "NOTHING TO VALIDATE.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   SET WS-PARM-AT-END TO TRUE
           END-READ
           IF WS-PARM-AT-END
               DISPLAY "FZBZ0170E DECK - THE STAGED DECK IS EMPTY; "
                   "THE NIGHT WOULD RUN ON ITS BUILT-IN DEFAULTS"
               ADD 1 TO WS-VIOLATION-COUNT
           END-IF
           PERFORM UNTIL WS-PARM-AT-END
               IF WS-CARD-NO < 999
                   ADD 1 TO WS-CARD-NO
               END-IF
               DISPLAY "FZBZ0175I CARD " WS-CARD-NO " " PARM-CARD
               PERFORM CHECK-ONE-CARD
               READ PARM-FILE
                   AT END
                       SET WS-PARM-AT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF WS-RULE-COUNT = ZERO
               SET WS-DEFAULT-RULES TO TRUE
           END-IF
           IF WS-STREAM-COUNT = ZERO
               MOVE WS-UPPER-BOUND TO WS-MAX-STREAM-LENGTH
               IF WS-HEADER-OK AND WS-UPPER-BOUND = ZERO
                   DISPLAY "FZBZ0169E CARD 001 - UPPER BOUND IS "
                       "ZERO AND THERE ARE NO STREAM CARDS; THE "
                       "NIGHT WOULD PROCESS NO CASES"
                   ADD 1 TO WS-VIOLATION-COUNT
               END-IF
           END-IF.

       CHECK-ONE-CARD.
      *    THE FIRST CARD MUST BE THE HEADER, EVERY LATER CARD AN
      *    'R', 'S', 'Q' OR 'G' CARD - THE SAME ORDER RULE AS
      *    READ-PARM-CARD.
           IF WS-CARD-NO = 1
               IF PARM-REC-TYPE NOT = "H"
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - FIRST "
                       "CARD IS NOT A HEADER CARD (REC-TYPE 'H')"
                   ADD 1 TO WS-VIOLATION-COUNT
               ELSE
               IF PARM-UPPER-BOUND NOT NUMERIC
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - UPPER "
                       "BOUND '" PARM-UPPER-BOUND "' IS NOT A "
                       "FIVE-DIGIT NUMBER"
                   ADD 1 TO WS-VIOLATION-COUNT
               ELSE
                   MOVE PARM-UPPER-BOUND TO WS-UPPER-BOUND
                   SET WS-HEADER-OK TO TRUE
               END-IF
               END-IF
           ELSE
               EVALUATE PARM-REC-TYPE
                   WHEN "R"
                       PERFORM CHECK-RULE-CARD
                   WHEN "S"
                       PERFORM CHECK-STREAM-CARD
                   WHEN "Q"
                       PERFORM CHECK-CAPACITY-CARD
                   WHEN "G"
                       PERFORM CHECK-REGION-CARD
                   WHEN OTHER
                       DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - "
                           "REC-TYPE '" PARM-REC-TYPE "' IS NOT "
                           "VALID AFTER THE HEADER; ONLY 'R', 'S', "
                           "'Q' AND 'G' ARE"
                       ADD 1 TO WS-VIOLATION-COUNT
               END-EVALUATE
           END-IF.

       CHECK-RULE-CARD.
      *    THE NIGHT'S DIVISOR AND DATE-ORDER CHECKS, PLUS THREE
      *    IT DOES NOT MAKE BUT SHOULD NEVER SEE: A BLANK LABEL
      *    (THE CASE WOULD FIRE THE RULE AND GAIN NO QUEUE), A
      *    RESET FLAG OTHER THAN Y, N OR BLANK, AND A DATE THAT IS
      *    PUNCHED BUT IS NOT A CALENDAR DATE (THE NIGHT READS A
      *    NON-NUMERIC DATE AS OPEN-ENDED, SO A MISPUNCHED EXPIRY
      *    WOULD NEVER EXPIRE).  A CARD THAT FAILS IS LEFT OUT OF
      *    THE DATE-BY-DATE CHECKS.
           MOVE "Y" TO WS-RULE-CARD-OK-SW
           IF PARM-RULE-DIVISOR NOT NUMERIC
                   OR PARM-RULE-DIVISOR NOT > ZERO
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                   PARM-RULE-LABEL " HAS DIVISOR '"
                   PARM-RULE-DIVISOR "'; IT MUST BE 001-999"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-RULE-CARD-OK-SW
           END-IF
           IF PARM-RULE-LABEL = SPACES
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                   "LABEL IS BLANK"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-RULE-CARD-OK-SW
           END-IF
           IF PARM-RULE-RESET NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                   PARM-RULE-LABEL " RESET FLAG '" PARM-RULE-RESET
                   "' IS NOT Y, N OR BLANK"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-RULE-CARD-OK-SW
           END-IF
           MOVE ZERO TO WS-RULE-EFF-WORK
           IF PARM-RULE-EFF-DATE NUMERIC
               MOVE PARM-RULE-EFF-DATE TO WS-RULE-EFF-WORK
           END-IF
           MOVE ZERO TO WS-RULE-EXP-WORK
           IF PARM-RULE-EXP-DATE NUMERIC
               MOVE PARM-RULE-EXP-DATE TO WS-RULE-EXP-WORK
           END-IF
           IF PARM-RULE-EFF-DATE NOT NUMERIC
                   AND PARM-RULE-DATA (13:6) NOT = SPACES
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                   PARM-RULE-LABEL " EFFECTIVE-FROM '"
                   PARM-RULE-EFF-DATE "' IS NOT A YYMMDD DATE"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-RULE-CARD-OK-SW
           END-IF
           IF WS-RULE-EFF-WORK > ZERO
               MOVE WS-RULE-EFF-WORK TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-CHECK-DATE-VALID
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                       PARM-RULE-LABEL " EFFECTIVE-FROM "
                       WS-RULE-EFF-WORK " IS NOT A CALENDAR DATE"
                   ADD 1 TO WS-VIOLATION-COUNT
                   MOVE "N" TO WS-RULE-CARD-OK-SW
               END-IF
           END-IF
           IF PARM-RULE-EXP-DATE NOT NUMERIC
                   AND PARM-RULE-DATA (19:6) NOT = SPACES
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                   PARM-RULE-LABEL " EXPIRES-ON '"
                   PARM-RULE-EXP-DATE "' IS NOT A YYMMDD DATE"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-RULE-CARD-OK-SW
           END-IF
           IF WS-RULE-EXP-WORK > ZERO
               MOVE WS-RULE-EXP-WORK TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-CHECK-DATE-VALID
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                       PARM-RULE-LABEL " EXPIRES-ON "
                       WS-RULE-EXP-WORK " IS NOT A CALENDAR DATE"
                   ADD 1 TO WS-VIOLATION-COUNT
                   MOVE "N" TO WS-RULE-CARD-OK-SW
               END-IF
           END-IF
           IF WS-RULE-EFF-WORK > ZERO
                   AND WS-RULE-EXP-WORK > ZERO
                   AND WS-RULE-EFF-WORK > WS-RULE-EXP-WORK
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                   PARM-RULE-LABEL " HAS EFFECTIVE-FROM "
                   WS-RULE-EFF-WORK " AFTER EXPIRES-ON "
                   WS-RULE-EXP-WORK
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-RULE-CARD-OK-SW
           END-IF
           IF WS-RULE-CARD-OK
               IF WS-RULE-COUNT = 99
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - MORE "
                       "THAN 99 RULE CARDS ON THE DECK; THE "
                       "VALIDATION TABLE ONLY HOLDS 99"
                   ADD 1 TO WS-VIOLATION-COUNT
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-CARD-NO TO WS-RULE-CARD (WS-RULE-COUNT)
                   MOVE PARM-RULE-DIVISOR
                       TO WS-RULE-DIVISOR (WS-RULE-COUNT)
                   MOVE PARM-RULE-LABEL
                       TO WS-RULE-LABEL (WS-RULE-COUNT)
                   MOVE PARM-RULE-RESET
                       TO WS-RULE-RESET (WS-RULE-COUNT)
                   MOVE WS-RULE-EFF-WORK
                       TO WS-RULE-EFF-DATE (WS-RULE-COUNT)
                   MOVE WS-RULE-EXP-WORK
                       TO WS-RULE-EXP-DATE (WS-RULE-COUNT)
                   MOVE "N" TO WS-RULE-DUP-SW (WS-RULE-COUNT)
                   MOVE "N" TO WS-RULE-LIMIT-SW (WS-RULE-COUNT)
               END-IF
           END-IF.

       CHECK-CALENDAR-DATE.
      *    A REAL YYMMDD CALENDAR DATE - THE DAY-NUMBER CONVERSION
      *    REJECTS A DAY THE MONTH DOES NOT HAVE.
           MOVE "N" TO WS-CHECK-DATE-SW
           IF WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                   AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
               COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-CHECK-DATE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               IF WS-DAY-NUMBER > ZERO
                   SET WS-CHECK-DATE-VALID TO TRUE
               END-IF
           END-IF.

       CHECK-STREAM-CARD.
      *    THE NIGHT'S STREAM-CARD CHECKS, CARD BY CARD.  A CARD
      *    THAT FAILS IS REPORTED AND LEFT OUT, SO THE NEXT CARD IS
      *    STILL JUDGED AGAINST THE LAST GOOD RANGE.
           ADD 1 TO WS-STREAM-CARDS
           MOVE "Y" TO WS-STREAM-CARD-OK-SW
           PERFORM CONVERT-OLD-STREAM-CARD
           IF PARM-STREAM-FROM NOT NUMERIC
                   OR PARM-STREAM-TO NOT NUMERIC
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - STREAM "
                   PARM-STREAM-ID " FROM/TO IS NOT NUMERIC"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-STREAM-CARD-OK-SW
           ELSE
           IF PARM-STREAM-FROM NOT > ZERO
                   OR PARM-STREAM-TO < PARM-STREAM-FROM
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - STREAM "
                   PARM-STREAM-ID " RANGE " PARM-STREAM-FROM "-"
                   PARM-STREAM-TO " IS EMPTY OR DESCENDING"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-STREAM-CARD-OK-SW
           ELSE
           IF WS-STREAM-COUNT > ZERO
                   AND PARM-STREAM-FROM NOT >
                       WS-STREAM-TO (WS-STREAM-COUNT)
               DISPLAY "FZBZ0170E CARD " WS-CARD-NO " - STREAM "
                   PARM-STREAM-ID " RANGE " PARM-STREAM-FROM "-"
                   PARM-STREAM-TO " OVERLAPS OR PRECEDES STREAM "
                   WS-STREAM-ID (WS-STREAM-COUNT) " ENDING "
                   WS-STREAM-TO (WS-STREAM-COUNT)
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-STREAM-CARD-OK-SW
           END-IF
           END-IF
           END-IF
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               IF WS-STREAM-ID (WS-STREAM-IDX) = PARM-STREAM-ID
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - STREAM "
                       "ID " PARM-STREAM-ID " IS ALREADY USED BY AN "
                       "EARLIER STREAM CARD"
                   ADD 1 TO WS-VIOLATION-COUNT
                   MOVE "N" TO WS-STREAM-CARD-OK-SW
               END-IF
           END-PERFORM
           IF WS-STREAM-CARDS > 5
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - MORE THAN "
                   "5 STREAM CARDS; THE STREAM TABLE ONLY HOLDS 5"
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE "N" TO WS-STREAM-CARD-OK-SW
           END-IF
           IF WS-STREAM-CARD-OK AND WS-STREAM-COUNT < 5
               ADD 1 TO WS-STREAM-COUNT
               MOVE PARM-STREAM-ID TO WS-STREAM-ID (WS-STREAM-COUNT)
               MOVE PARM-STREAM-FROM
                   TO WS-STREAM-FROM (WS-STREAM-COUNT)
               MOVE PARM-STREAM-TO TO WS-STREAM-TO (WS-STREAM-COUNT)
               COMPUTE WS-STREAM-LENGTH =
                   PARM-STREAM-TO - PARM-STREAM-FROM + 1
               IF WS-STREAM-LENGTH > WS-MAX-STREAM-LENGTH
                   MOVE WS-STREAM-LENGTH TO WS-MAX-STREAM-LENGTH
               END-IF
           END-IF.

       CONVERT-OLD-STREAM-CARD.
      *    THE SAME OLD THREE-DIGIT 'S' CARD RECOGNITION AS THE
      *    NIGHTLY RUN (SEE PARMREC).
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

       CHECK-CAPACITY-CARD.
      *    THE NIGHT'S CAPACITY-CARD CHECKS, PLUS THE ROUTE CHECK:
      *    ROUTE HAS A DD FOR FIZZ, BUZZ, BANG, FIZZBUZZ AND NUMBER
      *    ONLY, AND ANY OTHER SPILL QUEUE WOULD LAND IN THE QOTHER
      *    CATCH-ALL WHERE NO TEAM WORKS IT.  WHETHER THE CARD'S
      *    OWN QUEUE IS ONE THE RULES PRODUCE IS ONLY KNOWN ONCE
      *    EVERY DATE HAS BEEN JUDGED (SEE CHECK-CAPACITY-QUEUES).
           ADD 1 TO WS-CAP-CARDS
           IF PARM-CAP-LIMIT NOT NUMERIC
                   OR PARM-CAP-LIMIT NOT > ZERO
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - CAPACITY "
                   "FOR QUEUE " PARM-CAP-QUEUE " HAS NO USABLE CASE "
                   "LIMIT; IT MUST BE NUMERIC AND AT LEAST 1"
               ADD 1 TO WS-VIOLATION-COUNT
           END-IF
           IF PARM-CAP-SPILL = SPACES
                   OR PARM-CAP-SPILL = PARM-CAP-QUEUE
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - CAPACITY "
                   "FOR QUEUE " PARM-CAP-QUEUE " HAS A BLANK OR "
                   "SELF-REFERENCING SPILL QUEUE"
               ADD 1 TO WS-VIOLATION-COUNT
           ELSE
               IF PARM-CAP-SPILL NOT = "FIZZ" AND NOT = "BUZZ"
                       AND NOT = "BANG" AND NOT = "FIZZBUZZ"
                       AND NOT = "NUMBER"
                   DISPLAY "FZBZ0170E CARD " WS-CARD-NO " - SPILL "
                       "QUEUE " PARM-CAP-SPILL " HAS NO ROUTE DD; "
                       "SPILLED CASES WOULD LAND ON QOTHER"
                   ADD 1 TO WS-VIOLATION-COUNT
               END-IF
           END-IF
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF WS-CAP-QUEUE (WS-CAP-IDX) = PARM-CAP-QUEUE
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - QUEUE "
                       PARM-CAP-QUEUE " ALREADY HAS A CAPACITY CARD "
                       "(CARD " WS-CAP-CARD (WS-CAP-IDX) ")"
                   ADD 1 TO WS-VIOLATION-COUNT
               END-IF
           END-PERFORM
           IF WS-CAP-CARDS > 10
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - MORE THAN "
                   "10 CAPACITY CARDS; THE CAPACITY TABLE ONLY "
                   "HOLDS 10"
               ADD 1 TO WS-VIOLATION-COUNT
           ELSE
               ADD 1 TO WS-CAP-COUNT
               MOVE WS-CARD-NO TO WS-CAP-CARD (WS-CAP-COUNT)
               MOVE PARM-CAP-QUEUE TO WS-CAP-QUEUE (WS-CAP-COUNT)
               MOVE PARM-CAP-SPILL TO WS-CAP-SPILL (WS-CAP-COUNT)
               MOVE "N" TO WS-CAP-PRODUCED-SW (WS-CAP-COUNT)
           END-IF.

       CHECK-REGION-CARD.
      *    THE NIGHT'S REGION-CARD CHECKS.
           ADD 1 TO WS-RGNCARD-CARDS
           MOVE PARM-RGN-CODES TO WS-RGN-LIST
           IF PARM-RGN-LABEL = SPACES
                   OR WS-RGN-LIST-CODE (1) = SPACES
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - REGION "
                   "CARD '" PARM-RGN-LABEL "' NEEDS A RULE LABEL AND "
                   "AT LEAST ONE REGION CODE, LEFT-JUSTIFIED"
               ADD 1 TO WS-VIOLATION-COUNT
           END-IF
           PERFORM VARYING WS-RGNCARD-IDX FROM 1 BY 1
                   UNTIL WS-RGNCARD-IDX > WS-RGNCARD-COUNT
               IF WS-RGNCARD-LABEL (WS-RGNCARD-IDX) = PARM-RGN-LABEL
                   DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - RULE "
                       PARM-RGN-LABEL " ALREADY HAS A REGION CARD "
                       "(CARD " WS-RGNCARD-CARD (WS-RGNCARD-IDX) ")"
                   ADD 1 TO WS-VIOLATION-COUNT
               END-IF
           END-PERFORM
           IF WS-RGNCARD-CARDS > 10
               DISPLAY "FZBZ0169E CARD " WS-CARD-NO " - MORE THAN "
                   "10 REGION CARDS; THE REGION CARD TABLE ONLY "
                   "HOLDS 10"
               ADD 1 TO WS-VIOLATION-COUNT
           ELSE
               ADD 1 TO WS-RGNCARD-COUNT
               MOVE WS-CARD-NO TO WS-RGNCARD-CARD (WS-RGNCARD-COUNT)
               MOVE PARM-RGN-LABEL
                   TO WS-RGNCARD-LABEL (WS-RGNCARD-COUNT)
           END-IF.

       CHECK-REGION-LABELS.
      *    A REGION CARD WHOSE LABEL IS ON NO RULE CARD AT ALL
      *    RESTRICTS NOTHING.  THE NIGHT ONLY WARNS ABOUT IT
      *    (FZBZ0136W), SO THIS IS A WARNING HERE TOO.
           PERFORM VARYING WS-RGNCARD-IDX FROM 1 BY 1
                   UNTIL WS-RGNCARD-IDX > WS-RGNCARD-COUNT
               MOVE "N" TO WS-RGNCARD-MATCH-SW
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-LABEL (WS-RULE-IDX) =
                           WS-RGNCARD-LABEL (WS-RGNCARD-IDX)
                       SET WS-RGNCARD-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-RGNCARD-MATCHED
                   DISPLAY "FZBZ0171W CARD "
                       WS-RGNCARD-CARD (WS-RGNCARD-IDX) " - REGION "
                       "CARD FOR RULE "
                       WS-RGNCARD-LABEL (WS-RGNCARD-IDX)
                       " MATCHES NO RULE CARD ON THE DECK"
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-PERFORM.

       BUILD-BOUNDARY-DATES.
      *    TODAY, EVERY FUTURE EFFECTIVE-FROM, AND THE DAY AFTER
      *    EVERY EXPIRES-ON THAT HAS NOT YET PASSED.  DATES BEFORE
      *    TODAY ARE NOT JUDGED - NO NIGHT WILL EVER RUN ON THEM
      *    WITH THIS DECK.
           MOVE WS-RUN-DATE TO WS-NEW-BDATE
           MOVE ZERO TO WS-NEW-BDATE-CARD
           PERFORM ADD-BOUNDARY-DATE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-EFF-DATE (WS-RULE-IDX) > WS-RUN-DATE
                   MOVE WS-RULE-EFF-DATE (WS-RULE-IDX)
                       TO WS-NEW-BDATE
                   MOVE WS-RULE-CARD (WS-RULE-IDX)
                       TO WS-NEW-BDATE-CARD
                   PERFORM ADD-BOUNDARY-DATE
               END-IF
               IF WS-RULE-EXP-DATE (WS-RULE-IDX) > ZERO
                       AND WS-RULE-EXP-DATE (WS-RULE-IDX)
                           NOT < WS-RUN-DATE
                   COMPUTE WS-DATE-CCYYMMDD =
                       20000000 + WS-RULE-EXP-DATE (WS-RULE-IDX)
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
                       + 1
                   COMPUTE WS-DATE-CCYYMMDD =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
                   MOVE WS-DATE-YYMMDD TO WS-NEW-BDATE
                   MOVE WS-RULE-CARD (WS-RULE-IDX)
                       TO WS-NEW-BDATE-CARD
                   PERFORM ADD-BOUNDARY-DATE
               END-IF
           END-PERFORM.

       ADD-BOUNDARY-DATE.
           MOVE "N" TO WS-BDATE-FOUND-SW
           PERFORM VARYING WS-BDATE-IDX FROM 1 BY 1
                   UNTIL WS-BDATE-IDX > WS-BDATE-COUNT
               IF WS-BDATE-DATE (WS-BDATE-IDX) = WS-NEW-BDATE
                   SET WS-BDATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BDATE-FOUND AND WS-BDATE-COUNT < 200
               ADD 1 TO WS-BDATE-COUNT
               MOVE WS-NEW-BDATE TO WS-BDATE-DATE (WS-BDATE-COUNT)
               MOVE WS-NEW-BDATE-CARD
                   TO WS-BDATE-CARD (WS-BDATE-COUNT)
           END-IF.

       JUDGE-ONE-DATE.
      *    LOADS THE RULE TABLE THE NIGHT WOULD LOAD ON THIS DATE
      *    AND JUDGES IT: NO RULE IN FORCE, MORE THAN 10 IN FORCE,
      *    TWO IN FORCE ON THE SAME DIVISOR, AND - BY RUNNING THE
      *    TABLE OVER THE LONGEST STREAM - ANY LABEL COMBINATION
      *    TOO LONG FOR THE QUEUE CODE.  EACH DUPLICATE OR TABLE-
      *    LIMIT VIOLATION IS REPORTED ONCE PER CARD, ON THE FIRST
      *    DATE IT OCCURS.
           MOVE WS-BDATE-DATE (WS-BDATE-IDX) TO WS-JUDGE-DATE
           MOVE ZERO TO WS-EFF-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF (WS-RULE-EFF-DATE (WS-RULE-IDX) = ZERO
                       OR WS-RULE-EFF-DATE (WS-RULE-IDX)
                           NOT > WS-JUDGE-DATE)
                   AND (WS-RULE-EXP-DATE (WS-RULE-IDX) = ZERO
                       OR WS-RULE-EXP-DATE (WS-RULE-IDX)
                           NOT < WS-JUDGE-DATE)
                   PERFORM ADD-RULE-IN-EFFECT
               END-IF
           END-PERFORM
           IF WS-EFF-COUNT = ZERO AND NOT WS-DEFAULT-RULES
               IF WS-BDATE-CARD (WS-BDATE-IDX) = ZERO
                   DISPLAY "FZBZ0170E DECK - NO RULE CARD IS IN "
                       "FORCE ON " WS-JUDGE-DATE " (TODAY); THE "
                       "NIGHT WOULD FALL BACK TO ITS BUILT-IN "
                       "DEFAULTS"
               ELSE
                   DISPLAY "FZBZ0170E CARD "
                       WS-BDATE-CARD (WS-BDATE-IDX) " - NO RULE "
                       "CARD IS IN FORCE FROM " WS-JUDGE-DATE
                       "; THE NIGHT WOULD FALL BACK TO ITS "
                       "BUILT-IN DEFAULTS"
               END-IF
               ADD 1 TO WS-VIOLATION-COUNT
           END-IF
           IF WS-DEFAULT-RULES
               PERFORM SET-DEFAULT-RULES
           END-IF
           IF WS-EFF-COUNT > ZERO AND WS-MAX-STREAM-LENGTH > ZERO
               PERFORM RUN-RULE-TABLE
           END-IF.

       ADD-RULE-IN-EFFECT.
           PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > WS-EFF-COUNT
               MOVE WS-EFF-RULE (WS-EFF-IDX) TO WS-RULE-CHK-IDX
               IF WS-RULE-DIVISOR (WS-RULE-CHK-IDX) =
                       WS-RULE-DIVISOR (WS-RULE-IDX)
                       AND WS-RULE-DUP-SW (WS-RULE-IDX) = "N"
                   DISPLAY "FZBZ0170E CARD "
                       WS-RULE-CARD (WS-RULE-IDX) " - RULE "
                       WS-RULE-LABEL (WS-RULE-IDX) " DIVISOR "
                       WS-RULE-DIVISOR (WS-RULE-IDX) " DUPLICATES "
                       "CARD " WS-RULE-CARD (WS-RULE-CHK-IDX) " ("
                       WS-RULE-LABEL (WS-RULE-CHK-IDX) ") ON "
                       WS-JUDGE-DATE
                   ADD 1 TO WS-VIOLATION-COUNT
                   MOVE "Y" TO WS-RULE-DUP-SW (WS-RULE-IDX)
               END-IF
           END-PERFORM
           IF WS-EFF-COUNT = 10
               IF WS-RULE-LIMIT-SW (WS-RULE-IDX) = "N"
                   DISPLAY "FZBZ0170E CARD "
                       WS-RULE-CARD (WS-RULE-IDX) " - MORE THAN 10 "
                       "RULE CARDS IN EFFECT ON " WS-JUDGE-DATE
                       "; THE RULE TABLE ONLY HOLDS 10"
                   ADD 1 TO WS-VIOLATION-COUNT
                   MOVE "Y" TO WS-RULE-LIMIT-SW (WS-RULE-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-EFF-COUNT
               MOVE WS-RULE-IDX TO WS-EFF-RULE (WS-EFF-COUNT)
           END-IF.

       SET-DEFAULT-RULES.
      *    A DECK WITH NO RULE CARDS AT ALL RUNS THE NIGHT'S
      *    FIZZ/3, BUZZ/5, BANG/7 DEFAULTS ON PURPOSE.  THEY ARE
      *    HELD IN THE RULE TABLE'S FIRST THREE SLOTS, WITH NO
      *    CARD NUMBER, SO THE CAPACITY CARDS CAN BE JUDGED
      *    AGAINST THE QUEUES THEY PRODUCE.
           MOVE 3 TO WS-EFF-COUNT
           MOVE 3 TO WS-RULE-DIVISOR (1)
           MOVE "FIZZ" TO WS-RULE-LABEL (1)
           MOVE 5 TO WS-RULE-DIVISOR (2)
           MOVE "BUZZ" TO WS-RULE-LABEL (2)
           MOVE 7 TO WS-RULE-DIVISOR (3)
           MOVE "BANG" TO WS-RULE-LABEL (3)
           PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > 3
               MOVE WS-EFF-IDX TO WS-EFF-RULE (WS-EFF-IDX)
               MOVE ZERO TO WS-RULE-CARD (WS-EFF-IDX)
               MOVE "Y" TO WS-RULE-RESET (WS-EFF-IDX)
           END-PERFORM.

       RUN-RULE-TABLE.
      *    THE NIGHT'S COUNTER/RESET EVALUATION OVER THE LONGEST
      *    STREAM ON THE DECK.  COUNTERS RESTART AT EVERY STREAM'S
      *    FIRST CASE, SO THE COMBINATIONS ANY SHORTER STREAM CAN
      *    BUILD ARE A SUBSET OF THESE.  A RULE WITH RESET 'N'
      *    KEEPS COUNTING IN ITS PIC 999 COUNTER AND FIRES AGAIN
      *    EACH TIME IT WRAPS ROUND TO ITS DIVISOR, AS IT DOES ON
      *    THE NIGHT.
           PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > WS-EFF-COUNT
               MOVE 1 TO WS-EFF-COUNTER (WS-EFF-IDX)
           END-PERFORM
           PERFORM VARYING CT FROM 1 BY 1
                   UNTIL CT > WS-MAX-STREAM-LENGTH
               MOVE SPACES TO WS-COMBO-LINE
               MOVE 1 TO WS-COMBO-PTR
               MOVE SPACES TO WS-COMBO-CARDS
               MOVE 1 TO WS-COMBO-CARDS-PTR
               PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                       UNTIL WS-EFF-IDX > WS-EFF-COUNT
                   MOVE WS-EFF-RULE (WS-EFF-IDX) TO WS-RULE-IDX
                   IF WS-EFF-COUNTER (WS-EFF-IDX) =
                           WS-RULE-DIVISOR (WS-RULE-IDX)
                       STRING FUNCTION TRIM
                               (WS-RULE-LABEL (WS-RULE-IDX))
                               DELIMITED BY SIZE
                               INTO WS-COMBO-LINE
                               WITH POINTER WS-COMBO-PTR
                       END-STRING
                       STRING WS-RULE-CARD (WS-RULE-IDX) " "
                               DELIMITED BY SIZE
                               INTO WS-COMBO-CARDS
                               WITH POINTER WS-COMBO-CARDS-PTR
                       END-STRING
                       IF WS-RULE-RESET (WS-RULE-IDX) NOT = "N"
                           MOVE ZERO TO WS-EFF-COUNTER (WS-EFF-IDX)
                       END-IF
                   END-IF
                   ADD 1 TO WS-EFF-COUNTER (WS-EFF-IDX)
               END-PERFORM
               COMPUTE WS-COMBO-LENGTH = WS-COMBO-PTR - 1
               IF WS-COMBO-LENGTH > 20
                   PERFORM REPORT-LABEL-OVERFLOW
               END-IF
               IF WS-COMBO-LENGTH > ZERO AND WS-COMBO-LENGTH NOT > 8
                   PERFORM MARK-CAPACITY-PRODUCED
               END-IF
           END-PERFORM.

       REPORT-LABEL-OVERFLOW.
      *    ONE REPORT PER SET OF RULES FIRING TOGETHER, NAMING
      *    THE FIRST CASE OF A STREAM AND THE FIRST DATE IT
      *    HAPPENS ON.
           MOVE "N" TO WS-OVFL-FOUND-SW
           PERFORM VARYING WS-OVFL-IDX FROM 1 BY 1
                   UNTIL WS-OVFL-IDX > WS-OVFL-COUNT
               IF WS-OVFL-CARDS (WS-OVFL-IDX) = WS-COMBO-CARDS
                   SET WS-OVFL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-OVFL-FOUND
               MOVE WS-COMBO-LENGTH TO WS-REPORT-LENGTH
               COMPUTE WS-REPORT-CASE = CT
               DISPLAY "FZBZ0170E CARDS "
                   FUNCTION TRIM (WS-COMBO-CARDS) " - ON "
                   WS-JUDGE-DATE " CASE " WS-REPORT-CASE " OF A "
                   "STREAM WOULD BUILD QUEUE CODE "
                   FUNCTION TRIM (WS-COMBO-LINE) ", "
                   WS-REPORT-LENGTH " BYTES; THE NIGHT WOULD ABEND "
                   "ON THE 20-BYTE QUEUE CODE (FZBZ0016E)"
               ADD 1 TO WS-VIOLATION-COUNT
               IF WS-OVFL-COUNT < 20
                   ADD 1 TO WS-OVFL-COUNT
                   MOVE WS-COMBO-CARDS TO WS-OVFL-CARDS (WS-OVFL-COUNT)
               END-IF
           END-IF.

       MARK-CAPACITY-PRODUCED.
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF WS-CAP-QUEUE (WS-CAP-IDX) = WS-COMBO-LINE (1:8)
                   MOVE "Y" TO WS-CAP-PRODUCED-SW (WS-CAP-IDX)
               END-IF
           END-PERFORM.

       CHECK-CAPACITY-QUEUES.
      *    A CAPACITY CARD FOR A QUEUE NO RULE COMBINATION BUILDS
      *    ON ANY DATE FROM TODAY ON NEVER LIMITS ANYTHING - MOST
      *    OFTEN A MISSPELT LABEL.  NUMBER IS ALWAYS PRODUCED.
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF WS-CAP-PRODUCED-SW (WS-CAP-IDX) = "N"
                       AND WS-CAP-QUEUE (WS-CAP-IDX) NOT = "NUMBER"
                   DISPLAY "FZBZ0170E CARD "
                       WS-CAP-CARD (WS-CAP-IDX) " - CAPACITY QUEUE "
                       WS-CAP-QUEUE (WS-CAP-IDX) " IS NOT A LABEL "
                       "ANY RULE IN EFFECT PRODUCES"
                   ADD 1 TO WS-VIOLATION-COUNT
               END-IF
           END-PERFORM.
