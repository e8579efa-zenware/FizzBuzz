       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-SCORERPT.
      ******************************************************
      *    FZBZSCRP NIGHTLY JOB MORNING STATUS REPORT      *
      *    PRINTS THE SCORECARD LOG (SCORECRD, SEE SCORREC)*
      *    AS ONE PAGE PER NIGHT: A GREEN, AMBER OR RED    *
      *    LINE FOR EVERY STEP OF FZBZJOB AND THE MORNING  *
      *    ACK RECONCILIATION, WITH THE STEP'S KEY FIGURE  *
      *    OR THE REASON IT HAS NONE, SO THE SHIFT LEAD    *
      *    SEES THE WHOLE NIGHT WITHOUT OPENING A SYSOUT.  *
      *    A NIGHT STARTS AT THE RECORD OF THE FIRST STEP  *
      *    CARD (THE GATE STEP) - A SECOND GATE RECORD FOR *
      *    THE SAME RUN DATE IS A RERUN OF THAT NIGHT, NOT *
      *    A NEW ONE - AND EVERY LATER RECORD, THE MORNING *
      *    ACK RECONCILIATION'S INCLUDED, BELONGS TO IT.   *
      *    A STEP RECORDED MORE THAN ONCE IN A NIGHT IS    *
      *    JUDGED ON ITS LATEST RECORD AND SHOWN AS RERUN. *
      *      GREEN  - ENDED RC 0.                          *
      *      AMBER  - ENDED RC 1-4; OR NOT RECORDED BUT    *
      *               BYPASSED BY COND= ON A STEP IT       *
      *               DEPENDS ON, OR FLUSHED BEHIND AN     *
      *               EARLIER STEP THAT DID NOT COMPLETE   *
      *               (SKIPPED); OR NO STEP OF ITS JOB     *
      *               RECORDED THAT NIGHT (NOT RUN).       *
      *      RED    - ENDED RC OVER 4, OR NOT RECORDED     *
      *               WITH NOTHING TO EXPLAIN IT (MISSING -*
      *               ABENDED, FAILED OR NOT YET RUN).     *
      *    THE STEP ENDS WITH RETURN CODE 0, 4 OR 8 FOR A  *
      *    GREEN, AMBER OR RED NEWEST NIGHT, SO A SCHEDULER*
      *    CAN ALERT ON IT.                                *
      *                                                     *
      *    SYSIN CONTROL CARDS - KEYWORD IN COLUMNS 1-7:   *
      *      NIGHTS  NNN                                   *
      *                  - PRINT THE LATEST NNN NIGHTS     *
      *                    (COLUMNS 9-11), DEFAULT 1.      *
      *      STEP    JJJJJJJJ SSSSSSSS DDDDDDDDR ...       *
      *                  - ONE CARD PER STEP, IN THE ORDER *
      *                    THE STEPS RUN AND ARE PRINTED:  *
      *                    JOB IN 9-16, STEP IN 18-25, AND *
      *                    UP TO FIVE STEPS OF THE SAME    *
      *                    JOB IT DEPENDS ON FROM COLUMN   *
      *                    27, TEN COLUMNS EACH - THE STEP *
      *                    NAME IN 8 AND THE HIGHEST RC    *
      *                    THAT STILL LETS THIS STEP RUN   *
      *                    IN THE NINTH.  A DEPENDENCY     *
      *                    MUST HAVE ITS OWN EARLIER CARD. *
      *    THE FIRST STEP CARD NAMES THE STEP THAT OPENS A *
      *    NIGHT.  RECORDS FOR A STEP WITH NO CARD, OR     *
      *    BEFORE THE FIRST NIGHT ON THE LOG, ARE COUNTED  *
      *    AND REPORTED BUT NOT PRINTED.                   *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRP-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT SCORE-REPORT-FILE ASSIGN TO SCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCRP-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 SCRP-CARD.
           05 SCRP-KEYWORD            PIC X(7).
           05 FILLER                  PIC X(1).
           05 SCRP-OPERANDS           PIC X(72).
           05 SCRP-NIGHTS-DATA REDEFINES SCRP-OPERANDS.
               10 SCRP-NIGHTS             PIC X(3).
               10 FILLER                  PIC X(69).
           05 SCRP-STEP-DATA REDEFINES SCRP-OPERANDS.
               10 SCRP-JOB-NAME           PIC X(8).
               10 FILLER                  PIC X(1).
               10 SCRP-STEP-NAME          PIC X(8).
               10 FILLER                  PIC X(1).
               10 SCRP-DEP OCCURS 5 TIMES.
                   15 SCRP-DEP-NAME           PIC X(8).
                   15 SCRP-DEP-MAX-RC         PIC X(1).
                   15 FILLER                  PIC X(1).
               10 FILLER                  PIC X(4).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       FD  SCORE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 SCORE-REPORT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-SYSIN-AT-END VALUE "Y".
       01 WS-SCORE-AT-END-SW PIC X VALUE "N".
           88 WS-SCORE-AT-END VALUE "Y".
       01 WS-CARD-ERRORS-SW PIC X VALUE "N".
           88 WS-CARD-ERRORS VALUE "Y".
       01 WS-NIGHTS-CARD-SW PIC X VALUE "N".
           88 WS-HAS-NIGHTS-CARD VALUE "Y".
       01 WS-CARD-NUMBER PIC 9(3) VALUE ZERO.
      *    NIGHTS ON THE LOG, NIGHTS ASKED FOR AND PRINTED.  THE
      *    LOG IS READ TWICE - ONCE TO COUNT THE NIGHTS, ONCE TO
      *    PRINT THE LATEST OF THEM.
       01 WS-NIGHTS-WANTED PIC 9(3) VALUE 1.
       01 WS-NIGHT-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-NIGHT-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-FIRST-PRINT-NIGHT PIC 9(5) VALUE 1.
       01 WS-NIGHTS-PRINTED PIC 9(5) VALUE ZERO.
       01 WS-NIGHT-RUN-DATE PIC 9(6) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EARLY-COUNT PIC 9(7) VALUE ZERO.
      *    THE STEP CARDS, AND FOR THE NIGHT IN HAND EACH STEP'S
      *    LATEST RECORD AND THE JUDGEMENT MADE ON IT.  30 IS
      *    WELL ABOVE THE STEPS OF THE TWO JOBS REPORTED ON.
       01 WS-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-STEP-IDX PIC 9(2).
       01 WS-OTHER-IDX PIC 9(2).
       01 WS-FOUND-IDX PIC 9(2).
       01 WS-DEP-IDX PIC 9(1).
       01 WS-DEP-STEP-IDX PIC 9(2).
       01 WS-SEARCH-JOB PIC X(8).
       01 WS-SEARCH-STEP PIC X(8).
       01 WS-STEP-TABLE.
           05 WS-STP-ENTRY OCCURS 30 TIMES.
               10 WS-STP-JOB           PIC X(8).
               10 WS-STP-NAME          PIC X(8).
               10 WS-STP-DEP-COUNT     PIC 9(1).
               10 WS-STP-DEP OCCURS 5 TIMES.
                   15 WS-STP-DEP-NAME      PIC X(8).
                   15 WS-STP-DEP-IDX       PIC 9(2).
                   15 WS-STP-DEP-MAX-RC    PIC 9(1).
               10 WS-STP-SEEN-SW       PIC X(1).
                   88 WS-STP-SEEN VALUE "Y".
               10 WS-STP-RERUN-SW      PIC X(1).
                   88 WS-STP-RERUN VALUE "Y".
               10 WS-STP-RC            PIC 9(4).
               10 WS-STP-START-TIME    PIC 9(6).
               10 WS-STP-END-TIME      PIC 9(6).
               10 WS-STP-FIGURE        PIC X(60).
               10 WS-STP-COLOUR        PIC X(5).
               10 WS-STP-OUTCOME       PIC X(7).
               10 WS-STP-REASON        PIC X(60).
       01 WS-JOB-RAN-SW PIC X VALUE "N".
           88 WS-JOB-RAN VALUE "Y".
       01 WS-STEP-SKIPPED-SW PIC X VALUE "N".
           88 WS-STEP-SKIPPED VALUE "Y".
       01 WS-GREEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AMBER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NIGHT-COLOUR PIC X(5) VALUE SPACES.
       01 WS-NEWEST-COLOUR PIC X(5) VALUE SPACES.
       01 WS-RC-EDIT PIC ZZZ9.
       01 WS-TITLE-LINE.
           05 FILLER                  PIC X(36) VALUE
               "FIZZBUZZ NIGHTLY JOB SCORECARD".
           05 FILLER                  PIC X(9) VALUE "RUN DATE=".
           05 WS-TITLE-RUN-DATE       PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "NIGHT ".
           05 WS-TITLE-NIGHT          PIC ZZZZ9.
           05 FILLER                  PIC X(4) VALUE " OF ".
           05 WS-TITLE-NIGHT-TOTAL    PIC ZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "NIGHT STATUS=".
           05 WS-TITLE-COLOUR         PIC X(5).
       01 WS-LEGEND-LINE.
           05 FILLER                  PIC X(15) VALUE
               "GREEN = RC 0".
           05 FILLER                  PIC X(38) VALUE
               "AMBER = RC 1-4, SKIPPED OR NOT RUN".
           05 FILLER                  PIC X(40) VALUE
               "RED = RC OVER 4 OR NO OUTCOME RECORDED".
       01 WS-STEP-HEADING-LINE.
           05 FILLER                  PIC X(9) VALUE "JOB".
           05 FILLER                  PIC X(9) VALUE "STEP".
           05 FILLER                  PIC X(7) VALUE "STATUS".
           05 FILLER                  PIC X(8) VALUE "OUTCOME".
           05 FILLER                  PIC X(6) VALUE "  RC".
           05 FILLER                  PIC X(7) VALUE "START".
           05 FILLER                  PIC X(8) VALUE "END".
           05 FILLER                  PIC X(30) VALUE
               "KEY FIGURE OR REASON".
       01 WS-STEP-LINE.
           05 WS-STEP-LINE-JOB        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-STEP-LINE-STEP       PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-STEP-LINE-COLOUR     PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-STEP-LINE-OUTCOME    PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-STEP-LINE-RC         PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-STEP-LINE-START      PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-STEP-LINE-END        PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-STEP-LINE-REASON     PIC X(60).
       01 WS-SUMMARY-LINE.
           05 FILLER                  PIC X(7) VALUE "STEPS: ".
           05 WS-SUMMARY-GREEN        PIC ZZ9.
           05 FILLER                  PIC X(8) VALUE " GREEN, ".
           05 WS-SUMMARY-AMBER        PIC ZZ9.
           05 FILLER                  PIC X(8) VALUE " AMBER, ".
           05 WS-SUMMARY-RED          PIC ZZ9.
           05 FILLER                  PIC X(4) VALUE " RED".
       PROCEDURE DIVISION.
       FZBZ-SCORERPT-MAIN SECTION.
           PERFORM READ-CONTROL-CARDS
           IF WS-STEP-COUNT = ZERO AND NOT WS-CARD-ERRORS
               DISPLAY "FZBZ0196E NO STEP CARDS ON SYSIN - THE "
                   "REPORT NEEDS ONE PER STEP TO JUDGE"
               SET WS-CARD-ERRORS TO TRUE
           END-IF
           IF WS-CARD-ERRORS
               DISPLAY "FZBZ0196E SCORECARD CONTROL CARDS IN ERROR - "
                   "NO REPORT PRINTED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-NIGHTS
           IF WS-NIGHTS-WANTED < WS-NIGHT-TOTAL
               COMPUTE WS-FIRST-PRINT-NIGHT =
                   WS-NIGHT-TOTAL - WS-NIGHTS-WANTED + 1
           END-IF
           OPEN OUTPUT SCORE-REPORT-FILE
           PERFORM PRINT-NIGHTS
           CLOSE SCORE-REPORT-FILE
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY "FZBZ0198W " WS-UNKNOWN-COUNT " SCORECARD "
                   "RECORDS FOR STEPS WITH NO STEP CARD - NOT PRINTED"
           END-IF
           IF WS-EARLY-COUNT > ZERO
               DISPLAY "FZBZ0198W " WS-EARLY-COUNT " SCORECARD "
                   "RECORDS BEFORE THE FIRST " WS-STP-JOB (1) " "
                   WS-STP-NAME (1) " RECORD - NOT PRINTED"
           END-IF
           DISPLAY "FZBZ0199I MORNING STATUS REPORT COMPLETE - "
               WS-NIGHTS-PRINTED " OF " WS-NIGHT-TOTAL
               " NIGHTS PRINTED, NEWEST NIGHT " WS-NEWEST-COLOUR
           EVALUATE WS-NEWEST-COLOUR
               WHEN "RED  "
                   MOVE 8 TO RETURN-CODE
               WHEN "AMBER"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-CONTROL-CARDS.
      *    EVERY CARD IS CHECKED AND EVERY BAD ONE REPORTED BEFORE
      *    THE STEP FAILS, SO ONE RESUBMISSION FIXES THE LOT.
           OPEN INPUT SCRP-CARD-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               SET WS-SYSIN-AT-END TO TRUE
           ELSE
               PERFORM READ-CONTROL-CARD
               PERFORM UNTIL WS-SYSIN-AT-END
                   ADD 1 TO WS-CARD-NUMBER
                   EVALUATE SCRP-KEYWORD
                       WHEN "NIGHTS "
                           PERFORM APPLY-NIGHTS-CARD
                       WHEN "STEP   "
                           PERFORM APPLY-STEP-CARD
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "FZBZ0196E CONTROL CARD "
                               WS-CARD-NUMBER " UNRECOGNIZED "
                               "KEYWORD '" SCRP-KEYWORD "' - VALID "
                               "CARDS ARE NIGHTS AND STEP"
                           SET WS-CARD-ERRORS TO TRUE
                   END-EVALUATE
                   PERFORM READ-CONTROL-CARD
               END-PERFORM
               CLOSE SCRP-CARD-FILE
           END-IF.

       APPLY-NIGHTS-CARD.
           IF SCRP-NIGHTS NOT NUMERIC OR SCRP-NIGHTS = "000"
               DISPLAY "FZBZ0196E CONTROL CARD " WS-CARD-NUMBER
                   " NIGHTS CARD NEEDS A 3-DIGIT COUNT OF AT LEAST "
                   "001 IN COLUMNS 9-11"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               IF WS-HAS-NIGHTS-CARD
                   DISPLAY "FZBZ0196E CONTROL CARD " WS-CARD-NUMBER
                       " IS A SECOND NIGHTS CARD"
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   MOVE SCRP-NIGHTS TO WS-NIGHTS-WANTED
                   SET WS-HAS-NIGHTS-CARD TO TRUE
               END-IF
           END-IF.

       APPLY-STEP-CARD.
           IF SCRP-JOB-NAME = SPACES OR SCRP-STEP-NAME = SPACES
               DISPLAY "FZBZ0196E CONTROL CARD " WS-CARD-NUMBER
                   " STEP CARD NEEDS A JOB NAME IN COLUMNS 9-16 "
                   "AND A STEP NAME IN 18-25"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               MOVE SCRP-JOB-NAME TO WS-SEARCH-JOB
               MOVE SCRP-STEP-NAME TO WS-SEARCH-STEP
               PERFORM FIND-STEP-ENTRY
               IF WS-FOUND-IDX > ZERO
                   DISPLAY "FZBZ0196E CONTROL CARD " WS-CARD-NUMBER
                       " DUPLICATES THE CARD FOR " SCRP-JOB-NAME " "
                       SCRP-STEP-NAME
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   IF WS-STEP-COUNT = 30
                       DISPLAY "FZBZ0196E CONTROL CARD "
                           WS-CARD-NUMBER " IS OVER THE LIMIT OF 30 "
                           "STEP CARDS"
                       SET WS-CARD-ERRORS TO TRUE
                   ELSE
                       ADD 1 TO WS-STEP-COUNT
                       MOVE SCRP-JOB-NAME
                           TO WS-STP-JOB (WS-STEP-COUNT)
                       MOVE SCRP-STEP-NAME
                           TO WS-STP-NAME (WS-STEP-COUNT)
                       MOVE ZERO TO WS-STP-DEP-COUNT (WS-STEP-COUNT)
                       PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                               UNTIL WS-DEP-IDX > 5
                           IF SCRP-DEP-NAME (WS-DEP-IDX) NOT = SPACES
                               PERFORM APPLY-STEP-DEPENDENCY
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       APPLY-STEP-DEPENDENCY.
      *    A DEPENDENCY IS ON AN EARLIER STEP OF THE SAME JOB, AS
      *    A COND= TEST IS.  THE CARD IS BEING ADDED AS
      *    WS-STEP-COUNT, SO THE SEARCH CANNOT FIND ITSELF.
           MOVE SCRP-JOB-NAME TO WS-SEARCH-JOB
           MOVE SCRP-DEP-NAME (WS-DEP-IDX) TO WS-SEARCH-STEP
           PERFORM FIND-STEP-ENTRY
           IF WS-FOUND-IDX = ZERO OR WS-FOUND-IDX = WS-STEP-COUNT
               DISPLAY "FZBZ0196E CONTROL CARD " WS-CARD-NUMBER
                   " DEPENDS ON " SCRP-DEP-NAME (WS-DEP-IDX)
                   " WHICH HAS NO EARLIER STEP CARD FOR JOB "
                   SCRP-JOB-NAME
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               IF SCRP-DEP-MAX-RC (WS-DEP-IDX) NOT NUMERIC
                   DISPLAY "FZBZ0196E CONTROL CARD " WS-CARD-NUMBER
                       " DEPENDENCY ON " SCRP-DEP-NAME (WS-DEP-IDX)
                       " NEEDS A 1-DIGIT HIGHEST RC AFTER THE NAME"
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   ADD 1 TO WS-STP-DEP-COUNT (WS-STEP-COUNT)
                   MOVE WS-STP-DEP-COUNT (WS-STEP-COUNT)
                       TO WS-OTHER-IDX
                   MOVE SCRP-DEP-NAME (WS-DEP-IDX)
                       TO WS-STP-DEP-NAME
                           (WS-STEP-COUNT WS-OTHER-IDX)
                   MOVE WS-FOUND-IDX
                       TO WS-STP-DEP-IDX (WS-STEP-COUNT WS-OTHER-IDX)
                   MOVE SCRP-DEP-MAX-RC (WS-DEP-IDX)
                       TO WS-STP-DEP-MAX-RC
                           (WS-STEP-COUNT WS-OTHER-IDX)
               END-IF
           END-IF.

       FIND-STEP-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX > WS-STEP-COUNT
                       OR WS-FOUND-IDX > ZERO
               IF WS-STP-JOB (WS-OTHER-IDX) = WS-SEARCH-JOB
                       AND WS-STP-NAME (WS-OTHER-IDX) = WS-SEARCH-STEP
                   MOVE WS-OTHER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       COUNT-NIGHTS.
      *    FIRST PASS - HOW MANY NIGHTS THE LOG HOLDS, SO THE
      *    SECOND PASS KNOWS WHERE THE LATEST NNN BEGIN.
           OPEN INPUT SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "FZBZ0197E SCORECARD LOG NOT AVAILABLE - "
                   "STATUS " WS-SCORE-STATUS " - NO REPORT PRINTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SCORECARD-RECORD
           PERFORM UNTIL WS-SCORE-AT-END
               ADD 1 TO WS-RECORD-COUNT
               IF SCOR-JOB-NAME = WS-STP-JOB (1)
                       AND SCOR-STEP-NAME = WS-STP-NAME (1)
                   IF WS-NIGHT-TOTAL = ZERO
                           OR SCOR-RUN-DATE NOT = WS-NIGHT-RUN-DATE
                       ADD 1 TO WS-NIGHT-TOTAL
                       MOVE SCOR-RUN-DATE TO WS-NIGHT-RUN-DATE
                   END-IF
               END-IF
               PERFORM READ-SCORECARD-RECORD
           END-PERFORM
           CLOSE SCORECARD-FILE
           IF WS-NIGHT-TOTAL = ZERO
               DISPLAY "FZBZ0197E " WS-RECORD-COUNT " SCORECARD "
                   "RECORDS BUT NONE FOR " WS-STP-JOB (1) " "
                   WS-STP-NAME (1) " - NO NIGHT TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-NIGHTS.
      *    SECOND PASS - EACH RECORD IS FILED AGAINST ITS STEP FOR
      *    THE NIGHT IN HAND.  A NIGHT IS PRINTED WHEN THE NEXT
      *    ONE OPENS, AND THE LAST AT THE END OF THE LOG.
           MOVE "N" TO WS-SCORE-AT-END-SW
           MOVE ZERO TO WS-NIGHT-RUN-DATE
           OPEN INPUT SCORECARD-FILE
           PERFORM READ-SCORECARD-RECORD
           PERFORM UNTIL WS-SCORE-AT-END
               PERFORM FILE-SCORECARD-RECORD
               PERFORM READ-SCORECARD-RECORD
           END-PERFORM
           CLOSE SCORECARD-FILE
           IF WS-NIGHT-NUMBER NOT < WS-FIRST-PRINT-NIGHT
               PERFORM PRINT-ONE-NIGHT
           END-IF.

       FILE-SCORECARD-RECORD.
           IF SCOR-JOB-NAME = WS-STP-JOB (1)
                   AND SCOR-STEP-NAME = WS-STP-NAME (1)
                   AND (WS-NIGHT-NUMBER = ZERO
                       OR SCOR-RUN-DATE NOT = WS-NIGHT-RUN-DATE)
               IF WS-NIGHT-NUMBER > ZERO
                       AND WS-NIGHT-NUMBER NOT < WS-FIRST-PRINT-NIGHT
                   PERFORM PRINT-ONE-NIGHT
               END-IF
               ADD 1 TO WS-NIGHT-NUMBER
               MOVE SCOR-RUN-DATE TO WS-NIGHT-RUN-DATE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE "N" TO WS-STP-SEEN-SW (WS-STEP-IDX)
                   MOVE "N" TO WS-STP-RERUN-SW (WS-STEP-IDX)
               END-PERFORM
           END-IF
           MOVE SCOR-JOB-NAME TO WS-SEARCH-JOB
           MOVE SCOR-STEP-NAME TO WS-SEARCH-STEP
           PERFORM FIND-STEP-ENTRY
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               IF WS-NIGHT-NUMBER = ZERO
                   ADD 1 TO WS-EARLY-COUNT
               ELSE
                   IF WS-STP-SEEN (WS-FOUND-IDX)
                       SET WS-STP-RERUN (WS-FOUND-IDX) TO TRUE
                   END-IF
                   SET WS-STP-SEEN (WS-FOUND-IDX) TO TRUE
                   MOVE SCOR-RETURN-CODE TO WS-STP-RC (WS-FOUND-IDX)
                   MOVE SCOR-START-TIME
                       TO WS-STP-START-TIME (WS-FOUND-IDX)
                   MOVE SCOR-END-TIME
                       TO WS-STP-END-TIME (WS-FOUND-IDX)
                   MOVE SCOR-KEY-FIGURE
                       TO WS-STP-FIGURE (WS-FOUND-IDX)
               END-IF
           END-IF.

       PRINT-ONE-NIGHT.
      *    THE STEPS ARE JUDGED IN CARD ORDER, SO EVERY STEP A
      *    STEP DEPENDS ON, AND EVERY EARLIER STEP OF ITS JOB, IS
      *    ALREADY JUDGED WHEN ITS OWN TURN COMES.
           MOVE ZERO TO WS-GREEN-COUNT
           MOVE ZERO TO WS-AMBER-COUNT
           MOVE ZERO TO WS-RED-COUNT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM JUDGE-ONE-STEP
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RED-COUNT > ZERO
                   MOVE "RED  " TO WS-NIGHT-COLOUR
               WHEN WS-AMBER-COUNT > ZERO
                   MOVE "AMBER" TO WS-NIGHT-COLOUR
               WHEN OTHER
                   MOVE "GREEN" TO WS-NIGHT-COLOUR
           END-EVALUATE
           MOVE WS-NIGHT-COLOUR TO WS-NEWEST-COLOUR
           ADD 1 TO WS-NIGHTS-PRINTED
           PERFORM WRITE-NIGHT-HEADING
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           MOVE WS-GREEN-COUNT TO WS-SUMMARY-GREEN
           MOVE WS-AMBER-COUNT TO WS-SUMMARY-AMBER
           MOVE WS-RED-COUNT TO WS-SUMMARY-RED
           MOVE SPACES TO SCORE-REPORT-LINE
           WRITE SCORE-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE SCORE-REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       JUDGE-ONE-STEP.
           MOVE SPACES TO WS-STP-REASON (WS-STEP-IDX)
           IF WS-STP-SEEN (WS-STEP-IDX)
               IF WS-STP-RERUN (WS-STEP-IDX)
                   MOVE "RERUN" TO WS-STP-OUTCOME (WS-STEP-IDX)
               ELSE
                   MOVE "ENDED" TO WS-STP-OUTCOME (WS-STEP-IDX)
               END-IF
               MOVE WS-STP-FIGURE (WS-STEP-IDX)
                   TO WS-STP-REASON (WS-STEP-IDX)
               EVALUATE TRUE
                   WHEN WS-STP-RC (WS-STEP-IDX) = ZERO
                       MOVE "GREEN" TO WS-STP-COLOUR (WS-STEP-IDX)
                   WHEN WS-STP-RC (WS-STEP-IDX) NOT > 4
                       MOVE "AMBER" TO WS-STP-COLOUR (WS-STEP-IDX)
                   WHEN OTHER
                       MOVE "RED  " TO WS-STP-COLOUR (WS-STEP-IDX)
               END-EVALUATE
           ELSE
               PERFORM CHECK-JOB-RAN
               IF NOT WS-JOB-RAN
                   MOVE "NOT RUN" TO WS-STP-OUTCOME (WS-STEP-IDX)
                   MOVE "AMBER" TO WS-STP-COLOUR (WS-STEP-IDX)
                   STRING "NO STEP OF " DELIMITED BY SIZE
                       WS-STP-JOB (WS-STEP-IDX) DELIMITED BY SPACE
                       " RECORDED FOR THIS NIGHT" DELIMITED BY SIZE
                       INTO WS-STP-REASON (WS-STEP-IDX)
                   END-STRING
               ELSE
                   PERFORM CHECK-COND-BYPASS
                   IF NOT WS-STEP-SKIPPED
                       PERFORM CHECK-EARLIER-FAILURE
                   END-IF
                   IF WS-STEP-SKIPPED
                       MOVE "SKIPPED" TO WS-STP-OUTCOME (WS-STEP-IDX)
                       MOVE "AMBER" TO WS-STP-COLOUR (WS-STEP-IDX)
                   ELSE
                       MOVE "MISSING" TO WS-STP-OUTCOME (WS-STEP-IDX)
                       MOVE "RED  " TO WS-STP-COLOUR (WS-STEP-IDX)
                       MOVE "NO OUTCOME RECORDED - ABENDED, FAILED "
                           TO WS-STP-REASON (WS-STEP-IDX)
                       MOVE "OR NOT YET RUN"
                           TO WS-STP-REASON (WS-STEP-IDX) (39 : 14)
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-STP-COLOUR (WS-STEP-IDX)
               WHEN "GREEN"
                   ADD 1 TO WS-GREEN-COUNT
               WHEN "AMBER"
                   ADD 1 TO WS-AMBER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RED-COUNT
           END-EVALUATE.

       CHECK-JOB-RAN.
           MOVE "N" TO WS-JOB-RAN-SW
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX > WS-STEP-COUNT
               IF WS-STP-JOB (WS-OTHER-IDX) = WS-STP-JOB (WS-STEP-IDX)
                       AND WS-STP-SEEN (WS-OTHER-IDX)
                   SET WS-JOB-RAN TO TRUE
               END-IF
           END-PERFORM.

       CHECK-COND-BYPASS.
      *    A STEP WITH NO RECORD WHOSE DEPENDENCY ENDED ABOVE THE
      *    HIGHEST RC ITS CARD ALLOWS WAS BYPASSED BY COND=.  A
      *    DEPENDENCY THAT WAS ITSELF BYPASSED SETS NO CODE, SO
      *    COND= IGNORES IT, AND SO DOES THIS TEST.  THE FIRST
      *    DEPENDENCY THAT TRIPPED IS THE ONE GIVEN AS THE REASON.
           MOVE "N" TO WS-STEP-SKIPPED-SW
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-STP-DEP-COUNT (WS-STEP-IDX)
                       OR WS-STEP-SKIPPED
               MOVE WS-STP-DEP-IDX (WS-STEP-IDX WS-DEP-IDX)
                   TO WS-DEP-STEP-IDX
               IF WS-STP-SEEN (WS-DEP-STEP-IDX)
                       AND WS-STP-RC (WS-DEP-STEP-IDX) >
                           WS-STP-DEP-MAX-RC (WS-STEP-IDX WS-DEP-IDX)
                   SET WS-STEP-SKIPPED TO TRUE
                   MOVE WS-STP-RC (WS-DEP-STEP-IDX) TO WS-RC-EDIT
                   STRING "SKIPPED BY COND= - "
                       DELIMITED BY SIZE
                       WS-STP-NAME (WS-DEP-STEP-IDX)
                       DELIMITED BY SPACE
                       " ENDED RC " FUNCTION TRIM (WS-RC-EDIT)
                       DELIMITED BY SIZE
                       INTO WS-STP-REASON (WS-STEP-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

       CHECK-EARLIER-FAILURE.
      *    A STEP THAT ABENDS FLUSHES EVERY LATER STEP OF ITS JOB,
      *    SO AN UNRECORDED STEP BEHIND A MISSING ONE WAS SKIPPED
      *    RATHER THAN FAILED IN ITS OWN RIGHT.  ONLY THE FIRST
      *    MISSING STEP OF THE JOB IS RED.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX NOT < WS-STEP-IDX
                       OR WS-STEP-SKIPPED
               IF WS-STP-JOB (WS-OTHER-IDX) = WS-STP-JOB (WS-STEP-IDX)
                       AND WS-STP-OUTCOME (WS-OTHER-IDX) = "MISSING"
                   SET WS-STEP-SKIPPED TO TRUE
                   STRING "FLUSHED - " DELIMITED BY SIZE
                       WS-STP-NAME (WS-OTHER-IDX) DELIMITED BY SPACE
                       " DID NOT COMPLETE" DELIMITED BY SIZE
                       INTO WS-STP-REASON (WS-STEP-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

       WRITE-NIGHT-HEADING.
           MOVE WS-NIGHT-RUN-DATE TO WS-TITLE-RUN-DATE
           MOVE WS-NIGHT-NUMBER TO WS-TITLE-NIGHT
           MOVE WS-NIGHT-TOTAL TO WS-TITLE-NIGHT-TOTAL
           MOVE WS-NIGHT-COLOUR TO WS-TITLE-COLOUR
           IF WS-NIGHTS-PRINTED = 1
               WRITE SCORE-REPORT-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SCORE-REPORT-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE SCORE-REPORT-LINE FROM WS-LEGEND-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SCORE-REPORT-LINE
           WRITE SCORE-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE SCORE-REPORT-LINE FROM WS-STEP-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SCORE-REPORT-LINE
           WRITE SCORE-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-STEP-LINE.
           MOVE WS-STP-JOB (WS-STEP-IDX) TO WS-STEP-LINE-JOB
           MOVE WS-STP-NAME (WS-STEP-IDX) TO WS-STEP-LINE-STEP
           MOVE WS-STP-COLOUR (WS-STEP-IDX) TO WS-STEP-LINE-COLOUR
           MOVE WS-STP-OUTCOME (WS-STEP-IDX) TO WS-STEP-LINE-OUTCOME
           IF WS-STP-SEEN (WS-STEP-IDX)
               MOVE WS-STP-RC (WS-STEP-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-STEP-LINE-RC
               MOVE WS-STP-START-TIME (WS-STEP-IDX)
                   TO WS-STEP-LINE-START
               MOVE WS-STP-END-TIME (WS-STEP-IDX) TO WS-STEP-LINE-END
           ELSE
               MOVE SPACES TO WS-STEP-LINE-RC
               MOVE SPACES TO WS-STEP-LINE-START
               MOVE SPACES TO WS-STEP-LINE-END
           END-IF
           MOVE WS-STP-REASON (WS-STEP-IDX) TO WS-STEP-LINE-REASON
           WRITE SCORE-REPORT-LINE FROM WS-STEP-LINE
               AFTER ADVANCING 1 LINE.

       READ-CONTROL-CARD.
           READ SCRP-CARD-FILE
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.

       READ-SCORECARD-RECORD.
           READ SCORECARD-FILE
               AT END
                   SET WS-SCORE-AT-END TO TRUE
           END-READ.
