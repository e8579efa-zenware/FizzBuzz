           SELECT INTAKE-ERR-FILE ASSIGN TO INTKERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTKERR-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           COPY PARMREC.
       FD  CASE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6260 CHARACTERS.
           COPY CKPTREC.
       FD  TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           COPY TOTREC.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01 INTAKE-ERR-RECORD           PIC X(40).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
      *    CT RUNS ONE DIGIT WIDER THAN THE FIVE-DIGIT CASE NUMBER
      *    SO THE "NEXT CASE" POSITION AFTER CASE 99999 (WHAT THE
      *    LAST CHECKPOINT OF A STREAM ENDING THERE RECORDS) IS
      *    REPRESENTABLE AND NEVER WRAPS BACK TO A LOW NUMBER.
       01 CT PIC 9(6) VALUE 1.
      *    SIZED OFF CASE-NUMBER (CASEREC.CPY) RATHER THAN CT, SO
      *    SUPPRESS-LEADING-ZEROES STAYS CORRECT IF THE OUTPUT
      *    RECORD'S FIELD WIDTH EVER CHANGES.
       01 WS-RULE-EXP-DATE PIC 9(6).
       01 WS-CASE-OUT-STATUS PIC XX VALUE "00".
       01 WS-CKPT-STATUS PIC XX VALUE "00".
      *    RECORD-LAYOUT ID STAMPED ON EVERY CHECKPOINT WRITTEN AND
      *    REQUIRED ON EVERY CHECKPOINT RESTARTED FROM (SEE CKPTREC).
       01 WS-CKPT-LAYOUT-ID PIC X(4) VALUE "CK06".
       01 WS-TOTALS-STATUS PIC XX VALUE "00".
       01 WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 10.
       01 WS-RESTARTED-SW PIC X VALUE "N".
       01 WS-END-DATE PIC 9(6).
       01 WS-END-TIME PIC 9(6).
       01 WS-RUN-OUTCOME PIC X(9) VALUE SPACES.
       01 WS-RESUME-CT PIC 9(6) VALUE ZERO.
       01 WS-CASES-THIS-RUN PIC 9(5) VALUE ZERO.
      *    SCORECARD FIELDS - THE SAME EXECUTION, ONE LINE FOR THE
      *    MORNING STATUS REPORT (SEE WRITE-SCORECARD-RECORD).
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
      *    SUPERVISOR CASE OVERRIDES (SEE OVERREC).  THE CARD TABLE
      *    HOLDS THE OVERRIDES LOADED AT START-UP; THE TALLY FIELDS
      *    COUNT THE CASES ACTUALLY FORCED, BY TARGET QUEUE,
       01 WS-INTAKE-LAST-CASE PIC 9(5) VALUE ZERO.
       01 WS-INTAKE-IN-RANGE-SW PIC X.
           88 WS-INTAKE-IN-RANGE VALUE "Y".
      *    THE FLAG TABLE COVERS THE WHOLE FIVE-DIGIT CASE-NUMBER
      *    SPACE.  ITS INDEX IS ONE DIGIT WIDER SO A LOOP RUNNING
      *    "UNTIL > 99999" CAN ACTUALLY GET THERE.
       01 WS-INTAKE-CHK-IDX PIC 9(6).
       01 WS-INTAKE-FLAG-TABLE.
           05 WS-INTAKE-FLAG OCCURS 99999 TIMES PIC X(1).
      *    THE INTAKE REGION OF EACH ACCEPTED TRANSACTION, BY CASE
      *    NUMBER, STAMPED ON THE CASE'S DETAIL RECORD AND TESTED
      *    BY REGION-RESTRICTED RULES.  REBUILT FROM THE INTAKE
      *    FILE AT EVERY START-UP LIKE THE FLAG TABLE; ALL SPACES
      *    ON A GENERATED-RANGE RUN, WHICH HAS NO REGIONS.
       01 WS-INTAKE-REGION-TABLE.
           05 WS-INTAKE-REGION OCCURS 99999 TIMES PIC X(2).
       01 WS-CASE-REGION PIC X(2).
       01 WS-CASE-PRESENT-SW PIC X VALUE "Y".
           88 WS-CASE-PRESENT VALUE "Y".
       01 WS-INTAKE-ERR-BUILD.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-STREAM-ID         PIC X(2).
               10 WS-STREAM-FROM       PIC 9(5).
               10 WS-STREAM-TO         PIC 9(5).
               10 WS-STREAM-CASES      PIC 9(5).
               10 WS-STREAM-NUMBER     PIC 9(5).
      *    WORK FIELDS FOR CONVERTING AN OLD THREE-DIGIT 'S' CARD.
       01 WS-CONV-STREAM-FROM PIC 9(3).
       01 WS-CONV-STREAM-TO PIC 9(3).
       01 WS-GNUMBER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GOVERRIDE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GQUEUE-COUNT PIC 9(2) VALUE ZERO.
               10 WS-RULE-DIVISOR      PIC 9(3).
               10 WS-RULE-LABEL        PIC X(8).
               10 WS-RULE-RESET        PIC X(1).
               10 WS-RULE-REGIONS      PIC X(16).
               10 WS-RULE-COUNTER      PIC 9(3).
               10 WS-RULE-HITS         PIC 9(5).
               10 WS-RULE-GHITS        PIC 9(5).
      *    REGION-RESTRICTION CARDS (SEE PARMREC'S 'G' CARDS), HELD
      *    UNTIL THE WHOLE DECK IS READ AND THEN APPLIED TO EVERY
      *    RULE IN EFFECT CARRYING THE CARD'S LABEL.  A RULE'S
      *    WS-RULE-REGIONS IS BLANK WHEN IT APPLIES TO EVERY CASE.
       01 WS-RGNCARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RGNCARD-IDX PIC 9(2).
       01 WS-RGNCARD-USED-SW PIC X.
           88 WS-RGNCARD-USED VALUE "Y".
       01 WS-RGNCARD-TABLE.
           05 WS-RGNCARD-ENTRY OCCURS 10 TIMES.
               10 WS-RGNCARD-LABEL     PIC X(8).
               10 WS-RGNCARD-CODES     PIC X(16).
       01 WS-RGN-LIST.
           05 WS-RGN-LIST-CODE OCCURS 8 TIMES PIC X(2).
       01 WS-RGN-LIST-IDX PIC 9(2).
       01 WS-RULE-APPLIES-SW PIC X.
           88 WS-RULE-APPLIES VALUE "Y".
      *    PER-REGION TALLIES BEHIND THE TOTALS GENERATION'S REGION
      *    RECORDS (SEE TOTREC).  ONLY AN INTAKE-MODE RUN HAS
      *    REGIONS.  CASES AND OVERRIDES ARE COUNTED PER REGION,
      *    QUEUE HITS PER REGION AND RULE-DERIVED QUEUE-CODE PAIR -
      *    THE SAME BASIS AS WS-QUEUE-TABLE, SO THE REGIONS ADD
      *    BACK UP TO THE GRAND QUEUE TOTALS.  THEY ARE WHOLE-RUN
      *    TALLIES TAKEN CASE BY CASE, NOT ROLLED UP PER STREAM,
      *    AND ARE CHECKPOINTED WITH EVERYTHING ELSE.
       01 WS-RGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RGN-IDX PIC 9(2).
       01 WS-RGN-CASE-IDX PIC 9(2).
       01 WS-RGN-FOUND-SW PIC X VALUE "N".
           88 WS-RGN-FOUND VALUE "Y".
       01 WS-RGN-TABLE.
           05 WS-RGN-ENTRY OCCURS 20 TIMES.
               10 WS-RGN-ID            PIC X(2).
               10 WS-RGN-CASES         PIC 9(5).
               10 WS-RGN-OVERRIDES     PIC 9(5).
       01 WS-RGNQ-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RGNQ-IDX PIC 9(3).
       01 WS-RGNQ-FOUND-SW PIC X VALUE "N".
           88 WS-RGNQ-FOUND VALUE "Y".
       01 WS-RGNQ-TABLE.
           05 WS-RGNQ-ENTRY OCCURS 100 TIMES.
               10 WS-RGNQ-REGION       PIC X(2).
               10 WS-RGNQ-CODE         PIC X(20).
               10 WS-RGNQ-HITS         PIC 9(5).
       01 WS-RESULT-LINE PIC X(20).
       01 WS-RESULT-PTR PIC 9(2).
       01 WS-LABEL-OVERFLOW-SW PIC X VALUE "N".
           CLOSE CHECKPOINT-FILE
           MOVE "CLEAN" TO WS-RUN-OUTCOME
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       PROCESS-ONE-STREAM.
                ELSE
                    MOVE "Y" TO WS-CASE-PRESENT-SW
                END-IF
                MOVE WS-INTAKE-REGION (CT) TO WS-CASE-REGION
      *    A REGION-RESTRICTED RULE'S COUNTER STILL RESETS ON EVERY
      *    CASE IT LANDS ON - ONLY ITS LABEL (AND SO ITS HIT) IS
      *    WITHHELD FROM A CASE OUTSIDE ITS REGIONS, SO ITS CADENCE
      *    NEVER DEPENDS ON WHERE THE NEIGHBORING CASES CAME FROM.
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
                            IF WS-CASE-PRESENT
                                ADD 1 TO WS-RULE-HITS (WS-RULE-IDX)
                            END-IF
                        END-IF
                        IF WS-RULE-RESET (WS-RULE-IDX) NOT = "N"
                            MOVE ZERO TO
                END-PERFORM
                MOVE CT TO CASE-NUMBER
                MOVE WS-STREAM-ID (WS-STREAM-IDX) TO CASE-STREAM-ID
                MOVE WS-CASE-REGION TO CASE-REGION
                IF WS-LABEL-OVERFLOW
                    PERFORM ABEND-LABEL-OVERFLOW
                END-IF
                        MOVE WS-RESULT-LINE TO QUEUE-CODE
                    END-IF
                    PERFORM ACCUMULATE-QUEUE-TOTAL
                    IF WS-INTAKE-MODE
                        PERFORM ACCUMULATE-REGION-TOTAL
                    END-IF
                    MOVE "N" TO CASE-OVERRIDE-SW
                    MOVE "N" TO CASE-CORRECTED-SW
                    MOVE "N" TO CASE-SPILL-SW
                    PERFORM APPLY-CASE-OVERRIDE
                    IF WS-INTAKE-MODE
                            AND CASE-OVERRIDE-SW = "Y"
                        ADD 1 TO WS-RGN-OVERRIDES (WS-RGN-CASE-IDX)
                    END-IF
                    PERFORM APPLY-QUEUE-CAPACITY
                    PERFORM WRITE-CASE-RECORD
                END-IF
      *    THE CASE LOOP RUNS EXACTLY TO THE STREAM'S TO-CASE, SO
      *    CT CAN NEVER LEGITIMATELY BE PAST IT HERE.  THIS GUARD
      *    IS A SAFETY NET FOR CT SOMEHOW RUNNING PAST THE STREAM
      *    RANGE (E.G. A FUTURE CHANGE OR CORRUPTED CHECKPOINT),
      *    NOT THE NORMAL PATH - CLASSIFYING A CASE NUMBER OUTSIDE
      *    EVERY CONFIGURED RANGE WOULD HAND IT TO THE WRONG POOL.
                IF CT > WS-STREAM-TO (WS-STREAM-IDX)
                    PERFORM ABEND-CT-OVERFLOW
                END-IF
                ADD 1 TO CT
               CLOSE RUN-HISTORY-FILE
           END-IF.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE FZBZ STEP'S OUTCOME TO THE NIGHTLY SCORECARD
      *    LOG (SEE COPYBOOKS/SCORREC) - THE SAME FACTS AS THE RUN-
      *    HISTORY RECORD, AS ONE LINE FOR THE MORNING STATUS
      *    REPORT.  OPEN EXTEND WITH THE OPEN OUTPUT FALLBACK, AND
      *    LIKE THE RUN HISTORY IT NEVER FAILS THE RUN: IT ALSO
      *    RUNS ON THE ABEND PATH, JUST BEFORE THE ABEND IS RAISED,
      *    SO THE REPORT SHOWS WHICH CHECK ENDED THE NIGHT.
           OPEN EXTEND SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               OPEN OUTPUT SCORECARD-FILE
           END-IF
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "FZBZ0194W SCORECARD LOG NOT AVAILABLE - "
                   "THIS STEP'S OUTCOME NOT RECORDED"
           ELSE
               MOVE SPACES TO WS-SCORE-FIGURE
               EVALUATE TRUE
                   WHEN WS-RUN-OUTCOME NOT = "CLEAN"
                       STRING "ABENDED AT " WS-RUN-OUTCOME " - "
                           WS-CASES-THIS-RUN " CASES WRITTEN"
                           DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                       END-STRING
                   WHEN WS-RESTARTED
                       STRING "CLEAN RESTART FROM CT " WS-RESUME-CT
                           " - " WS-CASES-THIS-RUN " CASES WRITTEN"
                           DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                       END-STRING
                   WHEN OTHER
                       STRING "CLEAN - " WS-CASES-THIS-RUN
                           " CASES WRITTEN, UPPER BOUND "
                           WS-UPPER-BOUND
                           DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                       END-STRING
               END-EVALUATE
               MOVE SPACES TO SCOR-RECORD
               MOVE "FZBZJOB" TO SCOR-JOB-NAME
               MOVE "FZBZ" TO SCOR-STEP-NAME
               MOVE WS-START-DATE TO SCOR-RUN-DATE
               MOVE WS-START-DATE TO SCOR-START-DATE
               MOVE WS-START-TIME TO SCOR-START-TIME
               MOVE WS-END-DATE TO SCOR-END-DATE
               MOVE WS-END-TIME TO SCOR-END-TIME
               MOVE RETURN-CODE TO SCOR-RETURN-CODE
               MOVE WS-SCORE-FIGURE TO SCOR-KEY-FIGURE
               WRITE SCOR-RECORD
               CLOSE SCORECARD-FILE
           END-IF.

       RAISE-ABEND.
      *    FORCES A GENUINE SYSTEM ABEND (VIA THE LANGUAGE
      *    ENVIRONMENT ABEND SERVICE, CEE3ABD) RATHER THAN A NORMAL
      *    CHECK ENDED THE RUN.
           PERFORM WRITE-RUN-HISTORY
           MOVE 16 TO RETURN-CODE
           PERFORM WRITE-SCORECARD-RECORD
           CALL "CEE3ABD" USING WS-ABEND-CODE WS-ABEND-SEVERITY
           STOP RUN.

       ABEND-CT-OVERFLOW.
      *    CT HAS RUN PAST THE CURRENT STREAM'S TO-CASE.  WRITING
      *    THE CASE WOULD CLASSIFY A NUMBER THE DECK NEVER ASSIGNED
      *    TO THIS STREAM (OR, PAST 99999, ONE CASE-NUMBER CANNOT
      *    HOLD), SO THE STEP ABENDS RATHER THAN CORRUPTING THE
      *    SEQUENCE.
           CLOSE CASE-OUT-FILE
           CLOSE CHECKPOINT-FILE
           DISPLAY "FZBZ0003E CT " CT " HAS RUN PAST STREAM "
               WS-STREAM-ID (WS-STREAM-IDX) " TO-CASE "
               WS-STREAM-TO (WS-STREAM-IDX)
               " - CHECK THE CHECKPOINT.  STEP ABENDING."
           MOVE "FZBZ0003E" TO WS-RUN-OUTCOME
           PERFORM RAISE-ABEND.


       ABEND-RULE-MISMATCH.
      *    THE CHECKPOINT'S RULE TABLE SHAPE (COUNT, OR ANY ENTRY'S
      *    DIVISOR/LABEL/REGIONS) NO LONGER MATCHES THE RULE TABLE JUST
      *    LOADED FROM TODAY'S PARM FILE - OPS LIKELY ADDED, REMOVED,
      *    OR REORDERED A RULE CARD BETWEEN THE ABEND AND THIS
      *    RESTART.  RESTORING THE SAVED PER-RULE COUNTERS/HITS
           MOVE "FZBZ0063E" TO WS-RUN-OUTCOME
           PERFORM RAISE-ABEND.

       ABEND-CKPT-LAYOUT.
      *    THE CHECKPOINT LEFT BY THE ABENDED RUN IS NOT IN THE
      *    CURRENT CKPTREC LAYOUT - EITHER THE DATASET ITSELF HAS
      *    THE OLD RECORD LENGTH (OPEN STATUS 39) OR A RECORD DOES
      *    NOT CARRY THE CURRENT CKPT-LAYOUT-ID.  REPOSITIONING
      *    FROM FIELDS AT THE WRONG OFFSETS WOULD RESUME AT A
      *    GARBAGE CASE NUMBER, SO THE RESTART IS REFUSED.  OPS
      *    MUST EITHER FINISH THE RESTART ON THE LOAD MODULE THAT
      *    WROTE THE CHECKPOINT, OR DELETE AND REALLOCATE CKPTFILE
      *    AND RERUN THE NIGHT FROM THE START.
           CLOSE CHECKPOINT-FILE
           DISPLAY "FZBZ0131E CHECKPOINT DATASET IS NOT IN THE "
               "CURRENT LAYOUT (" WS-CKPT-LAYOUT-ID ") - FINISH "
               "THE RESTART ON THE PROGRAM LEVEL THAT WROTE IT, OR "
               "REALLOCATE CKPTFILE AND RERUN FROM THE START.  STEP "
               "ABENDING."
           MOVE "FZBZ0131E" TO WS-RUN-OUTCOME
           PERFORM RAISE-ABEND.

       ACCUMULATE-QUEUE-TOTAL.
      *    TALLIES HITS PER ACTUAL QUEUE-CODE (THE LABEL COMBINATION
      *    A CASE WAS ROUTED TO, OR "NUMBER") SINCE WS-RULE-HITS IS
           MOVE "FZBZ0021E" TO WS-RUN-OUTCOME
           PERFORM RAISE-ABEND.

       CHECK-RULE-REGION.
      *    A RULE WITH NO 'G' CARD APPLIES TO EVERY CASE.  A
      *    REGION-RESTRICTED RULE ONLY APPLIES TO A CASE WHOSE
      *    INTAKE REGION IS ON ITS LIST - A CASE WITH NO REGION (A
      *    GENERATED-RANGE RUN, OR A BLANK INTK-REGION) NEVER
      *    MATCHES ONE.
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

       ACCUMULATE-REGION-TOTAL.
      *    COUNTS THE CASE UNDER ITS INTAKE REGION, AND ITS RULE-
      *    DERIVED QUEUE-CODE UNDER THE REGION/QUEUE PAIR, WITH THE
      *    SAME MATCH-OR-ADD IDIOM AS ACCUMULATE-QUEUE-TOTAL.  A
      *    BLANK INTK-REGION IS TALLIED AS A REGION OF ITS OWN SO
      *    THE REGIONS ALWAYS ADD BACK UP TO THE RUN.  WS-RGN-CASE-
      *    IDX IS LEFT POINTING AT THE CASE'S REGION FOR THE
      *    OVERRIDE TALLY.
           MOVE "N" TO WS-RGN-FOUND-SW
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-ID (WS-RGN-IDX) = WS-CASE-REGION
                   ADD 1 TO WS-RGN-CASES (WS-RGN-IDX)
                   MOVE WS-RGN-IDX TO WS-RGN-CASE-IDX
                   SET WS-RGN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RGN-FOUND
               IF WS-RGN-COUNT = 20
                   PERFORM ABEND-REGION-OVERFLOW
               END-IF
               ADD 1 TO WS-RGN-COUNT
               MOVE WS-CASE-REGION TO WS-RGN-ID (WS-RGN-COUNT)
               MOVE 1 TO WS-RGN-CASES (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-OVERRIDES (WS-RGN-COUNT)
               MOVE WS-RGN-COUNT TO WS-RGN-CASE-IDX
           END-IF
           MOVE "N" TO WS-RGNQ-FOUND-SW
           PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                   UNTIL WS-RGNQ-IDX > WS-RGNQ-COUNT
               IF WS-RGNQ-REGION (WS-RGNQ-IDX) = WS-CASE-REGION
                       AND WS-RGNQ-CODE (WS-RGNQ-IDX) = QUEUE-CODE
                   ADD 1 TO WS-RGNQ-HITS (WS-RGNQ-IDX)
                   SET WS-RGNQ-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RGNQ-FOUND
               IF WS-RGNQ-COUNT = 100
                   PERFORM ABEND-RGNQ-OVERFLOW
               END-IF
               ADD 1 TO WS-RGNQ-COUNT
               MOVE WS-CASE-REGION TO WS-RGNQ-REGION (WS-RGNQ-COUNT)
               MOVE QUEUE-CODE TO WS-RGNQ-CODE (WS-RGNQ-COUNT)
               MOVE 1 TO WS-RGNQ-HITS (WS-RGNQ-COUNT)
           END-IF.

       ABEND-REGION-OVERFLOW.
      *    MORE DISTINCT INTAKE REGIONS THIS RUN THAN THE REGION
      *    TALLY TABLE HOLDS - ABEND RATHER THAN DROPPING A
      *    REGION FROM THE GDG REGION RECORDS.
           CLOSE CASE-OUT-FILE
           CLOSE CHECKPOINT-FILE
           DISPLAY "FZBZ0133E MORE THAN 20 DISTINCT INTAKE REGIONS "
               "THIS RUN - THE REGION TALLY TABLE ONLY HOLDS 20.  "
               "RAISE THE TABLE'S OCCURS LIMIT.  STEP ABENDING."
           MOVE "FZBZ0133E" TO WS-RUN-OUTCOME
           PERFORM RAISE-ABEND.

       ABEND-RGNQ-OVERFLOW.
      *    MORE DISTINCT REGION/QUEUE-CODE PAIRS THIS RUN THAN THE
      *    PAIR TABLE HOLDS - ABEND RATHER THAN DROPPING A
      *    REGION'S QUEUE COUNT FROM THE GDG REGION RECORDS.
           CLOSE CASE-OUT-FILE
           CLOSE CHECKPOINT-FILE
           DISPLAY "FZBZ0134E MORE THAN 100 DISTINCT REGION/QUEUE-"
               "CODE COMBINATIONS THIS RUN - THE REGION QUEUE TABLE "
               "ONLY HOLDS 100.  RAISE THE TABLE'S OCCURS LIMIT.  "
               "STEP ABENDING."
           MOVE "FZBZ0134E" TO WS-RUN-OUTCOME
           PERFORM RAISE-ABEND.

       READ-OVERRIDE-FILE.
      *    LOADS THE OPTIONAL SUPERVISOR OVERRIDE FILE INTO THE
      *    CARD TABLE BEFORE THE CASE LOOP RUNS.  NO DD, OR AN
      *    CASE NUMBER, INSIDE A CONFIGURED STREAM RANGE,
      *    ASCENDING, NO DUPLICATES - AND REJECTS GO TO THE
      *    REJECT FILE WITH A REASON CODE RATHER THAN BEING
      *    DROPPED SILENTLY.  EACH ACCEPTED TRANSACTION'S INTAKE
      *    REGION IS KEPT FOR THE CASE'S DETAIL RECORD.
           PERFORM VARYING WS-INTAKE-CHK-IDX FROM 1 BY 1
                   UNTIL WS-INTAKE-CHK-IDX > 99999
               MOVE "N" TO WS-INTAKE-FLAG (WS-INTAKE-CHK-IDX)
               MOVE SPACES TO WS-INTAKE-REGION (WS-INTAKE-CHK-IDX)
           END-PERFORM
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               PERFORM WRITE-INTAKE-REJECT
           ELSE
               MOVE "Y" TO WS-INTAKE-FLAG (INTK-CASE-NUMBER-N)
               MOVE INTK-REGION
                   TO WS-INTAKE-REGION (INTK-CASE-NUMBER-N)
               MOVE INTK-CASE-NUMBER-N TO WS-INTAKE-LAST-CASE
               ADD 1 TO WS-INTAKE-COUNT
           END-IF
       CHECK-INTAKE-STREAM-RANGE.
      *    THE SAME STREAM-RANGE TEST THE OVERRIDE CARDS GET - A
      *    TRANSACTION MUST NAME A CASE SOME CONFIGURED STREAM
      *    WILL ACTUALLY WALK.  THE FLAG TABLE SPANS THE WHOLE
      *    FIVE-DIGIT CASE-NUMBER SPACE, SO ANY NON-ZERO NUMERIC
      *    CASE NUMBER IS A VALID SUBSCRIPT FOR THE CHECKS AFTER
      *    THIS ONE.
           MOVE "N" TO WS-INTAKE-IN-RANGE-SW
           PERFORM VARYING WS-STREAM-CHK-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-CHK-IDX > WS-STREAM-COUNT
               IF INTK-CASE-NUMBER-N NOT <
                       WS-STREAM-FROM (WS-STREAM-CHK-IDX)
                   AND INTK-CASE-NUMBER-N NOT >
                       WS-STREAM-TO (WS-STREAM-CHK-IDX)
                   SET WS-INTAKE-IN-RANGE TO TRUE
               END-IF
           END-PERFORM.

       WRITE-INTAKE-REJECT.
           MOVE INTAKE-RECORD TO WS-INTKERR-IMAGE
      *    COMPLETED CASE, SO THE RECORDED VALUES ARE EXACTLY
      *    WHERE A RESTARTED RUN SHOULD RESUME - NO REPROCESSING
      *    OF CASES ALREADY WRITTEN TO CASE-OUT-FILE.
           MOVE WS-CKPT-LAYOUT-ID TO CKPT-LAYOUT-ID
           MOVE CT TO CKPT-LAST-CT
           MOVE WS-RULE-COUNT TO CKPT-RULE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   TO CKPT-RULE-DIVISOR (WS-RULE-IDX)
               MOVE WS-RULE-LABEL (WS-RULE-IDX)
                   TO CKPT-RULE-LABEL (WS-RULE-IDX)
               MOVE WS-RULE-REGIONS (WS-RULE-IDX)
                   TO CKPT-RULE-REGIONS (WS-RULE-IDX)
               MOVE WS-RULE-COUNTER (WS-RULE-IDX)
                   TO CKPT-RULE-COUNTER (WS-RULE-IDX)
               MOVE WS-RULE-HITS (WS-RULE-IDX)
               MOVE WS-GSPILLQ-HITS (WS-GSPILLQ-IDX)
                   TO CKPT-GSPILLQ-HITS (WS-GSPILLQ-IDX)
           END-PERFORM
           MOVE WS-RGN-COUNT TO CKPT-RGN-COUNT
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               MOVE WS-RGN-ID (WS-RGN-IDX) TO CKPT-RGN-ID (WS-RGN-IDX)
               MOVE WS-RGN-CASES (WS-RGN-IDX)
                   TO CKPT-RGN-CASES (WS-RGN-IDX)
               MOVE WS-RGN-OVERRIDES (WS-RGN-IDX)
                   TO CKPT-RGN-OVERRIDES (WS-RGN-IDX)
           END-PERFORM
           MOVE WS-RGNQ-COUNT TO CKPT-RGNQ-COUNT
           PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                   UNTIL WS-RGNQ-IDX > WS-RGNQ-COUNT
               MOVE WS-RGNQ-REGION (WS-RGNQ-IDX)
                   TO CKPT-RGNQ-REGION (WS-RGNQ-IDX)
               MOVE WS-RGNQ-CODE (WS-RGNQ-IDX)
                   TO CKPT-RGNQ-CODE (WS-RGNQ-IDX)
               MOVE WS-RGNQ-HITS (WS-RGNQ-IDX)
                   TO CKPT-RGNQ-HITS (WS-RGNQ-IDX)
           END-PERFORM
           WRITE CKPT-RECORD.

       READ-LAST-CHECKPOINT.
      *    RESTORING THEM POSITIONALLY WOULD SILENTLY APPLY ONE
      *    RULE'S SAVED COUNTER TO A DIFFERENT RULE.  CKPT-RULE-
      *    COUNT AND EACH ENTRY'S CKPT-RULE-DIVISOR/CKPT-RULE-LABEL
      *    (AND ITS REGION RESTRICTION) ARE CHECKED AGAINST THE
      *    FRESH TABLE BEFORE ANY COUNTER IS TRUSTED; A MISMATCH
      *    ABENDS RATHER THAN CORRUPTING THE COUNTERS, TRAILER, AND
      *    GDG TOTALS SILENTLY.  A
      *    CHECKPOINT IN AN EARLIER RECORD LAYOUT IS REFUSED THE
      *    SAME WAY (ABEND-CKPT-LAYOUT) BEFORE ANY FIELD OF IT IS
      *    USED.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "39"
               PERFORM ABEND-CKPT-LAYOUT
           END-IF
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL WS-CKPT-STATUS NOT = "00"
                   READ CHECKPOINT-FILE
                           CONTINUE
                       NOT AT END
                           SET WS-RESTARTED TO TRUE
                           IF CKPT-LAYOUT-ID NOT = WS-CKPT-LAYOUT-ID
                               PERFORM ABEND-CKPT-LAYOUT
                           END-IF
                           IF CKPT-RULE-COUNT NOT = WS-RULE-COUNT
                               PERFORM ABEND-RULE-MISMATCH
                           END-IF
                                       = WS-RULE-DIVISOR (WS-RULE-IDX)
                                   OR CKPT-RULE-LABEL (WS-RULE-IDX)
                                       NOT = WS-RULE-LABEL (WS-RULE-IDX)
                                   OR CKPT-RULE-REGIONS (WS-RULE-IDX)
                                       NOT =
                                       WS-RULE-REGIONS (WS-RULE-IDX)
                                   PERFORM ABEND-RULE-MISMATCH
                               END-IF
                           END-PERFORM
                                   TO WS-GSPILLQ-HITS
                                       (WS-GSPILLQ-IDX)
                           END-PERFORM
                           MOVE CKPT-RGN-COUNT TO WS-RGN-COUNT
                           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
                               MOVE CKPT-RGN-ID (WS-RGN-IDX)
                                   TO WS-RGN-ID (WS-RGN-IDX)
                               MOVE CKPT-RGN-CASES (WS-RGN-IDX)
                                   TO WS-RGN-CASES (WS-RGN-IDX)
                               MOVE CKPT-RGN-OVERRIDES (WS-RGN-IDX)
                                   TO WS-RGN-OVERRIDES (WS-RGN-IDX)
                           END-PERFORM
                           MOVE CKPT-RGNQ-COUNT TO WS-RGNQ-COUNT
                           PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                                   UNTIL WS-RGNQ-IDX > WS-RGNQ-COUNT
                               MOVE CKPT-RGNQ-REGION (WS-RGNQ-IDX)
                                   TO WS-RGNQ-REGION (WS-RGNQ-IDX)
                               MOVE CKPT-RGNQ-CODE (WS-RGNQ-IDX)
                                   TO WS-RGNQ-CODE (WS-RGNQ-IDX)
                               MOVE CKPT-RGNQ-HITS (WS-RGNQ-IDX)
                                   TO WS-RGNQ-HITS (WS-RGNQ-IDX)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
      *    STRIPS LEADING ZEROES FOR DISPLAY.  WIDTH COMES FROM
      *    LENGTH OF CASE-NUMBER (THE OUTPUT RECORD'S OWN PICTURE
      *    IN CASEREC.CPY) RATHER THAN BEING HARD-CODED TO CT'S
      *    PICTURE, SO A FUTURE CHANGE TO THE OUTPUT FIELD WIDTH
      *    DOES NOT ALSO REQUIRE CHANGING THIS PARAGRAPH.
           MOVE SPACES TO RESULT-STRING
           MOVE 0 TO SPACE-COUNT
                   TO TOT-STREAM-NUMBER (WS-STREAM-CHK-IDX)
           END-PERFORM
           WRITE TOT-RECORD
      *    THEN ONE REGION RECORD PER INTAKE REGION (SEE TOTREC) -
      *    NONE ON A GENERATED-RANGE RUN.  EACH REGION'S QUEUE
      *    ENTRIES ARE GATHERED FROM THE REGION/QUEUE PAIR TABLE.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               MOVE SPACES TO TOT-REGION-RECORD
               MOVE WS-RUN-DATE TO TOT-RGN-RUN-DATE
               MOVE "RG" TO TOT-RGN-MARKER
               MOVE WS-RGN-ID (WS-RGN-IDX) TO TOT-RGN-REGION
               MOVE WS-RGN-CASES (WS-RGN-IDX) TO TOT-RGN-CASES
               MOVE WS-RGN-OVERRIDES (WS-RGN-IDX)
                   TO TOT-RGN-OVERRIDES
               MOVE ZERO TO TOT-RGN-QUEUE-COUNT
               PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                       UNTIL WS-RGNQ-IDX > WS-RGNQ-COUNT
                   IF WS-RGNQ-REGION (WS-RGNQ-IDX) =
                           WS-RGN-ID (WS-RGN-IDX)
                       ADD 1 TO TOT-RGN-QUEUE-COUNT
                       MOVE WS-RGNQ-CODE (WS-RGNQ-IDX)
                           TO TOT-RGN-QUEUE-CODE
                               (TOT-RGN-QUEUE-COUNT)
                       MOVE WS-RGNQ-HITS (WS-RGNQ-IDX)
                           TO TOT-RGN-QUEUE-HITS
                               (TOT-RGN-QUEUE-COUNT)
                   END-IF
               END-PERFORM
               WRITE TOT-REGION-RECORD
           END-PERFORM
           CLOSE TOTALS-FILE.

       WRITE-CASE-RECORD.
       WRITE-CASE-HEADER.
      *    THE ENVELOPE HEADER: ONE "H" RECORD WITH THE RUN DATE,
      *    RULE COUNT AND UPPER BOUND, THEN ONE "R" RECORD PER
      *    RULE CARD IN EFFECT, WITH ANY REGION RESTRICTION, SO
      *    THE FILE RECORDS THE RULE-SET THAT PRODUCED ITS
      *    DETAILS.
           MOVE SPACES TO CASE-OUT-RECORD
           MOVE "H" TO CASE-REC-TYPE
           MOVE WS-START-DATE TO CASE-HDR-RUN-DATE
                   TO CASE-RULE-DIVISOR
               MOVE WS-RULE-LABEL (WS-RULE-IDX) TO CASE-RULE-LABEL
               MOVE WS-RULE-RESET (WS-RULE-IDX) TO CASE-RULE-RESET
               MOVE WS-RULE-REGIONS (WS-RULE-IDX)
                   TO CASE-RULE-REGIONS
               WRITE CASE-OUT-RECORD
           END-PERFORM.

                           MOVE "FZBZ0017E" TO WS-RUN-OUTCOME
                           PERFORM RAISE-ABEND
                       END-IF
      *    THE UPPER BOUND MAY BE ANYTHING IN THE FIVE-DIGIT
      *    CASE-NUMBER SPACE - CT IS WIDE ENOUGH FOR ALL OF IT - BUT
      *    A NON-NUMERIC FIELD WOULD MAKE THE IMPLICIT STREAM'S
      *    RANGE MEANINGLESS.
                       IF PARM-UPPER-BOUND NOT NUMERIC
                           DISPLAY "FZBZ0012E PARM-UPPER-BOUND '"
                               PARM-UPPER-BOUND "' IS NOT A FIVE-"
                               "DIGIT NUMBER.  CORRECT THE HEADER "
                               "CARD.  STEP ABENDING."
                           CLOSE PARM-FILE
                           MOVE "FZBZ0012E" TO WS-RUN-OUTCOME
                           PERFORM RAISE-ABEND
                       END-IF
                       MOVE PARM-UPPER-BOUND TO WS-UPPER-BOUND
                       IF PARM-CHECKPOINT-INTERVAL NOT = ZERO
                           MOVE PARM-CHECKPOINT-INTERVAL
                               TO WS-CHECKPOINT-INTERVAL
                           IF PARM-REC-TYPE = "Q"
                               PERFORM STORE-CAPACITY-CARD
                           ELSE
                           IF PARM-REC-TYPE = "G"
                               PERFORM STORE-REGION-CARD
                           ELSE
                           IF PARM-REC-TYPE NOT = "R"
                               DISPLAY "FZBZ0018E PARM FILE RECORD "
                                   "AFTER THE HEADER HAS REC-TYPE "
                                   PARM-REC-TYPE " - ONLY 'R' RULE, "
                                   "'S' STREAM, 'Q' CAPACITY AND 'G' "
                                   "REGION CARDS ARE VALID THERE.  "
                                   "STEP ABENDING."
                               CLOSE PARM-FILE
                               MOVE "FZBZ0018E" TO WS-RUN-OUTCOME
                               PERFORM RAISE-ABEND
                               WS-RULE-LABEL (WS-RULE-COUNT)
                           MOVE PARM-RULE-RESET TO
                               WS-RULE-RESET (WS-RULE-COUNT)
                           MOVE SPACES TO
                               WS-RULE-REGIONS (WS-RULE-COUNT)
                           MOVE 1 TO
                               WS-RULE-COUNTER (WS-RULE-COUNT)
                           MOVE ZERO TO
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               IF WS-RULE-COUNT = ZERO
                   PERFORM SET-DEFAULT-RULES
               END-IF
               PERFORM APPLY-REGION-CARDS
           END-IF.

       SET-DEFAULT-RULES.
           MOVE 3 TO WS-RULE-DIVISOR (1)
           MOVE "FIZZ" TO WS-RULE-LABEL (1)
           MOVE "Y" TO WS-RULE-RESET (1)
           MOVE SPACES TO WS-RULE-REGIONS (1)
           MOVE 1 TO WS-RULE-COUNTER (1)
           MOVE ZERO TO WS-RULE-HITS (1)
           MOVE ZERO TO WS-RULE-GHITS (1)
           MOVE 5 TO WS-RULE-DIVISOR (2)
           MOVE "BUZZ" TO WS-RULE-LABEL (2)
           MOVE "Y" TO WS-RULE-RESET (2)
           MOVE SPACES TO WS-RULE-REGIONS (2)
           MOVE 1 TO WS-RULE-COUNTER (2)
           MOVE ZERO TO WS-RULE-HITS (2)
           MOVE ZERO TO WS-RULE-GHITS (2)
           MOVE 7 TO WS-RULE-DIVISOR (3)
           MOVE "BANG" TO WS-RULE-LABEL (3)
           MOVE "Y" TO WS-RULE-RESET (3)
           MOVE SPACES TO WS-RULE-REGIONS (3)
           MOVE 1 TO WS-RULE-COUNTER (3)
           MOVE ZERO TO WS-RULE-HITS (3)
           MOVE ZERO TO WS-RULE-GHITS (3).

       STORE-REGION-CARD.
      *    ONE REGION RESTRICTION PER 'G' CARD - A RULE LABEL AND
      *    UP TO EIGHT INTAKE REGION CODES.  THE CARD IS ONLY HELD
      *    HERE; APPLY-REGION-CARDS ATTACHES IT TO THE RULES ONCE
      *    THE WHOLE DECK IS READ, SO IT MAY SIT ANYWHERE AFTER
      *    THE HEADER.  A CARD NO RUN COULD HONOR (BLANK LABEL, NO
      *    LEADING REGION CODE, A LABEL ON TWO 'G' CARDS) ABENDS AT
      *    PARM-READ TIME, THE SAME WAY BAD CAPACITY CARDS DO.
           MOVE PARM-RGN-CODES TO WS-RGN-LIST
           IF PARM-RGN-LABEL = SPACES
                   OR WS-RGN-LIST-CODE (1) = SPACES
               DISPLAY "FZBZ0135E REGION CARD '" PARM-RGN-LABEL
                   "' NEEDS A RULE LABEL AND AT LEAST ONE REGION "
                   "CODE, LEFT-JUSTIFIED.  STEP ABENDING."
               CLOSE PARM-FILE
               MOVE "FZBZ0135E" TO WS-RUN-OUTCOME
               PERFORM RAISE-ABEND
           END-IF
           PERFORM VARYING WS-RGNCARD-IDX FROM 1 BY 1
                   UNTIL WS-RGNCARD-IDX > WS-RGNCARD-COUNT
               IF WS-RGNCARD-LABEL (WS-RGNCARD-IDX) = PARM-RGN-LABEL
                   DISPLAY "FZBZ0135E RULE " PARM-RGN-LABEL
                       " APPEARS ON MORE THAN ONE REGION CARD.  "
                       "STEP ABENDING."
                   CLOSE PARM-FILE
                   MOVE "FZBZ0135E" TO WS-RUN-OUTCOME
                   PERFORM RAISE-ABEND
               END-IF
           END-PERFORM
           IF WS-RGNCARD-COUNT = 10
               DISPLAY "FZBZ0135E MORE THAN 10 REGION CARDS ON THE "
                   "PARM FILE - THE REGION CARD TABLE ONLY HOLDS 10.  "
                   "STEP ABENDING."
               CLOSE PARM-FILE
               MOVE "FZBZ0135E" TO WS-RUN-OUTCOME
               PERFORM RAISE-ABEND
           END-IF
           ADD 1 TO WS-RGNCARD-COUNT
           MOVE PARM-RGN-LABEL TO WS-RGNCARD-LABEL (WS-RGNCARD-COUNT)
           MOVE PARM-RGN-CODES TO WS-RGNCARD-CODES (WS-RGNCARD-COUNT).

       APPLY-REGION-CARDS.
      *    ATTACHES EACH 'G' CARD'S REGION LIST TO EVERY RULE IN
      *    EFFECT CARRYING ITS LABEL.  A CARD WHOSE LABEL MATCHES NO
      *    RULE IN EFFECT FOR THE RUN DATE (E.G. ITS RULE CARD IS
      *    DATED FOR A LATER QUARTER) IS REPORTED AND OTHERWISE
      *    IGNORED - IT RESTRICTS NOTHING, SO THE NIGHT IS SAFE.
           PERFORM VARYING WS-RGNCARD-IDX FROM 1 BY 1
                   UNTIL WS-RGNCARD-IDX > WS-RGNCARD-COUNT
               MOVE "N" TO WS-RGNCARD-USED-SW
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-LABEL (WS-RULE-IDX) =
                           WS-RGNCARD-LABEL (WS-RGNCARD-IDX)
                       MOVE WS-RGNCARD-CODES (WS-RGNCARD-IDX)
                           TO WS-RULE-REGIONS (WS-RULE-IDX)
                       SET WS-RGNCARD-USED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-RGNCARD-USED
                   DISPLAY "FZBZ0136W REGION CARD FOR RULE "
                       WS-RGNCARD-LABEL (WS-RGNCARD-IDX)
                       " MATCHES NO RULE IN EFFECT FOR RUN DATE "
                       WS-START-DATE " - CARD NOT APPLIED"
               END-IF
           END-PERFORM.

       STORE-STREAM-CARD.
      *    ONE REGIONAL CASE RANGE PER 'S' CARD.  FROM/TO MUST BE
      *    A NUMERIC, NON-EMPTY RANGE WITHIN 1-99999, STREAM
      *    IDS MUST BE UNIQUE, AND EACH CARD'S RANGE MUST START
      *    ABOVE THE PREVIOUS CARD'S TO-CASE - THE STREAMS RUN IN
      *    CARD ORDER, SO ASCENDING, NON-OVERLAPPING RANGES ARE
      *    WHAT KEEPS CASE-OUT DETAILS IN ASCENDING CASE-NUMBER
      *    ORDER, WHICH THE SEQUENTIAL KEYED CASE-MASTER LOAD
      *    (FZBZLOAD) REQUIRES, AND WHAT STOPS THE SAME CASE
      *    NUMBER BEING WRITTEN TWICE.  A CARD STILL IN THE OLD
      *    THREE-DIGIT LAYOUT IS CONVERTED FIRST (SEE PARMREC).
           PERFORM CONVERT-OLD-STREAM-CARD
           IF PARM-STREAM-FROM NOT NUMERIC
                   OR PARM-STREAM-TO NOT NUMERIC
                   OR PARM-STREAM-FROM NOT > ZERO
                   OR PARM-STREAM-TO < PARM-STREAM-FROM
               DISPLAY "FZBZ0061E STREAM CARD " PARM-STREAM-ID
                   " HAS AN INVALID RANGE " PARM-STREAM-FROM
           MOVE ZERO TO WS-STREAM-CASES (WS-STREAM-COUNT)
           MOVE ZERO TO WS-STREAM-NUMBER (WS-STREAM-COUNT).

       CONVERT-OLD-STREAM-CARD.
      *    AN 'S' CARD PUNCHED IN THE ORIGINAL THREE-DIGIT LAYOUT
      *    HAS A NON-NUMERIC FIVE-DIGIT TO-CASE (IT OVERLAPS THE
      *    BLANK TAIL OF THE OLD CARD), NUMERIC THREE-DIGIT
      *    FROM/TO AND NOTHING ELSE ON THE CARD.  A FIVE-DIGIT
      *    CARD CAN NEVER LOOK LIKE THAT, SO THE TEST IS
      *    UNAMBIGUOUS.  THE CARD IS REWRITTEN IN THE RECORD AREA
      *    IN THE FIVE-DIGIT LAYOUT AND THEN VALIDATED EXACTLY LIKE
      *    ANY OTHER CARD.
           IF PARM-STREAM-TO NOT NUMERIC
                   AND PARM-STREAM3-FROM NUMERIC
                   AND PARM-STREAM3-TO NUMERIC
                   AND PARM-STREAM3-REST = SPACES
               MOVE PARM-STREAM3-FROM TO WS-CONV-STREAM-FROM
               MOVE PARM-STREAM3-TO TO WS-CONV-STREAM-TO
               MOVE SPACES TO PARM-STREAM3-REST
               MOVE WS-CONV-STREAM-FROM TO PARM-STREAM-FROM
               MOVE WS-CONV-STREAM-TO TO PARM-STREAM-TO
               DISPLAY "FZBZ0132I STREAM CARD " PARM-STREAM-ID
                   " IS IN THE OLD THREE-DIGIT LAYOUT - READ AS "
                   PARM-STREAM-FROM " TO " PARM-STREAM-TO
           END-IF.

       CHECK-RULE-EFFECTIVITY.
      *    DECIDES WHETHER THE RULE CARD JUST READ IS IN EFFECT
      *    FOR THE RUN DATE.  BLANK OR ZERO DATES ARE THE
