      *    FIELD VALUE.  A VARIANCE SETS RETURN-CODE 4, WHICH  *
      *    FZBZJOB.JCL'S ROUTE STEP USES (ALONGSIDE FZBZ'S OWN *
      *    RETURN CODE) TO HOLD BACK ROUTING UNTIL THE RUN IS  *
      *    REVIEWED.  AN INTAKE-MODE GENERATION'S REGION      *
      *    RECORDS ARE RECONCILED THE SAME WAY, REGION BY     *
      *    REGION AND QUEUE BY QUEUE WITHIN EACH REGION.      *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRIOR-TOTALS-FILE ASSIGN TO TOTPRIOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-TOTALS-FILE
               ==TOT-STREAM-ENTRY==    BY ==CUR-STREAM-ENTRY==
               ==TOT-STREAM-ID==       BY ==CUR-STREAM-ID==
               ==TOT-STREAM-CASES==    BY ==CUR-STREAM-CASES==
               ==TOT-STREAM-NUMBER==   BY ==CUR-STREAM-NUMBER==
               ==TOT-REGION-RECORD==   BY ==CUR-REGION-RECORD==
               ==TOT-RGN-RUN-DATE==    BY ==CUR-RGN-RUN-DATE==
               ==TOT-RGN-MARKER==      BY ==CUR-RGN-MARKER==
               ==TOT-RGN-REGION==      BY ==CUR-RGN-REGION==
               ==TOT-RGN-CASES==       BY ==CUR-RGN-CASES==
               ==TOT-RGN-OVERRIDES==   BY ==CUR-RGN-OVERRIDES==
               ==TOT-RGN-QUEUE-COUNT== BY ==CUR-RGN-QUEUE-COUNT==
               ==TOT-RGN-QUEUE-ENTRY== BY ==CUR-RGN-QUEUE-ENTRY==
               ==TOT-RGN-QUEUE-CODE==  BY ==CUR-RGN-QUEUE-CODE==
               ==TOT-RGN-QUEUE-HITS==  BY ==CUR-RGN-QUEUE-HITS==.
       FD  PRIOR-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 964 CHARACTERS.
               ==TOT-STREAM-ENTRY==    BY ==PRI-STREAM-ENTRY==
               ==TOT-STREAM-ID==       BY ==PRI-STREAM-ID==
               ==TOT-STREAM-CASES==    BY ==PRI-STREAM-CASES==
               ==TOT-STREAM-NUMBER==   BY ==PRI-STREAM-NUMBER==
               ==TOT-REGION-RECORD==   BY ==PRI-REGION-RECORD==
               ==TOT-RGN-RUN-DATE==    BY ==PRI-RGN-RUN-DATE==
               ==TOT-RGN-MARKER==      BY ==PRI-RGN-MARKER==
               ==TOT-RGN-REGION==      BY ==PRI-RGN-REGION==
               ==TOT-RGN-CASES==       BY ==PRI-RGN-CASES==
               ==TOT-RGN-OVERRIDES==   BY ==PRI-RGN-OVERRIDES==
               ==TOT-RGN-QUEUE-COUNT== BY ==PRI-RGN-QUEUE-COUNT==
               ==TOT-RGN-QUEUE-ENTRY== BY ==PRI-RGN-QUEUE-ENTRY==
               ==TOT-RGN-QUEUE-CODE==  BY ==PRI-RGN-QUEUE-CODE==
               ==TOT-RGN-QUEUE-HITS==  BY ==PRI-RGN-QUEUE-HITS==.
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CURR-STATUS PIC XX VALUE "00".
       01 WS-PRIOR-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-RULE-IDX PIC 9(2).
       01 WS-VARIANCE-SW PIC X VALUE "N".
           88 WS-VARIANCE-FOUND VALUE "Y".
       01 WS-VARIANCE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MATCH-IDX PIC 9(2).
       01 WS-MATCH-SW PIC X.
           88 WS-MATCH-FOUND VALUE "Y".
       01 WS-STREAM-MATCH-IDX PIC 9(2).
       01 WS-STREAM-MATCH-SW PIC X.
           88 WS-STREAM-MATCH-FOUND VALUE "Y".
      *    THE REGION RECORDS THAT FOLLOW EACH GENERATION'S CONTROL
      *    RECORD (SEE TOTREC), HELD SO THE TWO GENERATIONS CAN BE
      *    MATCHED REGION BY REGION.  A GENERATED-RANGE RUN, OR ONE
      *    WRITTEN BEFORE REGIONS WERE CARRIED, HAS NONE.
       01 WS-CUR-AT-END-SW PIC X VALUE "N".
           88 WS-CUR-AT-END VALUE "Y".
       01 WS-PRI-AT-END-SW PIC X VALUE "N".
           88 WS-PRI-AT-END VALUE "Y".
       01 WS-CUR-RGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CUR-RGN-TABLE.
           05 WS-CUR-RGN-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-RGN-ID            PIC X(2).
               10 WS-CUR-RGN-CASES         PIC 9(5).
               10 WS-CUR-RGN-QUEUE-COUNT   PIC 9(2).
               10 WS-CUR-RGN-QUEUE-ENTRY OCCURS 20 TIMES.
                   15 WS-CUR-RGN-QUEUE-CODE PIC X(20).
                   15 WS-CUR-RGN-QUEUE-HITS PIC 9(5).
       01 WS-PRI-RGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PRI-RGN-TABLE.
           05 WS-PRI-RGN-ENTRY OCCURS 20 TIMES.
               10 WS-PRI-RGN-ID            PIC X(2).
               10 WS-PRI-RGN-CASES         PIC 9(5).
               10 WS-PRI-RGN-QUEUE-COUNT   PIC 9(2).
               10 WS-PRI-RGN-QUEUE-ENTRY OCCURS 20 TIMES.
                   15 WS-PRI-RGN-QUEUE-CODE PIC X(20).
                   15 WS-PRI-RGN-QUEUE-HITS PIC 9(5).
       01 WS-RGN-IDX PIC 9(2).
       01 WS-RGN-MATCH-IDX PIC 9(2).
       01 WS-RGN-MATCH-SW PIC X.
           88 WS-RGN-MATCH-FOUND VALUE "Y".
       01 WS-RGNQ-IDX PIC 9(2).
       01 WS-RGNQ-MATCH-IDX PIC 9(2).
       01 WS-RGNQ-MATCH-SW PIC X.
           88 WS-RGNQ-MATCH-FOUND VALUE "Y".
       PROCEDURE DIVISION.
       FIZZ-RECON-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           OPEN INPUT CURRENT-TOTALS-FILE
           IF WS-CURR-STATUS NOT = "00"
               DISPLAY "FZBZ0004E CURRENT TOTALS DATASET NOT "
                   "AVAILABLE - CANNOT RECONCILE"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0004E CURRENT TOTALS NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           READ CURRENT-TOTALS-FILE
                       "EMPTY - CANNOT RECONCILE"
                   CLOSE CURRENT-TOTALS-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0004E CURRENT TOTALS EMPTY"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
           END-READ
           PERFORM READ-CURRENT-REGIONS
           CLOSE CURRENT-TOTALS-FILE

           OPEN INPUT PRIOR-TOTALS-FILE
               DISPLAY "FZBZ0005I NO PRIOR TOTALS GENERATION - "
                   "FIRST RUN, NOTHING TO RECONCILE"
               MOVE 0 TO RETURN-CODE
               MOVE "NO PRIOR GENERATION - NOTHING TO RECONCILE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           READ PRIOR-TOTALS-FILE
                       "EMPTY - NOTHING TO RECONCILE"
                   CLOSE PRIOR-TOTALS-FILE
                   MOVE 0 TO RETURN-CODE
                   MOVE "PRIOR GENERATION EMPTY - NOTHING TO RECONCILE"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
           END-READ
           PERFORM READ-PRIOR-REGIONS
           CLOSE PRIOR-TOTALS-FILE

      *    THE ONE-TIME GDG SEED PLACEHOLDER FZBZGDG.JCL CREATES WHEN
               DISPLAY "FZBZ0006W RULE COUNT CHANGED SINCE PRIOR "
                   "RUN - COUNTS NOT COMPARABLE"
               SET WS-VARIANCE-FOUND TO TRUE
               ADD 1 TO WS-VARIANCE-COUNT
           ELSE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > CUR-RULE-COUNT
                                   " CURRENT "
                                   CUR-RULE-HITS (WS-RULE-IDX)
                               SET WS-VARIANCE-FOUND TO TRUE
                               ADD 1 TO WS-VARIANCE-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                           CUR-RULE-LABEL (WS-RULE-IDX)
                           " NOT PRESENT IN PRIOR GENERATION"
                       SET WS-VARIANCE-FOUND TO TRUE
                       ADD 1 TO WS-VARIANCE-COUNT
                   END-IF
               END-PERFORM
               IF CUR-NUMBER-COUNT NOT = PRI-NUMBER-COUNT
                       "- PRIOR " PRI-NUMBER-COUNT
                       " CURRENT " CUR-NUMBER-COUNT
                   SET WS-VARIANCE-FOUND TO TRUE
                   ADD 1 TO WS-VARIANCE-COUNT
               END-IF
      *    PER-STREAM RECONCILIATION - EACH REGIONAL POOL'S CASE
      *    AND NUMBER-BUCKET COUNTS ARE COMPARED BY STREAM ID, SO
                   DISPLAY "FZBZ0006W STREAM COUNT CHANGED SINCE "
                       "PRIOR RUN - COUNTS NOT COMPARABLE"
                   SET WS-VARIANCE-FOUND TO TRUE
                   ADD 1 TO WS-VARIANCE-COUNT
               ELSE
                   PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                           UNTIL WS-STREAM-IDX > CUR-STREAM-COUNT
                                       " CURRENT " CUR-STREAM-CASES
                                           (WS-STREAM-IDX)
                                   SET WS-VARIANCE-FOUND TO TRUE
                                   ADD 1 TO WS-VARIANCE-COUNT
                               END-IF
                               IF CUR-STREAM-NUMBER (WS-STREAM-IDX)
                                       NOT = PRI-STREAM-NUMBER
                                       " CURRENT " CUR-STREAM-NUMBER
                                           (WS-STREAM-IDX)
                                   SET WS-VARIANCE-FOUND TO TRUE
                                   ADD 1 TO WS-VARIANCE-COUNT
                               END-IF
                           END-IF
                       END-PERFORM
                               CUR-STREAM-ID (WS-STREAM-IDX)
                               " NOT PRESENT IN PRIOR GENERATION"
                           SET WS-VARIANCE-FOUND TO TRUE
                           ADD 1 TO WS-VARIANCE-COUNT
                       END-IF
                   END-PERFORM
               END-IF
                                   " CURRENT "
                                   CUR-QUEUE-HITS (WS-QUEUE-IDX)
                               SET WS-VARIANCE-FOUND TO TRUE
                               ADD 1 TO WS-VARIANCE-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                           CUR-QUEUE-CODE (WS-QUEUE-IDX)
                           " NOT PRESENT IN PRIOR GENERATION"
                       SET WS-VARIANCE-FOUND TO TRUE
                       ADD 1 TO WS-VARIANCE-COUNT
                   END-IF
               END-PERFORM
               PERFORM RECONCILE-REGIONS
           END-IF

           IF WS-VARIANCE-FOUND
               DISPLAY "FZBZ0008W RECONCILIATION VARIANCE "
                   "DETECTED - FLAGGING RUN FOR REVIEW"
               MOVE 4 TO RETURN-CODE
               STRING "FZBZ0008W " WS-VARIANCE-COUNT
                   " VARIANCES FROM PRIOR GENERATION - HELD"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
           ELSE
               DISPLAY "FZBZ0009I RECONCILIATION CLEAN - NO "
                   "VARIANCE FROM PRIOR GENERATION"
               MOVE 0 TO RETURN-CODE
               MOVE "RECONCILED CLEAN - NO VARIANCE"
                   TO WS-SCORE-FIGURE
           END-IF
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE RECON STEP'S OUTCOME - THE VARIANCE COUNT
      *    THAT HOLDS ROUTING, OR WHY IT COULD NOT RECONCILE - TO
      *    THE NIGHTLY SCORECARD LOG (SEE COPYBOOKS/SCORREC).  OPEN
      *    EXTEND WITH THE OPEN OUTPUT FALLBACK; A LOG THAT CANNOT
      *    BE OPENED IS REPORTED BUT NEVER CHANGES THE STEP'S
      *    RETURN CODE, WHICH ROUTE'S COND= DEPENDS ON.
           OPEN EXTEND SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               OPEN OUTPUT SCORECARD-FILE
           END-IF
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "FZBZ0194W SCORECARD LOG NOT AVAILABLE - "
                   "THIS STEP'S OUTCOME NOT RECORDED"
           ELSE
               MOVE SPACES TO SCOR-RECORD
               MOVE "FZBZJOB" TO SCOR-JOB-NAME
               MOVE "RECON" TO SCOR-STEP-NAME
               MOVE WS-SCORE-START-DATE TO SCOR-RUN-DATE
               MOVE WS-SCORE-START-DATE TO SCOR-START-DATE
               MOVE WS-SCORE-START-TIME TO SCOR-START-TIME
               ACCEPT SCOR-END-DATE FROM DATE
               ACCEPT SCOR-END-TIME FROM TIME
               MOVE RETURN-CODE TO SCOR-RETURN-CODE
               MOVE WS-SCORE-FIGURE TO SCOR-KEY-FIGURE
               WRITE SCOR-RECORD
               CLOSE SCORECARD-FILE
           END-IF.

       READ-CURRENT-REGIONS.
      *    EVERY RECORD AFTER THE CONTROL RECORD IS A REGION RECORD
      *    (MARKER "RG").  THE WRITER NEVER PRODUCES MORE THAN 20.
           PERFORM UNTIL WS-CUR-AT-END
               READ CURRENT-TOTALS-FILE
                   AT END
                       SET WS-CUR-AT-END TO TRUE
                   NOT AT END
                       IF CUR-RGN-MARKER = "RG"
                               AND WS-CUR-RGN-COUNT < 20
                           ADD 1 TO WS-CUR-RGN-COUNT
                           PERFORM STORE-CURRENT-REGION
                       END-IF
               END-READ
           END-PERFORM.

       STORE-CURRENT-REGION.
           MOVE CUR-RGN-REGION TO WS-CUR-RGN-ID (WS-CUR-RGN-COUNT)
           MOVE CUR-RGN-CASES TO WS-CUR-RGN-CASES (WS-CUR-RGN-COUNT)
           MOVE CUR-RGN-QUEUE-COUNT
               TO WS-CUR-RGN-QUEUE-COUNT (WS-CUR-RGN-COUNT)
           PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                   UNTIL WS-RGNQ-IDX > CUR-RGN-QUEUE-COUNT
               MOVE CUR-RGN-QUEUE-CODE (WS-RGNQ-IDX)
                   TO WS-CUR-RGN-QUEUE-CODE
                       (WS-CUR-RGN-COUNT, WS-RGNQ-IDX)
               MOVE CUR-RGN-QUEUE-HITS (WS-RGNQ-IDX)
                   TO WS-CUR-RGN-QUEUE-HITS
                       (WS-CUR-RGN-COUNT, WS-RGNQ-IDX)
           END-PERFORM.

       READ-PRIOR-REGIONS.
           PERFORM UNTIL WS-PRI-AT-END
               READ PRIOR-TOTALS-FILE
                   AT END
                       SET WS-PRI-AT-END TO TRUE
                   NOT AT END
                       IF PRI-RGN-MARKER = "RG"
                               AND WS-PRI-RGN-COUNT < 20
                           ADD 1 TO WS-PRI-RGN-COUNT
                           PERFORM STORE-PRIOR-REGION
                       END-IF
               END-READ
           END-PERFORM.

       STORE-PRIOR-REGION.
           MOVE PRI-RGN-REGION TO WS-PRI-RGN-ID (WS-PRI-RGN-COUNT)
           MOVE PRI-RGN-CASES TO WS-PRI-RGN-CASES (WS-PRI-RGN-COUNT)
           MOVE PRI-RGN-QUEUE-COUNT
               TO WS-PRI-RGN-QUEUE-COUNT (WS-PRI-RGN-COUNT)
           PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                   UNTIL WS-RGNQ-IDX > PRI-RGN-QUEUE-COUNT
               MOVE PRI-RGN-QUEUE-CODE (WS-RGNQ-IDX)
                   TO WS-PRI-RGN-QUEUE-CODE
                       (WS-PRI-RGN-COUNT, WS-RGNQ-IDX)
               MOVE PRI-RGN-QUEUE-HITS (WS-RGNQ-IDX)
                   TO WS-PRI-RGN-QUEUE-HITS
                       (WS-PRI-RGN-COUNT, WS-RGNQ-IDX)
           END-PERFORM.

       RECONCILE-REGIONS.
      *    PER-REGION RECONCILIATION - EACH INTAKE REGION'S CASE
      *    COUNT AND ITS QUEUE HITS ARE COMPARED BY REGION CODE AND
      *    QUEUE CODE, THE SAME WAY STREAMS AND QUEUES ARE ABOVE.
      *    THE FIRST NIGHT THE REGIONS ARE CARRIED, THE PRIOR
      *    GENERATION HAS NONE TO COMPARE WITH - THAT IS NOTED,
      *    NOT FLAGGED.  A NIGHT THAT LOSES ITS REGIONS (E.G. A
      *    GENERATED-RANGE RUN AFTER AN INTAKE NIGHT) IS FLAGGED.
           IF WS-PRI-RGN-COUNT = ZERO AND WS-CUR-RGN-COUNT > ZERO
               DISPLAY "FZBZ0137I PRIOR GENERATION CARRIES NO REGION "
                   "TOTALS - REGION RECONCILIATION SKIPPED"
           ELSE
           IF WS-CUR-RGN-COUNT NOT = WS-PRI-RGN-COUNT
               DISPLAY "FZBZ0006W REGION COUNT CHANGED SINCE PRIOR "
                   "RUN - COUNTS NOT COMPARABLE"
               SET WS-VARIANCE-FOUND TO TRUE
               ADD 1 TO WS-VARIANCE-COUNT
           ELSE
               PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                       UNTIL WS-RGN-IDX > WS-CUR-RGN-COUNT
                   MOVE "N" TO WS-RGN-MATCH-SW
                   PERFORM VARYING WS-RGN-MATCH-IDX FROM 1 BY 1
                           UNTIL WS-RGN-MATCH-IDX > WS-PRI-RGN-COUNT
                       IF WS-CUR-RGN-ID (WS-RGN-IDX) =
                               WS-PRI-RGN-ID (WS-RGN-MATCH-IDX)
                           SET WS-RGN-MATCH-FOUND TO TRUE
                           PERFORM RECONCILE-ONE-REGION
                       END-IF
                   END-PERFORM
                   IF NOT WS-RGN-MATCH-FOUND
                       DISPLAY "FZBZ0006W REGION "
                           WS-CUR-RGN-ID (WS-RGN-IDX)
                           " NOT PRESENT IN PRIOR GENERATION"
                       SET WS-VARIANCE-FOUND TO TRUE
                       ADD 1 TO WS-VARIANCE-COUNT
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       RECONCILE-ONE-REGION.
           IF WS-CUR-RGN-CASES (WS-RGN-IDX) NOT =
                   WS-PRI-RGN-CASES (WS-RGN-MATCH-IDX)
               DISPLAY "FZBZ0007W REGION " WS-CUR-RGN-ID (WS-RGN-IDX)
                   " CASE COUNT CHANGED - PRIOR "
                   WS-PRI-RGN-CASES (WS-RGN-MATCH-IDX)
                   " CURRENT " WS-CUR-RGN-CASES (WS-RGN-IDX)
               SET WS-VARIANCE-FOUND TO TRUE
               ADD 1 TO WS-VARIANCE-COUNT
           END-IF
           PERFORM VARYING WS-RGNQ-IDX FROM 1 BY 1
                   UNTIL WS-RGNQ-IDX >
                       WS-CUR-RGN-QUEUE-COUNT (WS-RGN-IDX)
               MOVE "N" TO WS-RGNQ-MATCH-SW
               PERFORM VARYING WS-RGNQ-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-RGNQ-MATCH-IDX >
                           WS-PRI-RGN-QUEUE-COUNT (WS-RGN-MATCH-IDX)
                   IF WS-CUR-RGN-QUEUE-CODE (WS-RGN-IDX, WS-RGNQ-IDX)
                           = WS-PRI-RGN-QUEUE-CODE
                               (WS-RGN-MATCH-IDX, WS-RGNQ-MATCH-IDX)
                       SET WS-RGNQ-MATCH-FOUND TO TRUE
                       IF WS-CUR-RGN-QUEUE-HITS
                               (WS-RGN-IDX, WS-RGNQ-IDX)
                               NOT = WS-PRI-RGN-QUEUE-HITS
                               (WS-RGN-MATCH-IDX, WS-RGNQ-MATCH-IDX)
                           DISPLAY "FZBZ0007W REGION "
                               WS-CUR-RGN-ID (WS-RGN-IDX) " QUEUE "
                               WS-CUR-RGN-QUEUE-CODE
                                   (WS-RGN-IDX, WS-RGNQ-IDX)
                               " COUNT CHANGED - PRIOR "
                               WS-PRI-RGN-QUEUE-HITS
                                   (WS-RGN-MATCH-IDX, WS-RGNQ-MATCH-IDX)
                               " CURRENT "
                               WS-CUR-RGN-QUEUE-HITS
                                   (WS-RGN-IDX, WS-RGNQ-IDX)
                           SET WS-VARIANCE-FOUND TO TRUE
                           ADD 1 TO WS-VARIANCE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-RGNQ-MATCH-FOUND
                   DISPLAY "FZBZ0006W REGION "
                       WS-CUR-RGN-ID (WS-RGN-IDX) " QUEUE "
                       WS-CUR-RGN-QUEUE-CODE (WS-RGN-IDX, WS-RGNQ-IDX)
                       " NOT PRESENT IN PRIOR GENERATION"
                   SET WS-VARIANCE-FOUND TO TRUE
                   ADD 1 TO WS-VARIANCE-COUNT
               END-IF
           END-PERFORM.
