           SELECT MOVE-REPORT-FILE ASSIGN TO MOVERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  CASE-HIST-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY CASEHREC.
       FD  MOVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 MOVE-REPORT-LINE            PIC X(132).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-RUNH-STATUS PIC XX VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-CASE-IN-AT-END-SW PIC X VALUE "N".
           88 WS-CASE-IN-AT-END VALUE "Y".
       01 WS-RUNH-AT-END-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZERO.
      *    THE PRIOR RUN DATE THE MOVEMENT COMPARISON READS
      *    AGAINST - THE LATEST CLEAN EXECUTION ON RUNHIST DATED
      *    BEFORE TONIGHT'S ENVELOPE HEADER.  RUNHIST IS APPEND-
           05 WS-SUMMARY-OVERRIDE     PIC ZZZZ9.
       PROCEDURE DIVISION.
       FZBZ-HISTLOAD-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0070E CLASSIFICATION INPUT DATASET NOT "
                   "AVAILABLE - ROUTING HISTORY NOT LOADED"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0070E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN I-O CASE-HIST-FILE
                       " - ROUTING HISTORY NOT LOADED"
                   CLOSE CASE-IN-FILE
                   MOVE 16 TO RETURN-CODE
                   STRING "FZBZ0071E HISTORY NOT AVAILABLE - STATUS "
                       WS-HIST-STATUS
                       DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                   END-STRING
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
           END-IF
                   CLOSE CASE-IN-FILE
                   CLOSE CASE-HIST-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0072E CASEOUT HAS NO ENVELOPE HEADER"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               SET WS-HEADER-SEEN TO TRUE
                   "NOT COMPLETE CLEANLY.  ROUTING HISTORY "
                   "SUSPECT - STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0073E CASEOUT HAS NO ENVELOPE TRAILER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-LOAD-COUNT
                   "INCOMPLETE OR DOUBLED DATASET.  ROUTING "
                   "HISTORY SUSPECT - STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0074E TRAILER COUNT " WS-TRAILER-COUNT
                   " BUT " WS-LOAD-COUNT " CASES LOADED"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           DISPLAY "FZBZ0075I ROUTING HISTORY LOADED - "
               " RULE MOVEMENTS, " WS-OVER-MOVE-COUNT
               " OVERRIDE MOVEMENTS"
           MOVE 0 TO RETURN-CODE
           STRING WS-LOAD-COUNT " CASES, " WS-RULE-MOVE-COUNT
               " RULE MOVES, " WS-OVER-MOVE-COUNT " OVERRIDE MOVES"
               DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       FIND-PRIOR-RUN-DATE.
           MOVE QUEUE-CODE TO CASEH-QUEUE-CODE
           MOVE CASE-OVERRIDE-SW TO CASEH-OVERRIDE-SW
           MOVE CASE-STREAM-ID TO CASEH-STREAM-ID
           MOVE CASE-REGION TO CASEH-REGION
           MOVE CASE-CORRECTED-SW TO CASEH-CORRECTED-SW
           MOVE CASE-SPILL-SW TO CASEH-SPILL-SW
      *    A RERUN OF THE LOAD FOR THE SAME RUN DATE FINDS ITS OWN
      *    EARLIER RECORDS ALREADY ON THE CLUSTER - THEY ARE
      *    REFRESHED IN PLACE RATHER THAN FAILING THE LOAD, SO A
               CLOSE CASE-HIST-FILE
               CLOSE MOVE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0071E HISTORY WRITE FAILED AT CASE "
                   CASEH-CASE-NUMBER " - STATUS " WS-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAD-COUNT.
               AT END
                   SET WS-CASE-IN-AT-END TO TRUE
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE HIST STEP'S OUTCOME - CASES LOADED AND THE
      *    MOVEMENT COUNTS FROM MOVERPT - TO THE NIGHTLY SCORECARD
      *    LOG (SEE COPYBOOKS/SCORREC), OPEN EXTEND WITH THE OPEN
      *    OUTPUT FALLBACK.  THE RUN DATE IS THE ENVELOPE HEADER'S
      *    WHEN ONE WAS READ.  A LOG THAT CANNOT BE OPENED IS
      *    REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE.
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
               MOVE "HIST" TO SCOR-STEP-NAME
               IF WS-RUN-DATE = ZERO
                   MOVE WS-SCORE-START-DATE TO SCOR-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE TO SCOR-RUN-DATE
               END-IF
               MOVE WS-SCORE-START-DATE TO SCOR-START-DATE
               MOVE WS-SCORE-START-TIME TO SCOR-START-TIME
               ACCEPT SCOR-END-DATE FROM DATE
               ACCEPT SCOR-END-TIME FROM TIME
               MOVE RETURN-CODE TO SCOR-RETURN-CODE
               MOVE WS-SCORE-FIGURE TO SCOR-KEY-FIGURE
               WRITE SCOR-RECORD
               CLOSE SCORECARD-FILE
           END-IF.
