           SELECT LIMIT-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  LIMIT-CARD-FILE
           LABEL RECORDS ARE STANDARD
               10 FILLER                  PIC X(1).
               10 LIM-WINDOW-TO           PIC 9(4).
               10 FILLER                  PIC X(63).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-RUNH-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-SCORE-ELAPSED PIC ZZZZZZ9.
       01 WS-SCORE-AVERAGE PIC ZZZZZZ9.
       01 WS-SCORE-EXCEEDED.
           05 WS-SCORE-OVER-MINUTES   PIC X(8) VALUE SPACES.
           05 WS-SCORE-OVER-DRIFT     PIC X(6) VALUE SPACES.
           05 WS-SCORE-OVER-WINDOW    PIC X(6) VALUE SPACES.
       01 WS-RUNH-AT-END-SW PIC X VALUE "N".
           88 WS-RUNH-AT-END VALUE "Y".
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-OUTSIDE-WINDOW VALUE "Y".
       PROCEDURE DIVISION.
       FZBZ-WATCHDOG-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           PERFORM READ-LIMIT-CARDS
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS NOT = "00"
               DISPLAY "FZBZ0088E RUN HISTORY DATASET NOT "
                   "AVAILABLE - NOTHING TO WATCH"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0088E RUNHIST NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM READ-HISTORY-RECORD
               DISPLAY "FZBZ0088E RUN HISTORY DATASET EMPTY - "
                   "NOTHING TO WATCH"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0088E RUNHIST EMPTY" TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM COMPUTE-ROLLING-AVERAGE
                   WS-LAST-ELAPSED " MINUTES EXCEEDS THE "
                   WS-LIM-MINUTES " MINUTE THRESHOLD"
               SET WS-WARNING-FOUND TO TRUE
               MOVE "MINUTES" TO WS-SCORE-OVER-MINUTES
           END-IF
           IF WS-LIM-BY-DRIFT AND WS-RING-COUNT > ZERO
               IF WS-LAST-ELAPSED * 100 > WS-AVG-ELAPSED *
                       "THAN " WS-LIM-DRIFT-PCT " PCT ABOVE THE "
                       WS-AVG-ELAPSED " MINUTE ROLLING AVERAGE"
                   SET WS-WARNING-FOUND TO TRUE
                   MOVE "DRIFT" TO WS-SCORE-OVER-DRIFT
               END-IF
           END-IF
           IF WS-LIM-BY-WINDOW
                       " - OUTSIDE THE APPROVED BATCH WINDOW "
                       WS-LIM-WINDOW-FROM " TO " WS-LIM-WINDOW-TO
                   SET WS-WARNING-FOUND TO TRUE
                   MOVE "WINDOW" TO WS-SCORE-OVER-WINDOW
               END-IF
           END-IF
           IF WS-WARNING-FOUND
                   "LATEST RUN WITHIN ALL SUPPLIED LIMITS"
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-LAST-ELAPSED TO WS-SCORE-ELAPSED
           MOVE WS-AVG-ELAPSED TO WS-SCORE-AVERAGE
           IF WS-WARNING-FOUND
               STRING "ELAPSED " FUNCTION TRIM (WS-SCORE-ELAPSED)
                   " MIN, AVERAGE " FUNCTION TRIM (WS-SCORE-AVERAGE)
                   " - OVER: " WS-SCORE-EXCEEDED
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
           ELSE
               STRING "ELAPSED " FUNCTION TRIM (WS-SCORE-ELAPSED)
                   " MIN, AVERAGE " FUNCTION TRIM (WS-SCORE-AVERAGE)
                   " - WITHIN ALL LIMITS"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
           END-IF
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       READ-LIMIT-CARDS.
                               "VALID CARDS ARE MINUTES, DRIFT "
                               "AND WINDOW.  STEP FAILING."
                           MOVE 16 TO RETURN-CODE
                           MOVE "FZBZ0089E UNRECOGNIZED LIMIT CARD"
                               TO WS-SCORE-FIGURE
                           PERFORM WRITE-SCORECARD-RECORD
                           STOP RUN
                   END-EVALUATE
                   PERFORM READ-LIMIT-CARD
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE WDOG STEP'S OUTCOME - THE LATEST RUN'S
      *    ELAPSED MINUTES AND WHICH LIMITS IT BROKE - TO THE
      *    NIGHTLY SCORECARD LOG (SEE COPYBOOKS/SCORREC), OPEN
      *    EXTEND WITH THE OPEN OUTPUT FALLBACK.  A LOG THAT CANNOT
      *    BE OPENED IS REPORTED BUT NEVER CHANGES THE STEP'S
      *    RETURN CODE.
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
               MOVE "WDOG" TO SCOR-STEP-NAME
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
