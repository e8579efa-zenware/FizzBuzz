               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-CASE-IN-AT-END-SW PIC X VALUE "N".
           88 WS-CASE-IN-AT-END VALUE "Y".
       01 WS-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZERO.
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
           88 WS-HEADER-SEEN VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       FZBZ-LOAD-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0040E CLASSIFICATION INPUT DATASET NOT "
                   "AVAILABLE - CASE MASTER NOT LOADED"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0040E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT CASE-MASTER-FILE
                   "NOT LOADED"
               CLOSE CASE-IN-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0041E CASE MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM READ-CASE-RECORD
                   CLOSE CASE-IN-FILE
                   CLOSE CASE-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0057E CASEOUT HAS NO ENVELOPE HEADER"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               SET WS-HEADER-SEEN TO TRUE
                   "NOT COMPLETE CLEANLY.  CASE MASTER SUSPECT - "
                   "STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0059E CASEOUT HAS NO ENVELOPE TRAILER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-LOAD-COUNT
                   "INCOMPLETE OR DOUBLED DATASET.  CASE MASTER "
                   "SUSPECT - STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0058E TRAILER COUNT " WS-TRAILER-COUNT
                   " BUT " WS-LOAD-COUNT " CASES LOADED"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           DISPLAY "FZBZ0042I CASE MASTER LOADED - " WS-LOAD-COUNT
               " CASES"
           MOVE 0 TO RETURN-CODE
           STRING WS-LOAD-COUNT " CASES LOADED TO THE CASE MASTER"
               DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       LOAD-MASTER-RECORD.
           MOVE WS-RUN-DATE TO CASEM-RUN-DATE
           MOVE CASE-OVERRIDE-SW TO CASEM-OVERRIDE-SW
           MOVE CASE-STREAM-ID TO CASEM-STREAM-ID
           MOVE CASE-REGION TO CASEM-REGION
           MOVE SPACES TO CASEM-WORKER-ID
           WRITE CASE-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FZBZ0043E CASE MASTER WRITE FAILED FOR CASE "
               CLOSE CASE-IN-FILE
               CLOSE CASE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0043E MASTER WRITE FAILED AT CASE " CASEM-KEY
                   " - STATUS " WS-MASTER-STATUS
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
      *    APPENDS THE LOAD STEP'S OUTCOME TO THE NIGHTLY
      *    SCORECARD LOG (SEE COPYBOOKS/SCORREC), OPEN EXTEND WITH
      *    THE OPEN OUTPUT FALLBACK.  THE RUN DATE IS THE ENVELOPE
      *    HEADER'S WHEN ONE WAS READ.  A LOG THAT CANNOT BE OPENED
      *    IS REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE.
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
               MOVE "LOAD" TO SCOR-STEP-NAME
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
