           SELECT BAL-REPORT-FILE ASSIGN TO BALRPT
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
       FD  CURRENT-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 964 CHARACTERS.
           COPY TOTREC.
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       FD  FIZZ-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 FIZZ-QUEUE-RECORD           PIC X(33).
       FD  BUZZ-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 BUZZ-QUEUE-RECORD           PIC X(33).
       FD  BANG-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 BANG-QUEUE-RECORD           PIC X(33).
       FD  FIZZBUZZ-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 FIZZBUZZ-QUEUE-RECORD       PIC X(33).
       FD  NUMBER-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 NUMBER-QUEUE-RECORD         PIC X(33).
       FD  OTHER-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 OTHER-QUEUE-RECORD          PIC X(33).
       FD  BAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 BAL-REPORT-LINE             PIC X(132).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-TOTALS-STATUS PIC XX VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
       01 WS-SPLIT-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-SCORE-LEG-NAME PIC X(24) VALUE SPACES.
       01 WS-CASE-IN-AT-END-SW PIC X VALUE "N".
           88 WS-CASE-IN-AT-END VALUE "Y".
       01 WS-SPLIT-AT-END-SW PIC X.
           05 WS-BAL-STATUS           PIC X(14).
       PROCEDURE DIVISION.
       FZBZ-BALANCE-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           PERFORM READ-CASE-ENVELOPE
           OPEN OUTPUT BAL-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-TITLE-RUN-DATE
                   WS-FIRST-BROKEN-LEG " (SEE THE TRIAL-BALANCE "
                   "REPORT).  STEP FAILING."
               MOVE WS-FIRST-BROKEN-RC TO RETURN-CODE
               EVALUATE WS-FIRST-BROKEN-LEG
                   WHEN 1
                       MOVE "TRAILER VS DETAILS" TO WS-SCORE-LEG-NAME
                   WHEN 2
                       MOVE "'Q' RECORDS VS DETAILS"
                           TO WS-SCORE-LEG-NAME
                   WHEN 3
                       MOVE "TOTALS STREAM SUM" TO WS-SCORE-LEG-NAME
                   WHEN 4
                       MOVE "CASE MASTER COUNT" TO WS-SCORE-LEG-NAME
                   WHEN OTHER
                       MOVE "ROUTE SPLIT FILES" TO WS-SCORE-LEG-NAME
               END-EVALUATE
           END-IF
           IF WS-FIRST-BROKEN-RC = ZERO
               MOVE "ALL FIVE LEGS IN BALANCE" TO WS-SCORE-FIGURE
           ELSE
               STRING "FZBZ0122E LEG " WS-FIRST-BROKEN-LEG " BROKEN - "
                   WS-SCORE-LEG-NAME
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
           END-IF
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       READ-CASE-ENVELOPE.
               DISPLAY "FZBZ0120E CLASSIFICATION INPUT DATASET "
                   "NOT AVAILABLE - NOTHING TO BALANCE"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0120E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM READ-CASE-RECORD
                   "DATASET.  STEP FAILING."
               CLOSE CASE-IN-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0120E CASEOUT HAS NO ENVELOPE HEADER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           SET WS-HEADER-SEEN TO TRUE
                   "CLASSIFICATION INPUT - THE PRODUCING RUN "
                   "DID NOT COMPLETE CLEANLY.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0120E CASEOUT HAS NO ENVELOPE TRAILER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF.

                       "TABLE ONLY HOLDS 30.  STEP FAILING."
                   CLOSE CASE-IN-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0120E MORE THAN 30 QUEUE CODES"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-FILEQ-COUNT
                   "30.  STEP FAILING."
               CLOSE CASE-IN-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0120E MORE THAN 30 'Q' RECORDS"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           ADD 1 TO WS-TRQ-COUNT
                   "FAILING."
               CLOSE BAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0120E TOTALS NOT AVAILABLE - LEG 3 UNPROVED"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           READ CURRENT-TOTALS-FILE
                   CLOSE CURRENT-TOTALS-FILE
                   CLOSE BAL-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0120E TOTALS EMPTY - LEG 3 UNPROVED"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
           END-READ
           CLOSE CURRENT-TOTALS-FILE
                   " - LEG 4 CANNOT BE PROVED.  STEP FAILING."
               CLOSE BAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0120E CASE MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MASTER-AT-END
               AT END
                   SET WS-CASE-IN-AT-END TO TRUE
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE BAL STEP'S OUTCOME - IN BALANCE, OR THE
      *    FIRST BROKEN LEG - TO THE NIGHTLY SCORECARD LOG (SEE
      *    COPYBOOKS/SCORREC), OPEN EXTEND WITH THE OPEN OUTPUT
      *    FALLBACK.  THE RUN DATE IS THE ENVELOPE HEADER'S WHEN
      *    ONE WAS READ.  A LOG THAT CANNOT BE OPENED IS REPORTED
      *    BUT NEVER CHANGES THE STEP'S RETURN CODE.
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
               MOVE "BAL" TO SCOR-STEP-NAME
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
