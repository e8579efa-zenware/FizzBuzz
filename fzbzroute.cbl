           SELECT OTHER-QUEUE-FILE ASSIGN TO QOTHER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QOTHER-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
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
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-QFIZZ-STATUS PIC XX VALUE "00".
       01 WS-QFIZZBUZ-STATUS PIC XX VALUE "00".
       01 WS-QNUMBER-STATUS PIC XX VALUE "00".
       01 WS-QOTHER-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-RUN-DATE PIC 9(6) VALUE ZERO.
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-CASE-IN-AT-END-SW PIC X VALUE "N".
           88 WS-CASE-IN-AT-END VALUE "Y".
       01 WS-FIZZ-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ROUTE-QUEUE-COUNT    PIC ZZZZ9.
       PROCEDURE DIVISION.
       FZBZ-ROUTE-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0025E CLASSIFICATION INPUT DATASET NOT "
                   "AVAILABLE - CANNOT ROUTE"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0025E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT FIZZ-QUEUE-FILE
                   CLOSE CASE-IN-FILE
                   PERFORM CLOSE-QUEUE-FILES
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0054E CASEOUT HAS NO ENVELOPE HEADER"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               SET WS-HEADER-SEEN TO TRUE
               MOVE CASE-HDR-RUN-DATE TO WS-SCORE-RUN-DATE
           END-IF
           PERFORM UNTIL WS-CASE-IN-AT-END
               EVALUATE CASE-REC-TYPE
                   "CLASSIFICATION INPUT - THE PRODUCING RUN DID "
                   "NOT COMPLETE CLEANLY.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0056E CASEOUT HAS NO ENVELOPE TRAILER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-TOTAL-COUNT
                   "INCOMPLETE OR DOUBLED DATASET.  THE SPLIT "
                   "FILES MUST NOT BE PICKED UP.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0055E TRAILER COUNT " WS-TRAILER-COUNT
                   " BUT " WS-TOTAL-COUNT " DETAILS READ"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM WRITE-ROUTE-COUNTS
           MOVE 0 TO RETURN-CODE
           STRING WS-TOTAL-COUNT " CASES ROUTED, " WS-OTHER-COUNT
               " TO THE QOTHER CATCH-ALL"
               DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       CLOSE-QUEUE-FILES.
           MOVE "TOTAL" TO WS-ROUTE-QUEUE-CODE
           MOVE WS-TOTAL-COUNT TO WS-ROUTE-QUEUE-COUNT
           DISPLAY WS-ROUTE-COUNT-LINE.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE ROUTE STEP'S OUTCOME TO THE NIGHTLY
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
               MOVE "ROUTE" TO SCOR-STEP-NAME
               IF WS-SCORE-RUN-DATE = ZERO
                   MOVE WS-SCORE-START-DATE TO SCOR-RUN-DATE
               ELSE
                   MOVE WS-SCORE-RUN-DATE TO SCOR-RUN-DATE
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
