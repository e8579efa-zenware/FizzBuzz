           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           05 FILLER                  PIC X(74).
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  FORCE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
           COPY AUDITREC.
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX VALUE "00".
       01 WS-RUNH-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-AUDIT-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-CAL-AT-END-SW PIC X VALUE "N".
           88 WS-CAL-AT-END VALUE "Y".
       01 WS-RUNH-AT-END-SW PIC X VALUE "N".
           88 WS-FORCE-SUPPLIED VALUE "Y".
       01 WS-FORCE-USERID PIC X(8) VALUE SPACES.
       01 WS-GATE-REASON PIC X(25) VALUE SPACES.
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       FZBZ-RUNGATE-MAIN SECTION.
           ACCEPT WS-TODAY-DATE FROM DATE
                       "IS REFUSED.  SUPPLY A FORCE CARD TO PUSH "
                       "IT THROUGH.  STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   STRING "FZBZ0124E " WS-TODAY-DATE
                       " NOT ON THE CALENDAR - RUN REFUSED"
                       DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                   END-STRING
               WHEN WS-DUP-RUN AND NOT WS-FORCE-SUPPLIED
                   DISPLAY "FZBZ0125E RUNHIST ALREADY SHOWS A "
                       "CLEAN EXECUTION STARTED " WS-TODAY-DATE
                       "SUPPLY A FORCE CARD TO PUSH IT THROUGH.  "
                       "STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   STRING "FZBZ0125E CLEAN RUN ALREADY STARTED "
                       WS-TODAY-DATE " - RUN REFUSED"
                       DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                   END-STRING
               WHEN NOT WS-CAL-FOUND OR WS-DUP-RUN
                   IF NOT WS-CAL-FOUND
                       MOVE "NOT ON CALENDAR" TO WS-GATE-REASON
                       " - FORCE RECORDED ON THE AUDIT LOG.  "
                       "RUN PROCEEDING."
                   MOVE 0 TO RETURN-CODE
                   STRING "FZBZ0126W FORCED BY " WS-FORCE-USERID
                       " - " WS-GATE-REASON
                       DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                   END-STRING
               WHEN OTHER
                   DISPLAY "FZBZ0127I RUN GATE CLEAR FOR "
                       WS-TODAY-DATE " - SCHEDULED PROCESSING "
                       "DAY, NO CLEAN RUN YET TONIGHT"
                   MOVE 0 TO RETURN-CODE
                   STRING "GATE CLEAR - " WS-TODAY-DATE
                       " IS A PROCESSING DAY"
                       DELIMITED BY SIZE INTO WS-SCORE-FIGURE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       READ-FORCE-CARD-FILE.
                               "' - ONLY A FORCE CARD IS VALID "
                               "HERE.  STEP FAILING."
                           MOVE 16 TO RETURN-CODE
                           MOVE "FZBZ0123E BAD GATE CARD - RUN REFUSED"
                               TO WS-SCORE-FIGURE
                           PERFORM WRITE-SCORECARD-RECORD
                           STOP RUN
                   END-EVALUATE
                   PERFORM READ-FORCE-CARD
                   "AVAILABLE - THE GATE CANNOT BE JUDGED.  STEP "
                   "FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0123E NO CALENDAR - RUN REFUSED"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-AT-END
                   "FORCE CANNOT BE RECORDED, SO THE RUN IS "
                   "REFUSED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0123E NO AUDIT LOG - FORCE REFUSED"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO AUDIT-DATE
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THIS STEP'S OUTCOME TO THE NIGHTLY SCORECARD
      *    LOG (SEE COPYBOOKS/SCORREC) WITH THE SAME OPEN EXTEND /
      *    OPEN OUTPUT FALLBACK AS THE AUDIT LOG.  A LOG THAT
      *    CANNOT BE OPENED IS REPORTED BUT NEVER CHANGES THE
      *    STEP'S OWN RETURN CODE - THE SCORECARD IS VISIBILITY,
      *    NOT A GATE, AND THE MORNING REPORT SHOWS A STEP THAT
      *    RAN WITHOUT RECORDING ITSELF AS RED ANYWAY.  A GATE
      *    RECORD OPENS A NEW NIGHT ON THAT REPORT.
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
               MOVE "GATE" TO SCOR-STEP-NAME
               MOVE WS-TODAY-DATE TO SCOR-RUN-DATE
               MOVE WS-TODAY-DATE TO SCOR-START-DATE
               MOVE WS-TODAY-TIME TO SCOR-START-TIME
               ACCEPT SCOR-END-DATE FROM DATE
               ACCEPT SCOR-END-TIME FROM TIME
               MOVE RETURN-CODE TO SCOR-RETURN-CODE
               MOVE WS-SCORE-FIGURE TO SCOR-KEY-FIGURE
               WRITE SCOR-RECORD
               CLOSE SCORECARD-FILE
           END-IF.
