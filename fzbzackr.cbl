      *    CASES.  THE INPUT CARRIES THE CASEREC ENVELOPE  *
      *    AND IS VALIDATED THE SAME WAY THE ROUTING AND   *
      *    LOAD STEPS VALIDATE IT.                         *
      *    EACH EXCEPTION LINE FOR A ROUTED CASE ALSO NAMES  *
      *    THE WORKER THE CASE WAS DEALT TO, FROM THE CASE  *
      *    MASTER (CASEMAST, SEE FZBZASGN).  THE MASTER IS  *
      *    OPTIONAL - WITHOUT IT, OR FOR A CASE NOT ON IT,  *
      *    THE WORKER IS LEFT OFF THE LINE.                 *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACK-IN-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO ACKRPT
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
       FD  ACK-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY ACKREC.
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       FD  ACK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 ACK-REPORT-LINE             PIC X(132).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-ACK-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       01 WS-CASE-IN-AT-END-SW PIC X VALUE "N".
           88 WS-CASE-IN-AT-END VALUE "Y".
       01 WS-ACK-AT-END-SW PIC X VALUE "N".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZERO.
      *    EVERY ROUTED DETAIL, BUFFERED FOR THE MATCH.  99999 IS
      *    THE WHOLE FIVE-DIGIT CASE-NUMBER SPACE, SO THE TABLE
      *    CANNOT BE TOO SMALL FOR A LEGAL ENVELOPE - A LARGER
      *    COUNT MEANS THE INPUT IS NOT A LEGAL ENVELOPE AND THE
      *    STEP FAILS.  THE INDEX IS ONE DIGIT WIDER SO A LOOP
      *    OVER A FULL TABLE CAN STILL REACH ITS UNTIL TEST.
       01 WS-ROUTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROUTED-IDX PIC 9(6).
       01 WS-ROUTED-TABLE.
           05 WS-ROUTED-ENTRY OCCURS 99999 TIMES.
               10 WS-ROUTED-CASE       PIC 9(5).
               10 WS-ROUTED-QUEUE      PIC X(20).
               10 WS-ROUTED-ACKED-SW   PIC X(1).
           05 FILLER                  PIC X(8) VALUE "  QUEUE=".
           05 WS-EXCEPTION-QUEUE      PIC X(20).
           05 WS-EXCEPTION-EXTRA      PIC X(31).
           05 WS-EXCEPTION-WORKER     PIC X(16).
       01 WS-SUMMARY-LINE.
           05 WS-SUMMARY-TEXT         PIC X(34).
           05 WS-SUMMARY-COUNT        PIC ZZZZ9.
       PROCEDURE DIVISION.
       FZBZ-ACKRCN-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0081E CLASSIFICATION INPUT DATASET NOT "
                   "AVAILABLE - CANNOT RECONCILE ACKNOWLEDGMENTS"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0081E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM READ-CASE-RECORD
                       "DATASET.  STEP FAILING."
                   CLOSE CASE-IN-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0082E CASEOUT HAS NO ENVELOPE HEADER"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               SET WS-HEADER-SEEN TO TRUE
                   "CLASSIFICATION INPUT - THE PRODUCING RUN DID "
                   "NOT COMPLETE CLEANLY.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0083E CASEOUT HAS NO ENVELOPE TRAILER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-ROUTED-COUNT
                   WS-ROUTED-COUNT " DETAIL RECORDS READ - "
                   "INCOMPLETE OR DOUBLED DATASET.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0084E TRAILER COUNT " WS-TRAILER-COUNT
                   " BUT " WS-ROUTED-COUNT " DETAILS READ"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN INPUT CASE-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM MATCH-ACK-FILE
           PERFORM REPORT-UNACKED-CASES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE ACK-REPORT-FILE
           IF WS-MASTER-OPEN
               CLOSE CASE-MASTER-FILE
           END-IF
           IF WS-UNACKED-COUNT > ZERO
                   OR WS-UNROUTED-COUNT > ZERO
                   OR WS-QUEUE-MISMATCH-COUNT > ZERO
                   WS-ROUTED-COUNT " ROUTED CASES"
               MOVE 0 TO RETURN-CODE
           END-IF
           STRING WS-UNACKED-COUNT " UNACKNOWLEDGED, "
               WS-UNROUTED-COUNT " NEVER ROUTED, "
               WS-QUEUE-MISMATCH-COUNT " QUEUE MISMATCHES"
               DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       STORE-ROUTED-CASE.
           IF WS-ROUTED-COUNT = 99999
               DISPLAY "FZBZ0085E MORE THAN 99999 DETAIL RECORDS ON "
                   "THE CLASSIFICATION INPUT - NOT A LEGAL "
                   "ENVELOPE (CASE NUMBERS ARE CAPPED AT 99999).  "
                   "STEP FAILING."
               CLOSE CASE-IN-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0085E MORE THAN 99999 DETAIL RECORDS"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           ADD 1 TO WS-ROUTED-COUNT
           WRITE ACK-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-EXCEPTION-LINE.
      *    THE WORKER COMES FROM THE MASTER ONLY WHEN THE MASTER
      *    IS FROM THE SAME RUN AS THE CLASSIFICATION INPUT.
           MOVE SPACES TO WS-EXCEPTION-WORKER
           IF WS-MASTER-OPEN
               MOVE WS-EXCEPTION-CASE TO CASEM-KEY
               READ CASE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CASEM-RUN-DATE = WS-RUN-DATE
                               AND CASEM-WORKER-ID NOT = SPACES
                           STRING "  WORKER=" CASEM-WORKER-ID
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-WORKER
                           END-STRING
                       END-IF
               END-READ
           END-IF
           WRITE ACK-REPORT-LINE FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.

               AT END
                   SET WS-ACK-AT-END TO TRUE
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE RECONCILIATION'S OUTCOME - THE THREE
      *    DISCREPANCY COUNTS - TO THE NIGHTLY SCORECARD LOG (SEE
      *    COPYBOOKS/SCORREC), SO THE MORNING STATUS REPORT SHOWS
      *    IT ON THE PAGE OF THE NIGHT IT RECONCILED.  OPEN EXTEND
      *    WITH THE OPEN OUTPUT FALLBACK.  THE RUN DATE IS THE
      *    ENVELOPE HEADER'S WHEN ONE WAS READ.  A LOG THAT CANNOT
      *    BE OPENED IS REPORTED BUT NEVER CHANGES THE STEP'S
      *    RETURN CODE, WHICH THE PURGE IS KEYED ON.
           OPEN EXTEND SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               OPEN OUTPUT SCORECARD-FILE
           END-IF
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "FZBZ0194W SCORECARD LOG NOT AVAILABLE - "
                   "THIS STEP'S OUTCOME NOT RECORDED"
           ELSE
               MOVE SPACES TO SCOR-RECORD
               MOVE "FZBZACKR" TO SCOR-JOB-NAME
               MOVE "ACKRCN" TO SCOR-STEP-NAME
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
