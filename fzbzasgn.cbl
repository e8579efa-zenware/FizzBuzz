       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-ASSIGN.
      ******************************************************
      *    FZBZASGN WORKER-LEVEL CASE ASSIGNMENT           *
      *    DEALS THE CASES ON EACH OF FZBZROUTE'S SPLIT    *
      *    FILES (QFIZZ, QBUZZ, QBANG, QFIZZBUZ, QNUMBER,  *
      *    QOTHER) OUT TO THE WORKERS THE TEAM ROSTER      *
      *    (ROSTER, SEE ROSTREC) PUTS ON SHIFT FOR THAT    *
      *    QUEUE, IN PROPORTION TO EACH WORKER'S DAILY     *
      *    CAPACITY: EVERY CASE GOES TO THE PRESENT WORKER *
      *    WITH THE LOWEST SHARE OF THEIR CAPACITY USED SO *
      *    FAR (ROSTER ORDER BREAKS A TIE), AND A WORKER   *
      *    AT CAPACITY OR MARKED ABSENT IS DEALT NOTHING.  *
      *    A CASE NO WORKER HAS ROOM FOR IS AN OVERFLOW    *
      *    CASE - LISTED ON THE ASSIGNMENT REPORT AND LEFT *
      *    UNASSIGNED, NEVER DROPPED.                      *
      *    EACH WORKER'S CASES ARE PRINTED AS A WORKLIST,  *
      *    ONE PAGE PER WORKER (WORKLIST), THE ASSIGNMENT  *
      *    REPORT (ASGNRPT) SUMMARIZES EACH QUEUE, AND THE *
      *    WORKER IS WRITTEN ONTO THE CASE'S CASE-MASTER   *
      *    RECORD (CASEM-WORKER-ID) SO FZBZINQ AND THE     *
      *    ACKNOWLEDGMENT RECONCILIATION CAN SAY WHO HAD   *
      *    THE CASE.                                       *
      *    EVERY SPLIT CASE IS CHECKED AGAINST TONIGHT'S   *
      *    CASE MASTER BEFORE ANYTHING IS ASSIGNED - A     *
      *    CASE MISSING FROM THE MASTER OR CARRYING A      *
      *    DIFFERENT QUEUE MEANS THE SPLIT FILES ARE NOT   *
      *    TONIGHT'S, AND THE STEP FAILS WITHOUT DEALING   *
      *    OR RECORDING ANYTHING.  THE RUN DATE COMES FROM *
      *    THE CASEIN ENVELOPE HEADER.                     *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO ROSTER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CASE-IN-FILE ASSIGN TO CASEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STATUS.
           SELECT FIZZ-QUEUE-FILE ASSIGN TO QFIZZ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT BUZZ-QUEUE-FILE ASSIGN TO QBUZZ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT BANG-QUEUE-FILE ASSIGN TO QBANG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT FIZZBUZZ-QUEUE-FILE ASSIGN TO QFIZZBUZ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT NUMBER-QUEUE-FILE ASSIGN TO QNUMBER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT OTHER-QUEUE-FILE ASSIGN TO QOTHER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO WORKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           SELECT ASSIGN-REPORT-FILE ASSIGN TO ASGNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ROSTREC.
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 CASE-IN-RECORD              PIC X(33).
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
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 WORKLIST-LINE               PIC X(132).
       FD  ASSIGN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 ASSIGN-REPORT-LINE          PIC X(132).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS PIC XX VALUE "00".
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-SPLIT-STATUS PIC XX VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
       01 WS-WORKLIST-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-ROSTER-AT-END-SW PIC X VALUE "N".
           88 WS-ROSTER-AT-END VALUE "Y".
       01 WS-SPLIT-AT-END-SW PIC X VALUE "N".
           88 WS-SPLIT-AT-END VALUE "Y".
       01 WS-ROSTER-ERRORS-SW PIC X VALUE "N".
           88 WS-ROSTER-ERRORS VALUE "Y".
       01 WS-RUN-DATE PIC 9(6) VALUE ZERO.
      *    THE SPLIT RECORDS ARE CASE-OUT DETAIL RECORDS, READ INTO
      *    THE ENVELOPE LAYOUT.
           COPY CASEREC.
      *    THE SIX SPLITS IN FZBZROUTE'S ORDER, UNDER THE NAMES ITS
      *    FZBZ0026I COUNTS AND THE ROSTER CARDS USE.
       01 WS-SPLIT-VALUES.
           05 FILLER PIC X(8) VALUE "FIZZ    ".
           05 FILLER PIC X(8) VALUE "BUZZ    ".
           05 FILLER PIC X(8) VALUE "BANG    ".
           05 FILLER PIC X(8) VALUE "FIZZBUZZ".
           05 FILLER PIC X(8) VALUE "NUMBER  ".
           05 FILLER PIC X(8) VALUE "OTHER   ".
       01 WS-SPLIT-TABLE REDEFINES WS-SPLIT-VALUES.
           05 WS-SPLIT-NAME OCCURS 6 TIMES PIC X(8).
       01 WS-SPLIT-IDX PIC 9(1).
       01 WS-SPLIT-FOUND-IDX PIC 9(1).
      *    PER-SPLIT TALLIES, AND WHERE EACH SPLIT'S CASES SIT IN
      *    THE CASE TABLE BELOW (THEY ARE READ ONE SPLIT AFTER
      *    ANOTHER, SO EACH SPLIT IS ONE RUN OF ENTRIES).
       01 WS-SPLIT-TALLY-TABLE.
           05 WS-SPLIT-TALLY OCCURS 6 TIMES.
               10 WS-SPLIT-FIRST       PIC 9(6).
               10 WS-SPLIT-CASES       PIC 9(5).
               10 WS-SPLIT-ASSIGNED    PIC 9(5).
               10 WS-SPLIT-OVERFLOW    PIC 9(5).
               10 WS-SPLIT-PRESENT     PIC 9(3).
               10 WS-SPLIT-ABSENT      PIC 9(3).
               10 WS-SPLIT-CAPACITY    PIC 9(6).
      *    THE ROSTER.  200 WORKERS IS WELL ABOVE THE SIX TEAMS'
      *    COMBINED HEADCOUNT.
       01 WS-WKR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WKR-IDX PIC 9(3).
       01 WS-WKR-BEST-IDX PIC 9(3).
       01 WS-WKR-TABLE.
           05 WS-WKR-ENTRY OCCURS 200 TIMES.
               10 WS-WKR-SPLIT         PIC 9(1).
               10 WS-WKR-ID            PIC X(8).
               10 WS-WKR-NAME          PIC X(20).
               10 WS-WKR-CAPACITY      PIC 9(3).
               10 WS-WKR-ABSENT-SW     PIC X(1).
                   88 WS-WKR-ABSENT VALUE "Y".
               10 WS-WKR-ASSIGNED      PIC 9(5).
      *    EVERY ROUTED CASE ACROSS THE SIX SPLITS - NEVER MORE
      *    THAN THE 99999 CASES ONE ENVELOPE CAN HOLD.  THE INDEX
      *    IS ONE DIGIT WIDER SO A LOOP OVER A FULL TABLE CAN
      *    STILL REACH ITS UNTIL TEST.  WORKER ZERO IS OVERFLOW.
       01 WS-CASE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CASE-IDX PIC 9(6).
       01 WS-CASE-LAST PIC 9(6).
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 99999 TIMES.
               10 WS-CASE-NUMBER       PIC 9(5).
               10 WS-CASE-QUEUE        PIC X(20).
               10 WS-CASE-STREAM       PIC X(2).
               10 WS-CASE-REGION       PIC X(2).
               10 WS-CASE-OVERRIDE     PIC X(1).
               10 WS-CASE-WORKER       PIC 9(3).
      *    CAPACITY SHARE COMPARISON, CROSS-MULTIPLIED SO NO
      *    DIVISION (OR ROUNDING) DECIDES A TIE.
       01 WS-SHARE-THIS PIC 9(9).
       01 WS-SHARE-BEST PIC 9(9).
       01 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ASSIGNED PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-OVERFLOW PIC 9(5) VALUE ZERO.
       01 WS-WORKLIST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-CASES PIC 9(5).
       01 WS-WL-TITLE-LINE.
           05 FILLER                  PIC X(18)
               VALUE "FIZZBUZZ WORKLIST ".
           05 FILLER                  PIC X(9) VALUE "RUN DATE=".
           05 WS-WL-RUN-DATE          PIC 9(6).
           05 FILLER                  PIC X(8) VALUE "  QUEUE=".
           05 WS-WL-QUEUE             PIC X(8).
           05 FILLER                  PIC X(9) VALUE "  WORKER=".
           05 WS-WL-WORKER-ID         PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-WL-WORKER-NAME       PIC X(20).
           05 FILLER                  PIC X(11)
               VALUE "  CAPACITY=".
           05 WS-WL-CAPACITY          PIC ZZ9.
       01 WS-WL-HEADING-LINE.
           05 FILLER                  PIC X(7) VALUE "CASE".
           05 FILLER                  PIC X(21) VALUE "QUEUE CODE".
           05 FILLER                  PIC X(8) VALUE "STREAM".
           05 FILLER                  PIC X(8) VALUE "REGION".
           05 FILLER                  PIC X(8) VALUE "OVERRIDE".
       01 WS-WL-DETAIL-LINE.
           05 WS-WL-CASE              PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-WL-CASE-QUEUE        PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-WL-STREAM            PIC X(2).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 WS-WL-REGION            PIC X(2).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 WS-WL-OVERRIDE          PIC X(3).
       01 WS-WL-FOOTER-LINE.
           05 WS-WL-FOOTER-COUNT      PIC ZZZZ9.
           05 FILLER                  PIC X(15)
               VALUE " CASES ASSIGNED".
       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(37) VALUE
               "FIZZBUZZ WORKER ASSIGNMENT SUMMARY".
           05 FILLER                  PIC X(9) VALUE "RUN DATE=".
           05 WS-RPT-RUN-DATE         PIC 9(6).
       01 WS-RPT-QUEUE-LINE.
           05 FILLER                  PIC X(6) VALUE "QUEUE ".
           05 WS-RPT-QUEUE            PIC X(8).
           05 FILLER                  PIC X(8) VALUE "  CASES=".
           05 WS-RPT-CASES            PIC ZZZZ9.
           05 FILLER                  PIC X(11)
               VALUE "  ASSIGNED=".
           05 WS-RPT-ASSIGNED         PIC ZZZZ9.
           05 FILLER                  PIC X(11)
               VALUE "  OVERFLOW=".
           05 WS-RPT-OVERFLOW         PIC ZZZZ9.
           05 FILLER                  PIC X(10)
               VALUE "  PRESENT=".
           05 WS-RPT-PRESENT          PIC ZZ9.
           05 FILLER                  PIC X(9) VALUE "  ABSENT=".
           05 WS-RPT-ABSENT           PIC ZZ9.
           05 FILLER                  PIC X(11)
               VALUE "  CAPACITY=".
           05 WS-RPT-CAPACITY         PIC ZZZZZ9.
       01 WS-RPT-WORKER-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-RPT-WORKER-ID        PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RPT-WORKER-NAME      PIC X(20).
           05 FILLER                  PIC X(11)
               VALUE "  CAPACITY=".
           05 WS-RPT-WORKER-CAPACITY  PIC ZZ9.
           05 FILLER                  PIC X(11)
               VALUE "  ASSIGNED=".
           05 WS-RPT-WORKER-ASSIGNED  PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RPT-WORKER-STATUS    PIC X(7).
       01 WS-RPT-OVERFLOW-LINE.
           05 FILLER                  PIC X(18)
               VALUE "    OVERFLOW CASE ".
           05 WS-RPT-OVERFLOW-CASE    PIC 9(5).
           05 FILLER                  PIC X(8) VALUE "  QUEUE=".
           05 WS-RPT-OVERFLOW-QUEUE   PIC X(20).
           05 FILLER                  PIC X(9) VALUE "  REGION=".
           05 WS-RPT-OVERFLOW-REGION  PIC X(2).
       01 WS-SUMMARY-LINE.
           05 WS-SUMMARY-TEXT         PIC X(34).
           05 WS-SUMMARY-COUNT        PIC ZZZZ9.
       PROCEDURE DIVISION.
       FZBZ-ASSIGN-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           PERFORM READ-ROSTER
           IF WS-ROSTER-ERRORS
               DISPLAY "FZBZ0154E ROSTER IN ERROR - NO CASE "
                   "ASSIGNED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0154E ROSTER IN ERROR - NO CASE ASSIGNED"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM GET-RUN-DATE
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > 6
               PERFORM LOAD-SPLIT-CASES
           END-PERFORM
           OPEN I-O CASE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FZBZ0155E CASE MASTER CLUSTER NOT AVAILABLE "
                   "- STATUS " WS-MASTER-STATUS " - NO CASE "
                   "ASSIGNED"
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0155E CASE MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               PERFORM CHECK-CASE-ON-MASTER
           END-PERFORM
           IF WS-STALE-COUNT > ZERO
               DISPLAY "FZBZ0156E " WS-STALE-COUNT " SPLIT CASES "
                   "ARE MISSING FROM, OR DISAGREE WITH, TONIGHT'S "
                   "CASE MASTER - THE SPLIT FILES ARE NOT FROM "
                   "THIS RUN.  NO CASE ASSIGNED.  STEP FAILING."
               CLOSE CASE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0156E " WS-STALE-COUNT
                   " SPLIT CASES NOT ON TONIGHT'S CASE MASTER"
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           OPEN OUTPUT ASSIGN-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE ASSIGN-REPORT-LINE FROM WS-RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > 6
               PERFORM DEAL-SPLIT-CASES
               PERFORM WRITE-SPLIT-WORKLISTS
               PERFORM WRITE-SPLIT-SUMMARY
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CASE-MASTER-FILE
           CLOSE WORKLIST-FILE
           CLOSE ASSIGN-REPORT-FILE
           IF WS-TOTAL-OVERFLOW > ZERO
               DISPLAY "FZBZ0158W " WS-TOTAL-OVERFLOW " CASES "
                   "LEFT UNASSIGNED - EVERY PRESENT WORKER ON THEIR "
                   "QUEUE IS AT CAPACITY.  SEE THE OVERFLOW LIST ON "
                   "ASGNRPT."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "FZBZ0159I ASSIGNMENT COMPLETE - "
               WS-TOTAL-ASSIGNED " OF " WS-CASE-COUNT
               " CASES ASSIGNED ON " WS-WORKLIST-COUNT
               " WORKLISTS"
           STRING WS-TOTAL-ASSIGNED " OF " WS-CASE-COUNT " ASSIGNED, "
               WS-TOTAL-OVERFLOW " OVERFLOW, " WS-WORKLIST-COUNT
               " WORKLISTS" DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       READ-ROSTER.
      *    EVERY CARD IS CHECKED AND EVERY BAD ONE REPORTED BEFORE
      *    THE STEP FAILS.  AN EMPTY ROSTER IS LEGAL - EVERY CASE
      *    THEN OVERFLOWS, WHICH THE RETURN CODE MAKES VISIBLE.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "FZBZ0154E ROSTER DATASET NOT AVAILABLE - "
                   "STATUS " WS-ROSTER-STATUS
               SET WS-ROSTER-ERRORS TO TRUE
           ELSE
               PERFORM READ-ROSTER-CARD
               PERFORM UNTIL WS-ROSTER-AT-END
                   IF ROSTER-CARD (1:1) NOT = "*"
                           AND ROSTER-CARD NOT = SPACES
                       PERFORM STORE-ROSTER-CARD
                   END-IF
                   PERFORM READ-ROSTER-CARD
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       STORE-ROSTER-CARD.
           MOVE ZERO TO WS-SPLIT-FOUND-IDX
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > 6
               IF WS-SPLIT-NAME (WS-SPLIT-IDX) = ROST-QUEUE
                   MOVE WS-SPLIT-IDX TO WS-SPLIT-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SPLIT-FOUND-IDX = ZERO
                   DISPLAY "FZBZ0154E ROSTER CARD FOR WORKER "
                       ROST-WORKER-ID " NAMES QUEUE '" ROST-QUEUE
                       "' - VALID QUEUES ARE FIZZ, BUZZ, BANG, "
                       "FIZZBUZZ, NUMBER AND OTHER"
                   SET WS-ROSTER-ERRORS TO TRUE
               WHEN ROST-WORKER-ID = SPACES
                   DISPLAY "FZBZ0154E ROSTER CARD FOR QUEUE "
                       ROST-QUEUE " HAS NO WORKER USERID"
                   SET WS-ROSTER-ERRORS TO TRUE
               WHEN ROST-CAPACITY NOT NUMERIC
                   DISPLAY "FZBZ0154E ROSTER CARD FOR WORKER "
                       ROST-WORKER-ID " CAPACITY '" ROST-CAPACITY
                       "' IS NOT A 3-DIGIT NUMBER"
                   SET WS-ROSTER-ERRORS TO TRUE
               WHEN NOT ROST-ABSENT AND NOT ROST-PRESENT
                   DISPLAY "FZBZ0154E ROSTER CARD FOR WORKER "
                       ROST-WORKER-ID " STATUS '" ROST-STATUS
                       "' - USE A FOR ABSENT, P OR BLANK FOR PRESENT"
                   SET WS-ROSTER-ERRORS TO TRUE
               WHEN OTHER
                   PERFORM ADD-ROSTER-WORKER
           END-EVALUATE.

       ADD-ROSTER-WORKER.
           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
                   UNTIL WS-WKR-IDX > WS-WKR-COUNT
               IF WS-WKR-SPLIT (WS-WKR-IDX) = WS-SPLIT-FOUND-IDX
                       AND WS-WKR-ID (WS-WKR-IDX) = ROST-WORKER-ID
                   DISPLAY "FZBZ0154E WORKER " ROST-WORKER-ID
                       " IS ON THE ROSTER TWICE FOR QUEUE "
                       ROST-QUEUE
                   SET WS-ROSTER-ERRORS TO TRUE
               END-IF
           END-PERFORM
           IF WS-WKR-COUNT = 200
               DISPLAY "FZBZ0157E MORE THAN 200 WORKERS ON THE "
                   "ROSTER - WORKER TABLE FULL.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0157E MORE THAN 200 WORKERS ON THE ROSTER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           ADD 1 TO WS-WKR-COUNT
           MOVE WS-SPLIT-FOUND-IDX TO WS-WKR-SPLIT (WS-WKR-COUNT)
           MOVE ROST-WORKER-ID TO WS-WKR-ID (WS-WKR-COUNT)
           MOVE ROST-WORKER-NAME TO WS-WKR-NAME (WS-WKR-COUNT)
           MOVE ROST-CAPACITY-N TO WS-WKR-CAPACITY (WS-WKR-COUNT)
           MOVE ZERO TO WS-WKR-ASSIGNED (WS-WKR-COUNT)
           IF ROST-ABSENT
               MOVE "Y" TO WS-WKR-ABSENT-SW (WS-WKR-COUNT)
           ELSE
               MOVE "N" TO WS-WKR-ABSENT-SW (WS-WKR-COUNT)
           END-IF.

       GET-RUN-DATE.
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0155E CLASSIFICATION INPUT DATASET NOT "
                   "AVAILABLE - NO CASE ASSIGNED"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0155E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           READ CASE-IN-FILE INTO CASE-OUT-RECORD
               AT END
                   MOVE SPACE TO CASE-REC-TYPE
           END-READ
           CLOSE CASE-IN-FILE
           IF CASE-REC-TYPE NOT = "H"
               DISPLAY "FZBZ0155E FIRST RECORD ON THE "
                   "CLASSIFICATION INPUT IS NOT THE ENVELOPE "
                   "HEADER - WRONG, PARTIAL, OR PRE-ENVELOPE "
                   "DATASET.  NO CASE ASSIGNED."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0155E CASEOUT HAS NO ENVELOPE HEADER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           MOVE CASE-HDR-RUN-DATE TO WS-RUN-DATE.

       LOAD-SPLIT-CASES.
           MOVE "N" TO WS-SPLIT-AT-END-SW
           COMPUTE WS-SPLIT-FIRST (WS-SPLIT-IDX) = WS-CASE-COUNT + 1
           MOVE ZERO TO WS-SPLIT-CASES (WS-SPLIT-IDX)
           MOVE ZERO TO WS-SPLIT-ASSIGNED (WS-SPLIT-IDX)
           MOVE ZERO TO WS-SPLIT-OVERFLOW (WS-SPLIT-IDX)
           PERFORM OPEN-SPLIT-FILE
           IF WS-SPLIT-STATUS NOT = "00"
               DISPLAY "FZBZ0155E ROUTE SPLIT FILE FOR QUEUE "
                   WS-SPLIT-NAME (WS-SPLIT-IDX) " NOT AVAILABLE - "
                   "STATUS " WS-SPLIT-STATUS " - NO CASE ASSIGNED"
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0155E SPLIT FILE "
                   WS-SPLIT-NAME (WS-SPLIT-IDX)
                   " NOT AVAILABLE - STATUS " WS-SPLIT-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM READ-SPLIT-RECORD
           PERFORM UNTIL WS-SPLIT-AT-END
               IF WS-CASE-COUNT = 99999
                   DISPLAY "FZBZ0157E MORE THAN 99999 CASES ON THE "
                       "ROUTE SPLIT FILES - NOT ONE NIGHT'S ROUTING.  "
                       "STEP FAILING."
                   PERFORM CLOSE-SPLIT-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0157E MORE THAN 99999 CASES ON THE SPLITS"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-CASE-COUNT
               ADD 1 TO WS-SPLIT-CASES (WS-SPLIT-IDX)
               MOVE CASE-NUMBER TO WS-CASE-NUMBER (WS-CASE-COUNT)
               MOVE QUEUE-CODE TO WS-CASE-QUEUE (WS-CASE-COUNT)
               MOVE CASE-STREAM-ID TO WS-CASE-STREAM (WS-CASE-COUNT)
               MOVE CASE-REGION TO WS-CASE-REGION (WS-CASE-COUNT)
               MOVE CASE-OVERRIDE-SW
                   TO WS-CASE-OVERRIDE (WS-CASE-COUNT)
               MOVE ZERO TO WS-CASE-WORKER (WS-CASE-COUNT)
               PERFORM READ-SPLIT-RECORD
           END-PERFORM
           PERFORM CLOSE-SPLIT-FILE.

       CHECK-CASE-ON-MASTER.
           MOVE WS-CASE-NUMBER (WS-CASE-IDX) TO CASEM-KEY
           READ CASE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
               NOT INVALID KEY
                   IF CASEM-QUEUE-CODE NOT =
                           WS-CASE-QUEUE (WS-CASE-IDX)
                           OR CASEM-RUN-DATE NOT = WS-RUN-DATE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
           END-READ.

       DEAL-SPLIT-CASES.
      *    THE QUEUE'S PRESENT WORKERS AND THEIR TOTAL CAPACITY ARE
      *    COUNTED FIRST FOR THE SUMMARY, THEN EACH CASE IS DEALT
      *    IN SPLIT-FILE ORDER AND RECORDED ON THE CASE MASTER.
           MOVE ZERO TO WS-SPLIT-PRESENT (WS-SPLIT-IDX)
           MOVE ZERO TO WS-SPLIT-ABSENT (WS-SPLIT-IDX)
           MOVE ZERO TO WS-SPLIT-CAPACITY (WS-SPLIT-IDX)
           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
                   UNTIL WS-WKR-IDX > WS-WKR-COUNT
               IF WS-WKR-SPLIT (WS-WKR-IDX) = WS-SPLIT-IDX
                   IF WS-WKR-ABSENT (WS-WKR-IDX)
                       ADD 1 TO WS-SPLIT-ABSENT (WS-SPLIT-IDX)
                   ELSE
                       ADD 1 TO WS-SPLIT-PRESENT (WS-SPLIT-IDX)
                       ADD WS-WKR-CAPACITY (WS-WKR-IDX)
                           TO WS-SPLIT-CAPACITY (WS-SPLIT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CASE-LAST = WS-SPLIT-FIRST (WS-SPLIT-IDX)
               + WS-SPLIT-CASES (WS-SPLIT-IDX) - 1
           PERFORM VARYING WS-CASE-IDX
                   FROM WS-SPLIT-FIRST (WS-SPLIT-IDX) BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-LAST
               PERFORM DEAL-ONE-CASE
           END-PERFORM.

       DEAL-ONE-CASE.
      *    THE PRESENT WORKER WITH ROOM LEFT WHOSE ASSIGNED/
      *    CAPACITY SHARE IS LOWEST TAKES THE CASE - COMPARED AS
      *    ASSIGNED(THIS) * CAPACITY(BEST) AGAINST ASSIGNED(BEST) *
      *    CAPACITY(THIS), SO A WORKER WITH TWICE THE CAPACITY
      *    ENDS THE NIGHT WITH TWICE THE CASES.
           MOVE ZERO TO WS-WKR-BEST-IDX
           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
                   UNTIL WS-WKR-IDX > WS-WKR-COUNT
               IF WS-WKR-SPLIT (WS-WKR-IDX) = WS-SPLIT-IDX
                       AND NOT WS-WKR-ABSENT (WS-WKR-IDX)
                       AND WS-WKR-ASSIGNED (WS-WKR-IDX)
                           < WS-WKR-CAPACITY (WS-WKR-IDX)
                   IF WS-WKR-BEST-IDX = ZERO
                       MOVE WS-WKR-IDX TO WS-WKR-BEST-IDX
                   ELSE
                       COMPUTE WS-SHARE-THIS =
                           WS-WKR-ASSIGNED (WS-WKR-IDX)
                           * WS-WKR-CAPACITY (WS-WKR-BEST-IDX)
                       COMPUTE WS-SHARE-BEST =
                           WS-WKR-ASSIGNED (WS-WKR-BEST-IDX)
                           * WS-WKR-CAPACITY (WS-WKR-IDX)
                       IF WS-SHARE-THIS < WS-SHARE-BEST
                           MOVE WS-WKR-IDX TO WS-WKR-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-WKR-BEST-IDX TO WS-CASE-WORKER (WS-CASE-IDX)
           MOVE WS-CASE-NUMBER (WS-CASE-IDX) TO CASEM-KEY
           READ CASE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-WKR-BEST-IDX = ZERO
               ADD 1 TO WS-SPLIT-OVERFLOW (WS-SPLIT-IDX)
               ADD 1 TO WS-TOTAL-OVERFLOW
               MOVE SPACES TO CASEM-WORKER-ID
           ELSE
               ADD 1 TO WS-WKR-ASSIGNED (WS-WKR-BEST-IDX)
               ADD 1 TO WS-SPLIT-ASSIGNED (WS-SPLIT-IDX)
               ADD 1 TO WS-TOTAL-ASSIGNED
               MOVE WS-WKR-ID (WS-WKR-BEST-IDX) TO CASEM-WORKER-ID
           END-IF
           REWRITE CASE-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FZBZ0155E CASE MASTER REWRITE FAILED FOR "
                   "CASE " CASEM-KEY " - STATUS " WS-MASTER-STATUS
                   " - ASSIGNMENTS INCOMPLETE"
               CLOSE CASE-MASTER-FILE
               CLOSE WORKLIST-FILE
               CLOSE ASSIGN-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0155E MASTER REWRITE FAILED AT CASE "
                   CASEM-KEY
                   " - STATUS " WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF.

       WRITE-SPLIT-WORKLISTS.
      *    ONE PAGE PER PRESENT WORKER ON THE QUEUE, IN ROSTER
      *    ORDER - A WORKER DEALT NOTHING STILL GETS A PAGE SAYING
      *    SO.  ABSENT WORKERS GET NO PAGE.
           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
                   UNTIL WS-WKR-IDX > WS-WKR-COUNT
               IF WS-WKR-SPLIT (WS-WKR-IDX) = WS-SPLIT-IDX
                       AND NOT WS-WKR-ABSENT (WS-WKR-IDX)
                   PERFORM WRITE-ONE-WORKLIST
               END-IF
           END-PERFORM.

       WRITE-ONE-WORKLIST.
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE WS-RUN-DATE TO WS-WL-RUN-DATE
           MOVE WS-SPLIT-NAME (WS-SPLIT-IDX) TO WS-WL-QUEUE
           MOVE WS-WKR-ID (WS-WKR-IDX) TO WS-WL-WORKER-ID
           MOVE WS-WKR-NAME (WS-WKR-IDX) TO WS-WL-WORKER-NAME
           MOVE WS-WKR-CAPACITY (WS-WKR-IDX) TO WS-WL-CAPACITY
           WRITE WORKLIST-LINE FROM WS-WL-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE AFTER ADVANCING 1 LINE
           WRITE WORKLIST-LINE FROM WS-WL-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-PAGE-CASES
           PERFORM VARYING WS-CASE-IDX
                   FROM WS-SPLIT-FIRST (WS-SPLIT-IDX) BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-LAST
               IF WS-CASE-WORKER (WS-CASE-IDX) = WS-WKR-IDX
                   ADD 1 TO WS-PAGE-CASES
                   MOVE WS-CASE-NUMBER (WS-CASE-IDX) TO WS-WL-CASE
                   MOVE WS-CASE-QUEUE (WS-CASE-IDX)
                       TO WS-WL-CASE-QUEUE
                   MOVE WS-CASE-STREAM (WS-CASE-IDX) TO WS-WL-STREAM
                   MOVE WS-CASE-REGION (WS-CASE-IDX) TO WS-WL-REGION
                   IF WS-CASE-OVERRIDE (WS-CASE-IDX) = "Y"
                       MOVE "YES" TO WS-WL-OVERRIDE
                   ELSE
                       MOVE SPACES TO WS-WL-OVERRIDE
                   END-IF
                   WRITE WORKLIST-LINE FROM WS-WL-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE AFTER ADVANCING 1 LINE
           IF WS-PAGE-CASES = ZERO
               MOVE "NO CASES ASSIGNED TONIGHT" TO WORKLIST-LINE
               WRITE WORKLIST-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-PAGE-CASES TO WS-WL-FOOTER-COUNT
               WRITE WORKLIST-LINE FROM WS-WL-FOOTER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-SPLIT-SUMMARY.
           MOVE SPACES TO ASSIGN-REPORT-LINE
           WRITE ASSIGN-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-SPLIT-NAME (WS-SPLIT-IDX) TO WS-RPT-QUEUE
           MOVE WS-SPLIT-CASES (WS-SPLIT-IDX) TO WS-RPT-CASES
           MOVE WS-SPLIT-ASSIGNED (WS-SPLIT-IDX) TO WS-RPT-ASSIGNED
           MOVE WS-SPLIT-OVERFLOW (WS-SPLIT-IDX) TO WS-RPT-OVERFLOW
           MOVE WS-SPLIT-PRESENT (WS-SPLIT-IDX) TO WS-RPT-PRESENT
           MOVE WS-SPLIT-ABSENT (WS-SPLIT-IDX) TO WS-RPT-ABSENT
           MOVE WS-SPLIT-CAPACITY (WS-SPLIT-IDX) TO WS-RPT-CAPACITY
           WRITE ASSIGN-REPORT-LINE FROM WS-RPT-QUEUE-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
                   UNTIL WS-WKR-IDX > WS-WKR-COUNT
               IF WS-WKR-SPLIT (WS-WKR-IDX) = WS-SPLIT-IDX
                   MOVE WS-WKR-ID (WS-WKR-IDX) TO WS-RPT-WORKER-ID
                   MOVE WS-WKR-NAME (WS-WKR-IDX)
                       TO WS-RPT-WORKER-NAME
                   MOVE WS-WKR-CAPACITY (WS-WKR-IDX)
                       TO WS-RPT-WORKER-CAPACITY
                   MOVE WS-WKR-ASSIGNED (WS-WKR-IDX)
                       TO WS-RPT-WORKER-ASSIGNED
                   IF WS-WKR-ABSENT (WS-WKR-IDX)
                       MOVE "ABSENT" TO WS-RPT-WORKER-STATUS
                   ELSE
                       MOVE "PRESENT" TO WS-RPT-WORKER-STATUS
                   END-IF
                   WRITE ASSIGN-REPORT-LINE FROM WS-RPT-WORKER-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CASE-IDX
                   FROM WS-SPLIT-FIRST (WS-SPLIT-IDX) BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-LAST
               IF WS-CASE-WORKER (WS-CASE-IDX) = ZERO
                   MOVE WS-CASE-NUMBER (WS-CASE-IDX)
                       TO WS-RPT-OVERFLOW-CASE
                   MOVE WS-CASE-QUEUE (WS-CASE-IDX)
                       TO WS-RPT-OVERFLOW-QUEUE
                   MOVE WS-CASE-REGION (WS-CASE-IDX)
                       TO WS-RPT-OVERFLOW-REGION
                   WRITE ASSIGN-REPORT-LINE FROM WS-RPT-OVERFLOW-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ASSIGN-REPORT-LINE
           WRITE ASSIGN-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "ROUTED CASES" TO WS-SUMMARY-TEXT
           MOVE WS-CASE-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ASSIGNED" TO WS-SUMMARY-TEXT
           MOVE WS-TOTAL-ASSIGNED TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "OVERFLOW - NOT ASSIGNED" TO WS-SUMMARY-TEXT
           MOVE WS-TOTAL-OVERFLOW TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "WORKLISTS PRINTED" TO WS-SUMMARY-TEXT
           MOVE WS-WORKLIST-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           WRITE ASSIGN-REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       OPEN-SPLIT-FILE.
           EVALUATE WS-SPLIT-IDX
               WHEN 1
                   OPEN INPUT FIZZ-QUEUE-FILE
               WHEN 2
                   OPEN INPUT BUZZ-QUEUE-FILE
               WHEN 3
                   OPEN INPUT BANG-QUEUE-FILE
               WHEN 4
                   OPEN INPUT FIZZBUZZ-QUEUE-FILE
               WHEN 5
                   OPEN INPUT NUMBER-QUEUE-FILE
               WHEN OTHER
                   OPEN INPUT OTHER-QUEUE-FILE
           END-EVALUATE.

       READ-SPLIT-RECORD.
           EVALUATE WS-SPLIT-IDX
               WHEN 1
                   READ FIZZ-QUEUE-FILE INTO CASE-OUT-RECORD
                       AT END
                           SET WS-SPLIT-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ BUZZ-QUEUE-FILE INTO CASE-OUT-RECORD
                       AT END
                           SET WS-SPLIT-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ BANG-QUEUE-FILE INTO CASE-OUT-RECORD
                       AT END
                           SET WS-SPLIT-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ FIZZBUZZ-QUEUE-FILE INTO CASE-OUT-RECORD
                       AT END
                           SET WS-SPLIT-AT-END TO TRUE
                   END-READ
               WHEN 5
                   READ NUMBER-QUEUE-FILE INTO CASE-OUT-RECORD
                       AT END
                           SET WS-SPLIT-AT-END TO TRUE
                   END-READ
               WHEN OTHER
                   READ OTHER-QUEUE-FILE INTO CASE-OUT-RECORD
                       AT END
                           SET WS-SPLIT-AT-END TO TRUE
                   END-READ
           END-EVALUATE.

       CLOSE-SPLIT-FILE.
           EVALUATE WS-SPLIT-IDX
               WHEN 1
                   CLOSE FIZZ-QUEUE-FILE
               WHEN 2
                   CLOSE BUZZ-QUEUE-FILE
               WHEN 3
                   CLOSE BANG-QUEUE-FILE
               WHEN 4
                   CLOSE FIZZBUZZ-QUEUE-FILE
               WHEN 5
                   CLOSE NUMBER-QUEUE-FILE
               WHEN OTHER
                   CLOSE OTHER-QUEUE-FILE
           END-EVALUATE.

       READ-ROSTER-CARD.
           READ ROSTER-FILE
               AT END
                   SET WS-ROSTER-AT-END TO TRUE
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE ASSIGN STEP'S OUTCOME TO THE NIGHTLY
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
               MOVE "ASSIGN" TO SCOR-STEP-NAME
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
