       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-AGING.
      ******************************************************
      *    FZBZAGE CASE AGING AND SLA BREACH REPORT        *
      *    AGES EVERY CASE ROUTED DOWNSTREAM AND NOT YET   *
      *    WORKED, IN DAYS FROM ITS RECEIVED DATE TO THE   *
      *    RUN DATE, AND JUDGES IT AGAINST THE SLA LIMITS  *
      *    ON THE SYSIN CONTROL CARDS.  THE OPEN CASES ARE *
      *    KEPT ON THE AGING REGISTER (AGEOLD IN, AGENEW   *
      *    OUT, SEE AGEMREC), BECAUSE THE INTAKE FEED ONLY *
      *    CARRIES A CASE'S RECEIVED DATE ON THE NIGHT IT  *
      *    ARRIVES.  EACH NIGHT THE REGISTER IS MATCHED,   *
      *    IN CASE-NUMBER ORDER, AGAINST TONIGHT'S ROUTING *
      *    HISTORY RECORDS (CASEHIST UNDER THE RUN DATE ON *
      *    THE CASEIN ENVELOPE HEADER):                    *
      *      - A CASE NEW TO THE REGISTER IS OPENED WITH   *
      *        ITS RECEIVED DATE FROM THE INTAKE FEED      *
      *        (INTAKE, SEE INTKREC), OR WITH TONIGHT'S    *
      *        RUN DATE WHEN THE FEED HAS NONE FOR IT.     *
      *      - A CASE ALREADY OPEN TAKES TONIGHT'S QUEUE,  *
      *        STREAM AND REGION.                          *
      *      - A CASE ALREADY OPEN IS CLOSED WHEN THE      *
      *        DOWNSTREAM ACKS (ACKFILE, SEE ACKREC) SHOW  *
      *        IT WORKED ("W"); ONE REJECTED BACK TO US    *
      *        ("R") STAYS OPEN, MARKED, AND KEEPS AGEING. *
      *    EVERY CASE STILL OPEN IS COUNTED INTO THE AGE   *
      *    BUCKETS 0-2, 3-5, 6-10 AND OVER 10 DAYS FOR ITS *
      *    QUEUE AND ITS REGION.  A CASE OLDER THAN ITS    *
      *    QUEUE'S OR ITS REGION'S LIMIT IS LISTED ON THE  *
      *    REPORT (AGERPT) AND WRITTEN TO THE BREACH       *
      *    EXTRACT FOR THE ESCALATION TEAM (AGEBRCH, SEE   *
      *    AGEBREC).  THE STEP ENDS WITH RETURN CODE 4     *
      *    WHEN ANY QUEUE'S OLDEST CASE IS PAST THE        *
      *    QUEUE'S LIMIT.                                  *
      *                                                     *
      *    SYSIN SLA CARDS - KEYWORD IN COLUMNS 1-7, THE   *
      *    SAME CARD IDIOM AS FZBZWDOG'S LIMIT CARDS:      *
      *      QUEUE   QQQQQQQQQQQQQQQQQQQQ DDD              *
      *                  - QUEUE CODE IN 9-28, LIMIT IN    *
      *                    DAYS IN 30-32.                  *
      *      REGION  RR DDD                                *
      *                  - REGION CODE IN 9-10, LIMIT IN   *
      *                    DAYS IN 12-14.                  *
      *      DEFAULT DDD                                   *
      *                  - LIMIT IN 9-11 FOR EVERY QUEUE   *
      *                    WITHOUT A QUEUE CARD OF ITS     *
      *                    OWN.                            *
      *    A CASE AT EXACTLY ITS LIMIT IS STILL WITHIN     *
      *    SLA.  A QUEUE WITH NO CARD AND NO DEFAULT, AND  *
      *    A REGION WITH NO CARD, IS AGED BUT NOT JUDGED.  *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT CASE-IN-FILE ASSIGN TO CASEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STATUS.
           SELECT CASE-HIST-FILE ASSIGN TO CASEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASEH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INTAKE-FILE ASSIGN TO INTAKE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
           SELECT ACK-IN-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OLD-REGISTER-FILE ASSIGN TO AGEOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDA-STATUS.
           SELECT NEW-REGISTER-FILE ASSIGN TO AGENEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWA-STATUS.
           SELECT BREACH-FILE ASSIGN TO AGEBRCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREACH-STATUS.
           SELECT AGE-REPORT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 SLA-CARD.
           05 SLA-KEYWORD             PIC X(7).
           05 FILLER                  PIC X(1).
           05 SLA-OPERANDS            PIC X(72).
           05 SLA-QUEUE-DATA REDEFINES SLA-OPERANDS.
               10 SLA-QUEUE-CODE          PIC X(20).
               10 FILLER                  PIC X(1).
               10 SLA-QUEUE-DAYS          PIC X(3).
               10 FILLER                  PIC X(48).
           05 SLA-REGION-DATA REDEFINES SLA-OPERANDS.
               10 SLA-REGION-CODE         PIC X(2).
               10 FILLER                  PIC X(1).
               10 SLA-REGION-DAYS         PIC X(3).
               10 FILLER                  PIC X(66).
           05 SLA-DEFAULT-DATA REDEFINES SLA-OPERANDS.
               10 SLA-DEFAULT-DAYS        PIC X(3).
               10 FILLER                  PIC X(69).
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       FD  CASE-HIST-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY CASEHREC.
       FD  INTAKE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS.
           COPY INTKREC.
       FD  ACK-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY ACKREC.
       FD  OLD-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY AGEMREC REPLACING
               ==AGEM-RECORD==         BY ==OLDA-RECORD==
               ==AGEM-CASE-NUMBER==    BY ==OLDA-CASE-NUMBER==
               ==AGEM-QUEUE-CODE==     BY ==OLDA-QUEUE-CODE==
               ==AGEM-REGION==         BY ==OLDA-REGION==
               ==AGEM-STREAM-ID==      BY ==OLDA-STREAM-ID==
               ==AGEM-RECV-DATE==      BY ==OLDA-RECV-DATE==
               ==AGEM-RECV-SOURCE==    BY ==OLDA-RECV-SOURCE==
               ==AGEM-RECV-FROM-INTAKE==
                                       BY ==OLDA-RECV-FROM-INTAKE==
               ==AGEM-RECV-FROM-ROUTING==
                                       BY ==OLDA-RECV-FROM-ROUTING==
               ==AGEM-FIRST-ROUTED==   BY ==OLDA-FIRST-ROUTED==
               ==AGEM-LAST-ROUTED==    BY ==OLDA-LAST-ROUTED==
               ==AGEM-ACK-DISP==       BY ==OLDA-ACK-DISP==.
       FD  NEW-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY AGEMREC.
       FD  BREACH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY AGEBREC.
       FD  AGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 AGE-REPORT-LINE             PIC X(132).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
       01 WS-INTAKE-STATUS PIC XX VALUE "00".
       01 WS-ACK-STATUS PIC XX VALUE "00".
       01 WS-OLDA-STATUS PIC XX VALUE "00".
       01 WS-NEWA-STATUS PIC XX VALUE "00".
       01 WS-BREACH-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-START-DATE PIC 9(6).
       01 WS-SCORE-START-TIME PIC 9(6).
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-SYSIN-AT-END VALUE "Y".
       01 WS-INTAKE-AT-END-SW PIC X VALUE "N".
           88 WS-INTAKE-AT-END VALUE "Y".
       01 WS-ACK-AT-END-SW PIC X VALUE "N".
           88 WS-ACK-AT-END VALUE "Y".
       01 WS-CARD-ERRORS-SW PIC X VALUE "N".
           88 WS-CARD-ERRORS VALUE "Y".
       01 WS-CARD-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZERO.
      *    DAY NUMBERS FOR THE AGE ARITHMETIC.  THE YYMMDD DATES
      *    ARE TAKEN AS 20YYMMDD, AS FZBZWDOG TAKES THE RUN-HISTORY
      *    STAMPS.
       01 WS-RUN-DAY PIC 9(7).
       01 WS-RECV-DAY PIC 9(7).
       01 WS-DATE-CCYYMMDD PIC 9(8).
       01 WS-AGE-DAYS PIC 9(4).
      *    AN INTAKE RECEIVED DATE IS ONLY TAKEN WHEN IT IS A REAL
      *    YYMMDD DATE - A MISPUNCHED ONE FALLS BACK TO THE FIRST
      *    NIGHT THE CASE WAS ROUTED, AND IS COUNTED.
       01 WS-CHECK-DATE PIC 9(6).
       01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YY             PIC 9(2).
           05 WS-CHECK-MM             PIC 9(2).
           05 WS-CHECK-DD             PIC 9(2).
       01 WS-CHECK-DATE-SW PIC X.
           88 WS-CHECK-DATE-VALID VALUE "Y".
      *    TONIGHT'S INTAKE FEED AND THE DOWNSTREAM ACKS, EACH HELD
      *    BY CASE NUMBER - 99999 IS THE WHOLE FIVE-DIGIT CASE-
      *    NUMBER SPACE, THE SAME SIZING AS THE NIGHTLY RUN'S
      *    INTAKE FLAG TABLE.  A CASE WITH MORE THAN ONE ACK KEEPS
      *    A "W" OVER AN "R", AND THE LATEST DATE FOR EITHER.
       01 WS-INTAKE-TABLE.
           05 WS-INTAKE-ENTRY OCCURS 99999 TIMES.
               10 WS-INTAKE-RECV       PIC X(6).
               10 WS-INTAKE-REGION     PIC X(2).
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 99999 TIMES.
               10 WS-ACK-DISP          PIC X(1).
               10 WS-ACK-DATE          PIC 9(6).
       01 WS-INTAKE-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACK-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACK-IGNORED-COUNT PIC 9(5) VALUE ZERO.
      *    BALANCED-LINE MATCH KEYS - ONE PAST THE LARGEST CASE
      *    NUMBER MARKS A SIDE AS EXHAUSTED.
       01 WS-HIGH-KEY PIC 9(6) VALUE 100000.
       01 WS-HIST-KEY PIC 9(6) VALUE ZERO.
       01 WS-OLDA-KEY PIC 9(6) VALUE ZERO.
       01 WS-CASE-NEW-SW PIC X VALUE "N".
           88 WS-CASE-NEW VALUE "Y".
       01 WS-CASE-CLOSED-SW PIC X VALUE "N".
           88 WS-CASE-CLOSED VALUE "Y".
      *    SLA LIMITS AND AGE TALLIES.  A QUEUE OR REGION ENTERS
      *    ITS TABLE FROM AN SLA CARD OR FROM THE FIRST OPEN CASE
      *    CARRYING IT.  60 IS WELL ABOVE THE QUEUE CODES THE RULE
      *    DECK CAN PRODUCE AND THE REGIONS THE INTAKE SYSTEM
      *    SENDS.  BUCKETS 1-4 ARE 0-2, 3-5, 6-10 AND OVER 10
      *    DAYS.
       01 WS-DEFAULT-SLA PIC 9(3) VALUE ZERO.
       01 WS-DEFAULT-SLA-SW PIC X VALUE "N".
           88 WS-HAS-DEFAULT-SLA VALUE "Y".
       01 WS-QUEUE-SEARCH PIC X(20).
       01 WS-REGION-SEARCH PIC X(2).
       01 WS-QUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-QUE-IDX PIC 9(3).
       01 WS-QUE-FOUND-IDX PIC 9(3).
       01 WS-QUE-TABLE.
           05 WS-QUE-ENTRY OCCURS 60 TIMES.
               10 WS-QUE-CODE          PIC X(20).
               10 WS-QUE-SLA           PIC 9(3).
               10 WS-QUE-SLA-SW        PIC X(1).
                   88 WS-QUE-HAS-SLA VALUE "Y".
               10 WS-QUE-CARD-SW       PIC X(1).
                   88 WS-QUE-FROM-CARD VALUE "Y".
               10 WS-QUE-BUCKET        PIC 9(5) OCCURS 4 TIMES.
               10 WS-QUE-TOTAL         PIC 9(5).
               10 WS-QUE-OLDEST        PIC 9(4).
               10 WS-QUE-OLDEST-CASE   PIC 9(5).
               10 WS-QUE-BREACH        PIC 9(5).
       01 WS-RGN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RGN-IDX PIC 9(3).
       01 WS-RGN-FOUND-IDX PIC 9(3).
       01 WS-RGN-TABLE.
           05 WS-RGN-ENTRY OCCURS 60 TIMES.
               10 WS-RGN-CODE          PIC X(2).
               10 WS-RGN-SLA           PIC 9(3).
               10 WS-RGN-SLA-SW        PIC X(1).
                   88 WS-RGN-HAS-SLA VALUE "Y".
               10 WS-RGN-BUCKET        PIC 9(5) OCCURS 4 TIMES.
               10 WS-RGN-TOTAL         PIC 9(5).
               10 WS-RGN-OLDEST        PIC 9(4).
               10 WS-RGN-OLDEST-CASE   PIC 9(5).
               10 WS-RGN-BREACH        PIC 9(5).
       01 WS-BUCKET-IDX PIC 9(1).
       01 WS-CASE-QUEUE-SLA PIC 9(3).
       01 WS-CASE-REGION-SLA PIC 9(3).
       01 WS-CASE-BREACH-TYPE PIC X(1).
       01 WS-HIST-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPENED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROUTING-DATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BAD-RECV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BREACH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-QUEUES-PAST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SLA-EDIT PIC ZZ9.
       01 WS-TITLE-LINE.
           05 FILLER                  PIC X(43) VALUE
               "FIZZBUZZ CASE AGING AND SLA BREACH REPORT".
           05 FILLER                  PIC X(9) VALUE "RUN DATE=".
           05 WS-TITLE-RUN-DATE       PIC 9(6).
       01 WS-SECTION-LINE.
           05 WS-SECTION-TEXT         PIC X(60).
       01 WS-CASE-HEADING-LINE.
           05 FILLER                  PIC X(7) VALUE "CASE".
           05 FILLER                  PIC X(21) VALUE "QUEUE".
           05 FILLER                  PIC X(3) VALUE "RG".
           05 FILLER                  PIC X(3) VALUE "ST".
           05 FILLER                  PIC X(9) VALUE "RECEIVED".
           05 FILLER                  PIC X(2) VALUE "S".
           05 FILLER                  PIC X(5) VALUE " DAYS".
           05 FILLER                  PIC X(5) VALUE " QSLA".
           05 FILLER                  PIC X(5) VALUE " RSLA".
           05 FILLER                  PIC X(8) VALUE "  PAST".
           05 FILLER                  PIC X(8) VALUE "ACK".
       01 WS-CASE-LINE.
           05 WS-CASE-LINE-CASE       PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CASE-LINE-QUEUE      PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CASE-LINE-REGION     PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CASE-LINE-STREAM     PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CASE-LINE-RECV       PIC 9(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-CASE-LINE-SOURCE     PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CASE-LINE-DAYS       PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CASE-LINE-QSLA       PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CASE-LINE-RSLA       PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CASE-LINE-PAST       PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CASE-LINE-ACK        PIC X(8).
       01 WS-TALLY-HEADING-LINE.
           05 WS-TALLY-HEADING-KEY    PIC X(21).
           05 FILLER                  PIC X(36) VALUE
               "  0-2   3-5  6-10   >10 TOTAL OLDEST".
           05 FILLER                  PIC X(28) VALUE
               "  CASE  SLA  PAST STATUS".
       01 WS-TALLY-LINE.
           05 WS-TALLY-KEY            PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-BUCKET-1       PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-BUCKET-2       PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-BUCKET-3       PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-BUCKET-4       PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-TOTAL          PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TALLY-OLDEST         PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-OLDEST-CASE    PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TALLY-SLA            PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-PAST           PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-TALLY-STATUS         PIC X(10).
       01 WS-SUMMARY-LINE.
           05 WS-SUMMARY-TEXT         PIC X(34).
           05 WS-SUMMARY-COUNT        PIC ZZZZ9.
       PROCEDURE DIVISION.
       FZBZ-AGING-MAIN SECTION.
           ACCEPT WS-SCORE-START-DATE FROM DATE
           ACCEPT WS-SCORE-START-TIME FROM TIME
           PERFORM READ-SLA-CARDS
           IF WS-CARD-ERRORS
               DISPLAY "FZBZ0147E SLA CONTROL CARDS IN ERROR - "
                   "NOTHING AGED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0147E SLA CARDS IN ERROR - NOTHING AGED"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           PERFORM GET-RUN-DATE
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-RUN-DATE
           COMPUTE WS-RUN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
           PERFORM LOAD-INTAKE-DATES
           PERFORM LOAD-ACK-DISPOSITIONS
           PERFORM OPEN-AGING-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM POSITION-HISTORY
           PERFORM READ-OLD-REGISTER
           PERFORM UNTIL WS-HIST-KEY = WS-HIGH-KEY
                   AND WS-OLDA-KEY = WS-HIGH-KEY
               PERFORM MATCH-ONE-CASE
           END-PERFORM
           CLOSE CASE-HIST-FILE
           CLOSE OLD-REGISTER-FILE
           CLOSE NEW-REGISTER-FILE
           CLOSE BREACH-FILE
           IF WS-BREACH-COUNT = ZERO
               MOVE "NO OPEN CASE IS PAST ITS SLA"
                   TO AGE-REPORT-LINE
               WRITE AGE-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM WRITE-QUEUE-SECTION
           PERFORM WRITE-REGION-SECTION
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE AGE-REPORT-FILE
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               IF WS-QUE-HAS-SLA (WS-QUE-IDX)
                       AND WS-QUE-TOTAL (WS-QUE-IDX) > ZERO
                       AND WS-QUE-OLDEST (WS-QUE-IDX)
                           > WS-QUE-SLA (WS-QUE-IDX)
                   ADD 1 TO WS-QUEUES-PAST-COUNT
                   DISPLAY "FZBZ0152W QUEUE "
                       WS-QUE-CODE (WS-QUE-IDX) " OLDEST CASE "
                       WS-QUE-OLDEST-CASE (WS-QUE-IDX) " IS "
                       WS-QUE-OLDEST (WS-QUE-IDX)
                       " DAYS OLD - SLA IS "
                       WS-QUE-SLA (WS-QUE-IDX) " DAYS"
               END-IF
           END-PERFORM
           DISPLAY "FZBZ0153I CASE AGING COMPLETE - " WS-OPEN-COUNT
               " OPEN, " WS-OPENED-COUNT " OPENED TONIGHT, "
               WS-CLOSED-COUNT " CLOSED AS WORKED, "
               WS-BREACH-COUNT " PAST SLA"
           IF WS-QUEUES-PAST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STRING WS-OPEN-COUNT " OPEN, " WS-BREACH-COUNT " PAST SLA, "
               WS-QUEUES-PAST-COUNT " QUEUES WITH OLDEST PAST SLA"
               DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           STOP RUN.

       READ-SLA-CARDS.
      *    SYSIN IS OPTIONAL - NO DD, OR AN EMPTY ONE, SETS NO
      *    LIMIT AND THE STEP ONLY AGES.  EVERY CARD IS CHECKED
      *    AND EVERY BAD ONE REPORTED BEFORE THE STEP FAILS, SO
      *    ONE RESUBMISSION FIXES THE LOT.
           OPEN INPUT SLA-CARD-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               SET WS-SYSIN-AT-END TO TRUE
           ELSE
               PERFORM READ-SLA-CARD
               PERFORM UNTIL WS-SYSIN-AT-END
                   ADD 1 TO WS-CARD-NUMBER
                   EVALUATE SLA-KEYWORD
                       WHEN "QUEUE  "
                           PERFORM APPLY-QUEUE-CARD
                       WHEN "REGION "
                           PERFORM APPLY-REGION-CARD
                       WHEN "DEFAULT"
                           PERFORM APPLY-DEFAULT-CARD
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "FZBZ0148E SLA CARD "
                               WS-CARD-NUMBER " UNRECOGNIZED "
                               "KEYWORD '" SLA-KEYWORD "' - VALID "
                               "CARDS ARE QUEUE, REGION AND DEFAULT"
                           SET WS-CARD-ERRORS TO TRUE
                   END-EVALUATE
                   PERFORM READ-SLA-CARD
               END-PERFORM
               CLOSE SLA-CARD-FILE
           END-IF.

       APPLY-QUEUE-CARD.
           IF SLA-QUEUE-CODE = SPACES
                   OR SLA-QUEUE-DAYS NOT NUMERIC
               DISPLAY "FZBZ0148E SLA CARD " WS-CARD-NUMBER
                   " QUEUE CARD NEEDS A QUEUE CODE IN COLUMNS 9-28 "
                   "AND A 3-DIGIT LIMIT IN 30-32"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               MOVE SLA-QUEUE-CODE TO WS-QUEUE-SEARCH
               PERFORM FIND-QUEUE-ENTRY
               IF WS-QUE-FROM-CARD (WS-QUE-FOUND-IDX)
                   DISPLAY "FZBZ0148E SLA CARD " WS-CARD-NUMBER
                       " DUPLICATES THE LIMIT FOR QUEUE "
                       SLA-QUEUE-CODE
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   MOVE SLA-QUEUE-DAYS
                       TO WS-QUE-SLA (WS-QUE-FOUND-IDX)
                   MOVE "Y" TO WS-QUE-SLA-SW (WS-QUE-FOUND-IDX)
                   MOVE "Y" TO WS-QUE-CARD-SW (WS-QUE-FOUND-IDX)
               END-IF
           END-IF.

       APPLY-REGION-CARD.
           IF SLA-REGION-CODE = SPACES
                   OR SLA-REGION-DAYS NOT NUMERIC
               DISPLAY "FZBZ0148E SLA CARD " WS-CARD-NUMBER
                   " REGION CARD NEEDS A REGION CODE IN COLUMNS "
                   "9-10 AND A 3-DIGIT LIMIT IN 12-14"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               MOVE SLA-REGION-CODE TO WS-REGION-SEARCH
               PERFORM FIND-REGION-ENTRY
               IF WS-RGN-HAS-SLA (WS-RGN-FOUND-IDX)
                   DISPLAY "FZBZ0148E SLA CARD " WS-CARD-NUMBER
                       " DUPLICATES THE LIMIT FOR REGION "
                       SLA-REGION-CODE
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   MOVE SLA-REGION-DAYS
                       TO WS-RGN-SLA (WS-RGN-FOUND-IDX)
                   MOVE "Y" TO WS-RGN-SLA-SW (WS-RGN-FOUND-IDX)
               END-IF
           END-IF.

       APPLY-DEFAULT-CARD.
      *    EVERY CARD IS READ BEFORE THE FIRST CASE IS AGED, SO
      *    THE DEFAULT REACHES EVERY QUEUE MET ON AN OPEN CASE
      *    WITHOUT A QUEUE CARD OF ITS OWN, WHEREVER THE DEFAULT
      *    CARD SITS IN THE DECK.
           IF SLA-DEFAULT-DAYS NOT NUMERIC
               DISPLAY "FZBZ0148E SLA CARD " WS-CARD-NUMBER
                   " DEFAULT CARD NEEDS A 3-DIGIT LIMIT IN "
                   "COLUMNS 9-11"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               IF WS-HAS-DEFAULT-SLA
                   DISPLAY "FZBZ0148E SLA CARD " WS-CARD-NUMBER
                       " IS A SECOND DEFAULT CARD"
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   MOVE SLA-DEFAULT-DAYS TO WS-DEFAULT-SLA
                   SET WS-HAS-DEFAULT-SLA TO TRUE
               END-IF
           END-IF.

       GET-RUN-DATE.
      *    THE RUN DATE IS THE PRODUCING RUN'S, FROM THE ENVELOPE
      *    HEADER, FOR THE SAME REASON THE HISTORY LOAD KEYS ON
      *    IT - A NIGHT THAT CROSSES MIDNIGHT MUST AGE AGAINST,
      *    AND FIND ITS HISTORY UNDER, THE DATE IT WAS FILED.
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0149E CLASSIFICATION INPUT DATASET NOT "
                   "AVAILABLE - CASES NOT AGED"
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0149E CASEOUT NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           READ CASE-IN-FILE
               AT END
                   MOVE SPACE TO CASE-REC-TYPE
           END-READ
           IF CASE-REC-TYPE NOT = "H"
               DISPLAY "FZBZ0149E FIRST RECORD ON THE "
                   "CLASSIFICATION INPUT IS NOT THE ENVELOPE "
                   "HEADER - WRONG, PARTIAL, OR PRE-ENVELOPE "
                   "DATASET.  CASES NOT AGED."
               CLOSE CASE-IN-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0149E CASEOUT HAS NO ENVELOPE HEADER"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           MOVE CASE-HDR-RUN-DATE TO WS-RUN-DATE
           CLOSE CASE-IN-FILE.

       LOAD-INTAKE-DATES.
      *    THE INTAKE FEED IS OPTIONAL, AS IT IS FOR THE NIGHTLY
      *    RUN - WITH NO INTAKE DD EVERY NEWLY OPENED CASE IS AGED
      *    FROM THE NIGHT IT WAS FIRST ROUTED.  THE NIGHTLY RUN
      *    HAS ALREADY REJECTED ANY RECORD WITH A BAD CASE NUMBER,
      *    SO ONE HERE IS SIMPLY PASSED OVER.
           MOVE SPACES TO WS-INTAKE-TABLE
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM READ-INTAKE-RECORD
               PERFORM UNTIL WS-INTAKE-AT-END
                   IF INTK-CASE-NUMBER IS NUMERIC
                           AND INTK-CASE-NUMBER-N > ZERO
                       ADD 1 TO WS-INTAKE-READ-COUNT
                       MOVE INTK-RECV-DATE
                           TO WS-INTAKE-RECV (INTK-CASE-NUMBER-N)
                       MOVE INTK-REGION
                           TO WS-INTAKE-REGION (INTK-CASE-NUMBER-N)
                   END-IF
                   PERFORM READ-INTAKE-RECORD
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF.

       LOAD-ACK-DISPOSITIONS.
      *    A MISSING OR EMPTY ACK FILE MEANS NO TEAM HAS RETURNED
      *    ANYTHING, SO NOTHING CLOSES TONIGHT.  FZBZACKR REPORTS
      *    THE ACK FILES' OWN DISCREPANCIES; HERE AN ACK THAT
      *    CANNOT BE USED IS ONLY COUNTED.
           MOVE SPACES TO WS-ACK-TABLE
           OPEN INPUT ACK-IN-FILE
           IF WS-ACK-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM READ-ACK-RECORD
               PERFORM UNTIL WS-ACK-AT-END
                   PERFORM STORE-ONE-ACK
                   PERFORM READ-ACK-RECORD
               END-PERFORM
               CLOSE ACK-IN-FILE
           END-IF.

       STORE-ONE-ACK.
           ADD 1 TO WS-ACK-READ-COUNT
           IF ACK-CASE-NUMBER NOT NUMERIC
                   OR ACK-CASE-NUMBER = ZERO
                   OR ACK-DATE NOT NUMERIC
                   OR (ACK-DISPOSITION NOT = "W"
                       AND ACK-DISPOSITION NOT = "R")
               ADD 1 TO WS-ACK-IGNORED-COUNT
           ELSE
               IF WS-ACK-DISP (ACK-CASE-NUMBER) = SPACE
                   MOVE ACK-DISPOSITION
                       TO WS-ACK-DISP (ACK-CASE-NUMBER)
                   MOVE ACK-DATE TO WS-ACK-DATE (ACK-CASE-NUMBER)
               ELSE
                   IF ACK-DISPOSITION = "W"
                       MOVE "W" TO WS-ACK-DISP (ACK-CASE-NUMBER)
                   END-IF
                   IF ACK-DATE > WS-ACK-DATE (ACK-CASE-NUMBER)
                       MOVE ACK-DATE
                           TO WS-ACK-DATE (ACK-CASE-NUMBER)
                   END-IF
               END-IF
           END-IF.

       OPEN-AGING-FILES.
      *    THE OLD REGISTER IS ALLOCATED EMPTY BEFORE THE FIRST
      *    NIGHT, SO FAILING TO OPEN IT IS A REAL ERROR, NOT A
      *    FIRST RUN.  THE HISTORY CLUSTER HAS ALREADY BEEN
      *    LOADED FOR TONIGHT BY THE TIME THIS STEP RUNS.
           OPEN INPUT CASE-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FZBZ0150E ROUTING HISTORY CLUSTER NOT "
                   "AVAILABLE - STATUS " WS-HIST-STATUS
                   " - CASES NOT AGED"
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0150E HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN INPUT OLD-REGISTER-FILE
           IF WS-OLDA-STATUS NOT = "00"
               DISPLAY "FZBZ0150E AGING REGISTER NOT AVAILABLE - "
                   "STATUS " WS-OLDA-STATUS " - CASES NOT AGED"
               CLOSE CASE-HIST-FILE
               MOVE 16 TO RETURN-CODE
               STRING "FZBZ0150E AGING REGISTER NOT AVAILABLE - STATUS "
                   WS-OLDA-STATUS
                   DELIMITED BY SIZE INTO WS-SCORE-FIGURE
               END-STRING
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-REGISTER-FILE
           OPEN OUTPUT BREACH-FILE
           OPEN OUTPUT AGE-REPORT-FILE
           IF WS-NEWA-STATUS NOT = "00"
                   OR WS-BREACH-STATUS NOT = "00"
                   OR WS-REPORT-STATUS NOT = "00"
               DISPLAY "FZBZ0150E AGING OUTPUT DATASETS NOT "
                   "AVAILABLE - STATUS " WS-NEWA-STATUS " "
                   WS-BREACH-STATUS " " WS-REPORT-STATUS
                   " - CASES NOT AGED"
               CLOSE CASE-HIST-FILE
               CLOSE OLD-REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0150E AGING OUTPUT DATASETS NOT AVAILABLE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               STOP RUN
           END-IF.

       POSITION-HISTORY.
      *    TONIGHT'S HISTORY RECORDS ARE THE ONES KEYED UNDER THE
      *    RUN DATE, IN CASE-NUMBER ORDER - THE SAME ORDER AS THE
      *    REGISTER.  NOTHING KEYED AT OR AFTER THE RUN DATE MEANS
      *    NOTHING WAS ROUTED TONIGHT.
           MOVE WS-RUN-DATE TO CASEH-RUN-DATE
           MOVE ZERO TO CASEH-CASE-NUMBER
           START CASE-HIST-FILE KEY IS NOT LESS THAN CASEH-KEY
               INVALID KEY
                   MOVE WS-HIGH-KEY TO WS-HIST-KEY
           END-START
           IF WS-HIST-KEY NOT = WS-HIGH-KEY
               PERFORM READ-HIST-RECORD
           END-IF.

       MATCH-ONE-CASE.
           MOVE "N" TO WS-CASE-NEW-SW
           EVALUATE TRUE
               WHEN WS-HIST-KEY < WS-OLDA-KEY
                   PERFORM OPEN-NEW-CASE
                   PERFORM READ-HIST-RECORD
               WHEN WS-OLDA-KEY < WS-HIST-KEY
                   PERFORM CARRY-OPEN-CASE
                   PERFORM READ-OLD-REGISTER
               WHEN OTHER
                   PERFORM CARRY-OPEN-CASE
                   PERFORM REFRESH-ROUTED-CASE
                   PERFORM READ-HIST-RECORD
                   PERFORM READ-OLD-REGISTER
           END-EVALUATE
           PERFORM AGE-OPEN-CASE.

       OPEN-NEW-CASE.
           MOVE SPACES TO AGEM-RECORD
           SET WS-CASE-NEW TO TRUE
           ADD 1 TO WS-OPENED-COUNT
           MOVE CASEH-CASE-NUMBER TO AGEM-CASE-NUMBER
           MOVE CASEH-QUEUE-CODE TO AGEM-QUEUE-CODE
           MOVE CASEH-STREAM-ID TO AGEM-STREAM-ID
           MOVE CASEH-REGION TO AGEM-REGION
           MOVE WS-RUN-DATE TO AGEM-FIRST-ROUTED
           MOVE WS-RUN-DATE TO AGEM-LAST-ROUTED
           MOVE "N" TO WS-CHECK-DATE-SW
           IF CASEH-CASE-NUMBER > ZERO
               IF AGEM-REGION = SPACES
                   MOVE WS-INTAKE-REGION (CASEH-CASE-NUMBER)
                       TO AGEM-REGION
               END-IF
               IF WS-INTAKE-RECV (CASEH-CASE-NUMBER) NOT = SPACES
                   PERFORM CHECK-INTAKE-DATE
               END-IF
           END-IF
           IF WS-CHECK-DATE-VALID
               MOVE WS-CHECK-DATE TO AGEM-RECV-DATE
               SET AGEM-RECV-FROM-INTAKE TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO AGEM-RECV-DATE
               SET AGEM-RECV-FROM-ROUTING TO TRUE
               ADD 1 TO WS-ROUTING-DATE-COUNT
           END-IF.

       CHECK-INTAKE-DATE.
      *    A REAL CALENDAR DATE NO LATER THAN THE RUN DATE.  THE
      *    DAY-NUMBER CONVERSION REJECTS A DAY THE MONTH DOES NOT
      *    HAVE.
           IF WS-INTAKE-RECV (CASEH-CASE-NUMBER) IS NUMERIC
               MOVE WS-INTAKE-RECV (CASEH-CASE-NUMBER)
                   TO WS-CHECK-DATE
               IF WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                       AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
                       AND WS-CHECK-DATE <= WS-RUN-DATE
                   COMPUTE WS-DATE-CCYYMMDD =
                       20000000 + WS-CHECK-DATE
                   COMPUTE WS-RECV-DAY =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
                   IF WS-RECV-DAY > ZERO
                       SET WS-CHECK-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CHECK-DATE-VALID
               ADD 1 TO WS-BAD-RECV-COUNT
           END-IF.

       CARRY-OPEN-CASE.
           MOVE OLDA-RECORD TO AGEM-RECORD
           ADD 1 TO WS-CARRIED-COUNT.

       REFRESH-ROUTED-CASE.
      *    A CASE ROUTED AGAIN TONIGHT FOLLOWS TONIGHT'S QUEUE -
      *    IT IS AGED IN THE QUEUE THAT HOLDS IT NOW.  ITS
      *    RECEIVED DATE NEVER CHANGES WHILE IT STAYS OPEN.
           MOVE CASEH-QUEUE-CODE TO AGEM-QUEUE-CODE
           MOVE CASEH-STREAM-ID TO AGEM-STREAM-ID
           IF CASEH-REGION NOT = SPACES
               MOVE CASEH-REGION TO AGEM-REGION
           END-IF
           MOVE WS-RUN-DATE TO AGEM-LAST-ROUTED.

       AGE-OPEN-CASE.
      *    ONLY A CASE OPENED ON AN EARLIER NIGHT CAN BE CLOSED -
      *    THE ACKS ON FILE TONIGHT ANSWER EARLIER ROUTINGS, NOT
      *    TONIGHT'S.  AN ACK DATED BEFORE THE CASE WAS FIRST
      *    ROUTED BELONGS TO AN EARLIER, ALREADY CLOSED, SPELL
      *    AND IS IGNORED.
           MOVE "N" TO WS-CASE-CLOSED-SW
           IF NOT WS-CASE-NEW AND AGEM-CASE-NUMBER > ZERO
               IF WS-ACK-DISP (AGEM-CASE-NUMBER) NOT = SPACE
                   IF WS-ACK-DATE (AGEM-CASE-NUMBER)
                           NOT < AGEM-FIRST-ROUTED
                       IF WS-ACK-DISP (AGEM-CASE-NUMBER) = "W"
                           SET WS-CASE-CLOSED TO TRUE
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           MOVE "R" TO AGEM-ACK-DISP
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CASE-CLOSED
               COMPUTE WS-DATE-CCYYMMDD = 20000000 + AGEM-RECV-DATE
               COMPUTE WS-RECV-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               IF WS-RECV-DAY >= WS-RUN-DAY
                   MOVE ZERO TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAY - WS-RECV-DAY
               END-IF
               IF AGEM-ACK-DISP = "R"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM TALLY-OPEN-CASE
               WRITE AGEM-RECORD
               ADD 1 TO WS-OPEN-COUNT
           END-IF.

       TALLY-OPEN-CASE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 10
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           MOVE SPACE TO WS-CASE-BREACH-TYPE
           MOVE ZERO TO WS-CASE-QUEUE-SLA
           MOVE ZERO TO WS-CASE-REGION-SLA
           MOVE AGEM-QUEUE-CODE TO WS-QUEUE-SEARCH
           PERFORM FIND-QUEUE-ENTRY
           MOVE WS-QUE-FOUND-IDX TO WS-QUE-IDX
           ADD 1 TO WS-QUE-BUCKET (WS-QUE-IDX WS-BUCKET-IDX)
           ADD 1 TO WS-QUE-TOTAL (WS-QUE-IDX)
           IF WS-QUE-TOTAL (WS-QUE-IDX) = 1
                   OR WS-AGE-DAYS > WS-QUE-OLDEST (WS-QUE-IDX)
               MOVE WS-AGE-DAYS TO WS-QUE-OLDEST (WS-QUE-IDX)
               MOVE AGEM-CASE-NUMBER
                   TO WS-QUE-OLDEST-CASE (WS-QUE-IDX)
           END-IF
           IF WS-QUE-HAS-SLA (WS-QUE-IDX)
               MOVE WS-QUE-SLA (WS-QUE-IDX) TO WS-CASE-QUEUE-SLA
               IF WS-AGE-DAYS > WS-QUE-SLA (WS-QUE-IDX)
                   ADD 1 TO WS-QUE-BREACH (WS-QUE-IDX)
                   MOVE "Q" TO WS-CASE-BREACH-TYPE
               END-IF
           END-IF
           MOVE AGEM-REGION TO WS-REGION-SEARCH
           PERFORM FIND-REGION-ENTRY
           MOVE WS-RGN-FOUND-IDX TO WS-RGN-IDX
           ADD 1 TO WS-RGN-BUCKET (WS-RGN-IDX WS-BUCKET-IDX)
           ADD 1 TO WS-RGN-TOTAL (WS-RGN-IDX)
           IF WS-RGN-TOTAL (WS-RGN-IDX) = 1
                   OR WS-AGE-DAYS > WS-RGN-OLDEST (WS-RGN-IDX)
               MOVE WS-AGE-DAYS TO WS-RGN-OLDEST (WS-RGN-IDX)
               MOVE AGEM-CASE-NUMBER
                   TO WS-RGN-OLDEST-CASE (WS-RGN-IDX)
           END-IF
           IF WS-RGN-HAS-SLA (WS-RGN-IDX)
               MOVE WS-RGN-SLA (WS-RGN-IDX) TO WS-CASE-REGION-SLA
               IF WS-AGE-DAYS > WS-RGN-SLA (WS-RGN-IDX)
                   ADD 1 TO WS-RGN-BREACH (WS-RGN-IDX)
                   IF WS-CASE-BREACH-TYPE = "Q"
                       MOVE "B" TO WS-CASE-BREACH-TYPE
                   ELSE
                       MOVE "R" TO WS-CASE-BREACH-TYPE
                   END-IF
               END-IF
           END-IF
           IF WS-CASE-BREACH-TYPE NOT = SPACE
               PERFORM WRITE-BREACH-CASE
           END-IF.

       WRITE-BREACH-CASE.
           ADD 1 TO WS-BREACH-COUNT
           MOVE SPACES TO AGEB-RECORD
           MOVE WS-RUN-DATE TO AGEB-RUN-DATE
           MOVE AGEM-CASE-NUMBER TO AGEB-CASE-NUMBER
           MOVE AGEM-QUEUE-CODE TO AGEB-QUEUE-CODE
           MOVE AGEM-REGION TO AGEB-REGION
           MOVE AGEM-STREAM-ID TO AGEB-STREAM-ID
           MOVE AGEM-RECV-DATE TO AGEB-RECV-DATE
           MOVE AGEM-RECV-SOURCE TO AGEB-RECV-SOURCE
           MOVE WS-AGE-DAYS TO AGEB-AGE-DAYS
           MOVE WS-CASE-QUEUE-SLA TO AGEB-QUEUE-SLA
           MOVE WS-CASE-REGION-SLA TO AGEB-REGION-SLA
           MOVE WS-CASE-BREACH-TYPE TO AGEB-BREACH-TYPE
           MOVE AGEM-ACK-DISP TO AGEB-ACK-DISP
           WRITE AGEB-RECORD
           MOVE AGEM-CASE-NUMBER TO WS-CASE-LINE-CASE
           MOVE AGEM-QUEUE-CODE TO WS-CASE-LINE-QUEUE
           MOVE AGEM-REGION TO WS-CASE-LINE-REGION
           MOVE AGEM-STREAM-ID TO WS-CASE-LINE-STREAM
           MOVE AGEM-RECV-DATE TO WS-CASE-LINE-RECV
           MOVE AGEM-RECV-SOURCE TO WS-CASE-LINE-SOURCE
           MOVE WS-AGE-DAYS TO WS-CASE-LINE-DAYS
           IF WS-QUE-HAS-SLA (WS-QUE-IDX)
               MOVE WS-CASE-QUEUE-SLA TO WS-SLA-EDIT
               MOVE WS-SLA-EDIT TO WS-CASE-LINE-QSLA
           ELSE
               MOVE "  -" TO WS-CASE-LINE-QSLA
           END-IF
           IF WS-RGN-HAS-SLA (WS-RGN-IDX)
               MOVE WS-CASE-REGION-SLA TO WS-SLA-EDIT
               MOVE WS-SLA-EDIT TO WS-CASE-LINE-RSLA
           ELSE
               MOVE "  -" TO WS-CASE-LINE-RSLA
           END-IF
           EVALUATE WS-CASE-BREACH-TYPE
               WHEN "Q"
                   MOVE "QUEUE" TO WS-CASE-LINE-PAST
               WHEN "R"
                   MOVE "REGION" TO WS-CASE-LINE-PAST
               WHEN OTHER
                   MOVE "BOTH" TO WS-CASE-LINE-PAST
           END-EVALUATE
           IF AGEM-ACK-DISP = "R"
               MOVE "REJECTED" TO WS-CASE-LINE-ACK
           ELSE
               MOVE SPACES TO WS-CASE-LINE-ACK
           END-IF
           WRITE AGE-REPORT-LINE FROM WS-CASE-LINE
               AFTER ADVANCING 1 LINE.

       FIND-QUEUE-ENTRY.
      *    LINEAR SCAN, THE SAME UNOPTIMIZED IDIOM AS THE RULE AND
      *    QUEUE TABLES ELSEWHERE IN THIS SYSTEM.  A QUEUE NOT YET
      *    IN THE TABLE IS ADDED, TAKING THE DEFAULT LIMIT.
           MOVE ZERO TO WS-QUE-FOUND-IDX
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               IF WS-QUE-CODE (WS-QUE-IDX) = WS-QUEUE-SEARCH
                       AND WS-QUE-FOUND-IDX = ZERO
                   MOVE WS-QUE-IDX TO WS-QUE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-QUE-FOUND-IDX = ZERO
               IF WS-QUE-COUNT = 60
                   DISPLAY "FZBZ0151E MORE THAN 60 DISTINCT QUEUE "
                       "CODES ON THE SLA CARDS AND OPEN CASES - "
                       "AGING TABLE FULL.  STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0151E MORE THAN 60 QUEUE CODES"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-QUE-COUNT
               MOVE WS-QUE-COUNT TO WS-QUE-FOUND-IDX
               MOVE WS-QUEUE-SEARCH TO WS-QUE-CODE (WS-QUE-COUNT)
               MOVE ZERO TO WS-QUE-SLA (WS-QUE-COUNT)
               MOVE "N" TO WS-QUE-SLA-SW (WS-QUE-COUNT)
               MOVE "N" TO WS-QUE-CARD-SW (WS-QUE-COUNT)
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   MOVE ZERO
                       TO WS-QUE-BUCKET (WS-QUE-COUNT WS-BUCKET-IDX)
               END-PERFORM
               MOVE ZERO TO WS-QUE-TOTAL (WS-QUE-COUNT)
               MOVE ZERO TO WS-QUE-OLDEST (WS-QUE-COUNT)
               MOVE ZERO TO WS-QUE-OLDEST-CASE (WS-QUE-COUNT)
               MOVE ZERO TO WS-QUE-BREACH (WS-QUE-COUNT)
               IF WS-HAS-DEFAULT-SLA
                   MOVE WS-DEFAULT-SLA TO WS-QUE-SLA (WS-QUE-COUNT)
                   MOVE "Y" TO WS-QUE-SLA-SW (WS-QUE-COUNT)
               END-IF
           END-IF.

       FIND-REGION-ENTRY.
           MOVE ZERO TO WS-RGN-FOUND-IDX
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-CODE (WS-RGN-IDX) = WS-REGION-SEARCH
                       AND WS-RGN-FOUND-IDX = ZERO
                   MOVE WS-RGN-IDX TO WS-RGN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RGN-FOUND-IDX = ZERO
               IF WS-RGN-COUNT = 60
                   DISPLAY "FZBZ0151E MORE THAN 60 DISTINCT REGION "
                       "CODES ON THE SLA CARDS AND OPEN CASES - "
                       "AGING TABLE FULL.  STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0151E MORE THAN 60 REGION CODES"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-RGN-COUNT
               MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX
               MOVE WS-REGION-SEARCH TO WS-RGN-CODE (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-SLA (WS-RGN-COUNT)
               MOVE "N" TO WS-RGN-SLA-SW (WS-RGN-COUNT)
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   MOVE ZERO
                       TO WS-RGN-BUCKET (WS-RGN-COUNT WS-BUCKET-IDX)
               END-PERFORM
               MOVE ZERO TO WS-RGN-TOTAL (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-OLDEST (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-OLDEST-CASE (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-BREACH (WS-RGN-COUNT)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO WS-TITLE-RUN-DATE
           WRITE AGE-REPORT-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "OPEN CASES PAST SLA" TO WS-SECTION-TEXT
           WRITE AGE-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE AGE-REPORT-LINE FROM WS-CASE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-QUEUE-SECTION.
      *    A QUEUE ENTERED ONLY BY ITS SLA CARD, WITH NOTHING OPEN
      *    IN IT, IS STILL PRINTED - AN EMPTY QUEUE IS AN ANSWER.
           MOVE SPACES TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "AGING BY QUEUE (DAYS SINCE RECEIPT)"
               TO WS-SECTION-TEXT
           WRITE AGE-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "QUEUE" TO WS-TALLY-HEADING-KEY
           WRITE AGE-REPORT-LINE FROM WS-TALLY-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE WS-QUE-CODE (WS-QUE-IDX) TO WS-TALLY-KEY
               MOVE WS-QUE-BUCKET (WS-QUE-IDX 1) TO WS-TALLY-BUCKET-1
               MOVE WS-QUE-BUCKET (WS-QUE-IDX 2) TO WS-TALLY-BUCKET-2
               MOVE WS-QUE-BUCKET (WS-QUE-IDX 3) TO WS-TALLY-BUCKET-3
               MOVE WS-QUE-BUCKET (WS-QUE-IDX 4) TO WS-TALLY-BUCKET-4
               MOVE WS-QUE-TOTAL (WS-QUE-IDX) TO WS-TALLY-TOTAL
               MOVE WS-QUE-OLDEST (WS-QUE-IDX) TO WS-TALLY-OLDEST
               MOVE WS-QUE-BREACH (WS-QUE-IDX) TO WS-TALLY-PAST
               IF WS-QUE-TOTAL (WS-QUE-IDX) = ZERO
                   MOVE SPACES TO WS-TALLY-OLDEST-CASE
               ELSE
                   MOVE WS-QUE-OLDEST-CASE (WS-QUE-IDX)
                       TO WS-TALLY-OLDEST-CASE
               END-IF
               IF WS-QUE-HAS-SLA (WS-QUE-IDX)
                   MOVE WS-QUE-SLA (WS-QUE-IDX) TO WS-SLA-EDIT
                   MOVE WS-SLA-EDIT TO WS-TALLY-SLA
                   IF WS-QUE-TOTAL (WS-QUE-IDX) > ZERO
                           AND WS-QUE-OLDEST (WS-QUE-IDX)
                               > WS-QUE-SLA (WS-QUE-IDX)
                       MOVE "PAST SLA" TO WS-TALLY-STATUS
                   ELSE
                       MOVE "WITHIN SLA" TO WS-TALLY-STATUS
                   END-IF
               ELSE
                   MOVE "  -" TO WS-TALLY-SLA
                   MOVE "NO SLA" TO WS-TALLY-STATUS
               END-IF
               WRITE AGE-REPORT-LINE FROM WS-TALLY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       WRITE-REGION-SECTION.
      *    CASES WITH NO INTAKE REGION (A GENERATED-RANGE NIGHT)
      *    ARE GATHERED UNDER "(NONE)".
           MOVE SPACES TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "AGING BY REGION (DAYS SINCE RECEIPT)"
               TO WS-SECTION-TEXT
           WRITE AGE-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "REGION" TO WS-TALLY-HEADING-KEY
           WRITE AGE-REPORT-LINE FROM WS-TALLY-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-CODE (WS-RGN-IDX) = SPACES
                   MOVE "(NONE)" TO WS-TALLY-KEY
               ELSE
                   MOVE WS-RGN-CODE (WS-RGN-IDX) TO WS-TALLY-KEY
               END-IF
               MOVE WS-RGN-BUCKET (WS-RGN-IDX 1) TO WS-TALLY-BUCKET-1
               MOVE WS-RGN-BUCKET (WS-RGN-IDX 2) TO WS-TALLY-BUCKET-2
               MOVE WS-RGN-BUCKET (WS-RGN-IDX 3) TO WS-TALLY-BUCKET-3
               MOVE WS-RGN-BUCKET (WS-RGN-IDX 4) TO WS-TALLY-BUCKET-4
               MOVE WS-RGN-TOTAL (WS-RGN-IDX) TO WS-TALLY-TOTAL
               MOVE WS-RGN-OLDEST (WS-RGN-IDX) TO WS-TALLY-OLDEST
               MOVE WS-RGN-BREACH (WS-RGN-IDX) TO WS-TALLY-PAST
               IF WS-RGN-TOTAL (WS-RGN-IDX) = ZERO
                   MOVE SPACES TO WS-TALLY-OLDEST-CASE
               ELSE
                   MOVE WS-RGN-OLDEST-CASE (WS-RGN-IDX)
                       TO WS-TALLY-OLDEST-CASE
               END-IF
               IF WS-RGN-HAS-SLA (WS-RGN-IDX)
                   MOVE WS-RGN-SLA (WS-RGN-IDX) TO WS-SLA-EDIT
                   MOVE WS-SLA-EDIT TO WS-TALLY-SLA
                   IF WS-RGN-TOTAL (WS-RGN-IDX) > ZERO
                           AND WS-RGN-OLDEST (WS-RGN-IDX)
                               > WS-RGN-SLA (WS-RGN-IDX)
                       MOVE "PAST SLA" TO WS-TALLY-STATUS
                   ELSE
                       MOVE "WITHIN SLA" TO WS-TALLY-STATUS
                   END-IF
               ELSE
                   MOVE "  -" TO WS-TALLY-SLA
                   MOVE "NO SLA" TO WS-TALLY-STATUS
               END-IF
               WRITE AGE-REPORT-LINE FROM WS-TALLY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "ROUTED TONIGHT (HISTORY RECORDS)" TO WS-SUMMARY-TEXT
           MOVE WS-HIST-READ-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "OPEN FROM EARLIER NIGHTS" TO WS-SUMMARY-TEXT
           MOVE WS-CARRIED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "OPENED TONIGHT" TO WS-SUMMARY-TEXT
           MOVE WS-OPENED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  AGED FROM FIRST ROUTING" TO WS-SUMMARY-TEXT
           MOVE WS-ROUTING-DATE-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  UNUSABLE INTAKE DATES" TO WS-SUMMARY-TEXT
           MOVE WS-BAD-RECV-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CLOSED AS WORKED" TO WS-SUMMARY-TEXT
           MOVE WS-CLOSED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STILL OPEN" TO WS-SUMMARY-TEXT
           MOVE WS-OPEN-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  REJECTED BACK TO US" TO WS-SUMMARY-TEXT
           MOVE WS-REJECTED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  PAST SLA" TO WS-SUMMARY-TEXT
           MOVE WS-BREACH-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "INTAKE RECORDS READ" TO WS-SUMMARY-TEXT
           MOVE WS-INTAKE-READ-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ACK RECORDS READ" TO WS-SUMMARY-TEXT
           MOVE WS-ACK-READ-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  UNUSABLE ACKS IGNORED" TO WS-SUMMARY-TEXT
           MOVE WS-ACK-IGNORED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           WRITE AGE-REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       READ-SLA-CARD.
           READ SLA-CARD-FILE
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.

       READ-INTAKE-RECORD.
           READ INTAKE-FILE
               AT END
                   SET WS-INTAKE-AT-END TO TRUE
           END-READ.

       READ-ACK-RECORD.
           READ ACK-IN-FILE
               AT END
                   SET WS-ACK-AT-END TO TRUE
           END-READ.

       READ-HIST-RECORD.
      *    THE FIRST RECORD KEYED UNDER A LATER RUN DATE ENDS
      *    TONIGHT'S SET (ONLY A RERUN OF AN EARLIER NIGHT CAN
      *    FIND ONE).
           READ CASE-HIST-FILE NEXT RECORD
               AT END
                   MOVE WS-HIGH-KEY TO WS-HIST-KEY
               NOT AT END
                   IF CASEH-RUN-DATE NOT = WS-RUN-DATE
                       MOVE WS-HIGH-KEY TO WS-HIST-KEY
                   ELSE
                       MOVE CASEH-CASE-NUMBER TO WS-HIST-KEY
                       ADD 1 TO WS-HIST-READ-COUNT
                   END-IF
           END-READ.

       READ-OLD-REGISTER.
           READ OLD-REGISTER-FILE
               AT END
                   MOVE WS-HIGH-KEY TO WS-OLDA-KEY
               NOT AT END
                   MOVE OLDA-CASE-NUMBER TO WS-OLDA-KEY
           END-READ.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE AGE STEP'S OUTCOME - OPEN AND BREACHING
      *    CASE COUNTS - TO THE NIGHTLY SCORECARD LOG (SEE
      *    COPYBOOKS/SCORREC), OPEN EXTEND WITH THE OPEN OUTPUT
      *    FALLBACK.  THE RUN DATE IS THE ENVELOPE HEADER'S WHEN
      *    ONE WAS READ.  A LOG THAT CANNOT BE OPENED IS REPORTED
      *    BUT NEVER CHANGES THE STEP'S RETURN CODE, WHICH AGEPRM'S
      *    COND= DEPENDS ON.
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
               MOVE "AGE" TO SCOR-STEP-NAME
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
