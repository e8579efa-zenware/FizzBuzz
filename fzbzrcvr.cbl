       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-RECOVER.
      ******************************************************
      *    FZBZRCVR CASE HISTORY AND CASE MASTER RECOVERY  *
      *    REBUILDS THE VSAM ROUTING HISTORY (CASEHIST,    *
      *    SEE CASEHREC) AND THE CASE MASTER (CASEMAST,    *
      *    SEE CASEMREC) FROM THE KEPT CASEOUT GENERATIONS *
      *    - THE CASEGEN GDG FZBZJOB'S KEEP STEP AND       *
      *    FZBZCORR'S PROMOTE STEP ADD TO - SO A DAMAGED   *
      *    CLUSTER OR A BAD NIGHT'S LOAD NEVER COSTS THE   *
      *    DESK ITS "WHERE WAS CASE NNNNN ON DATE YYMMDD"  *
      *    ANSWERS.  DRIVEN BY ACTION CARDS ON SYSIN,      *
      *    KEYWORD IN COLUMNS 1-7 AS ON FZBZWDOG'S CARDS - *
      *        REBUILD           LOADS THE CHOSEN HISTORY  *
      *                          BACKUP (HISTBKP, ONE      *
      *                          GENERATION OF CASEHBKP)   *
      *                          INTO AN EMPTY CLUSTER ON  *
      *                          CASEHIST, THEN REPLAYS    *
      *                          EVERY KEPT GENERATION     *
      *                          DATED AFTER THE BACKUP'S  *
      *                          LAST RUN DATE.            *
      *        REMOVE  YYMMDD    WITH REBUILD: LEAVES THAT *
      *                          RUN DATE OUT OF THE NEW   *
      *                          CLUSTER.  ALONE: DELETES  *
      *                          THAT RUN DATE'S RECORDS   *
      *                          FROM THE CLUSTER ON       *
      *                          CASEHIST IN PLACE.        *
      *        MASTER  YYMMDD    RELOADS CASEMAST FROM THE *
      *                          KEPT GENERATION FOR THAT  *
      *                          RUN DATE.                 *
      *    CASEGEN IS THE GDG BASE NAME, WHICH            *
      *    CONCATENATES EVERY KEPT GENERATION NEWEST FIRST *
      *    (THE FZBZTRND/FZBZCHGB PRECEDENT).  EACH        *
      *    GENERATION IS ONE CASEREC ENVELOPE AND MUST     *
      *    PASS THE LOAD STEPS' CHECKS - HEADER FIRST,     *
      *    TRAILER PRESENT, TRAILER COUNT EQUAL TO THE     *
      *    DETAILS - OR IT IS NOT USED.  A RUN DATE KEPT   *
      *    TWICE (A FZBZCORR CORRECTION) IS RESTORED FROM  *
      *    THE NEWEST GENERATION; THE OLDER IS LISTED AS   *
      *    SUPERSEDED.                                     *
      *    THE REPORT (RCVRPT) LISTS THE RECORDS RESTORED  *
      *    PER RUN DATE IN RUN-DATE ORDER, EACH COMPARED   *
      *    WITH THE CASE COUNT OF THAT NIGHT'S TOTALS      *
      *    GENERATION (TOTALSIN, THE TOTALS GDG BASE) -    *
      *    THE GENERATION DATED THE NIGHT'S END DATE ON    *
      *    RUNHIST, SINCE A NIGHT THAT RUNS PAST MIDNIGHT  *
      *    DATES ITS TOTALS THE MORNING AFTER ITS HEADER.  *
      *    IT ALSO LISTS EVERY CLEAN NIGHT ON RUNHIST      *
      *    AFTER THE BACKUP THAT NO KEPT GENERATION COVERS *
      *    - HISTORY THE REBUILD CANNOT PUT BACK.          *
      *    CONDITION CODE 0 ONLY WHEN EVERY RESTORED DATE  *
      *    PROVES OUT; THE REBUILD JOB SWAPS THE NEW       *
      *    CLUSTER IN ONLY THEN.  4 WHEN A DATE COULD NOT  *
      *    BE PROVED (NO TOTALS GENERATION, NO RUNHIST) OR *
      *    A REMOVE FOUND NOTHING; 16 ON A BAD CARD, A     *
      *    FAILED ENVELOPE, A COUNT DISAGREEING WITH       *
      *    TOTALS, OR A NIGHT THE REBUILD CANNOT RESTORE.  *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT CASE-GEN-FILE ASSIGN TO CASEGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT HIST-BACKUP-FILE ASSIGN TO HISTBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT TOTALS-IN-FILE ASSIGN TO TOTALSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTALS-IN-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
           SELECT CASE-HIST-FILE ASSIGN TO CASEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASEH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RCVR-REPORT-FILE ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 ACTION-CARD.
           05 ACTION-KEYWORD           PIC X(7).
           05 FILLER                   PIC X(1).
           05 ACTION-RUN-DATE          PIC X(6).
           05 ACTION-RUN-DATE-N REDEFINES ACTION-RUN-DATE.
               10 ACTION-RUN-YY        PIC 9(2).
               10 ACTION-RUN-MM        PIC 9(2).
               10 ACTION-RUN-DD        PIC 9(2).
           05 FILLER                   PIC X(66).
       FD  CASE-GEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       FD  HIST-BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01 HIST-BACKUP-RECORD          PIC X(38).
       FD  TOTALS-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 964 CHARACTERS.
           COPY TOTREC.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  CASE-HIST-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY CASEHREC.
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       FD  RCVR-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RCVR-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-GEN-STATUS PIC XX VALUE "00".
       01 WS-BKUP-STATUS PIC XX VALUE "00".
       01 WS-TOTALS-IN-STATUS PIC XX VALUE "00".
       01 WS-RUNH-STATUS PIC XX VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-SYSIN-AT-END VALUE "Y".
       01 WS-GEN-AT-END-SW PIC X VALUE "N".
           88 WS-GEN-AT-END VALUE "Y".
       01 WS-BKUP-AT-END-SW PIC X VALUE "N".
           88 WS-BKUP-AT-END VALUE "Y".
       01 WS-TOTALS-AT-END-SW PIC X VALUE "N".
           88 WS-TOTALS-AT-END VALUE "Y".
       01 WS-RUNH-AT-END-SW PIC X VALUE "N".
           88 WS-RUNH-AT-END VALUE "Y".
       01 WS-HIST-AT-END-SW PIC X VALUE "N".
           88 WS-HIST-AT-END VALUE "Y".
       01 WS-CARD-ERRORS-SW PIC X VALUE "N".
           88 WS-CARD-ERRORS VALUE "Y".
       01 WS-REBUILD-SW PIC X VALUE "N".
           88 WS-REBUILD-REQUESTED VALUE "Y".
       01 WS-REMOVE-SW PIC X VALUE "N".
           88 WS-REMOVE-REQUESTED VALUE "Y".
       01 WS-MASTER-SW PIC X VALUE "N".
           88 WS-MASTER-REQUESTED VALUE "Y".
       01 WS-CARD-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-REMOVE-DATE PIC 9(6) VALUE ZERO.
       01 WS-MASTER-DATE PIC 9(6) VALUE ZERO.
      *    SEVERITY OF WHAT THE RUN FOUND SO FAR - ANY FAILURE
      *    WINS OVER ANY WARNING WHEN THE CONDITION CODE IS SET.
       01 WS-FAILED-SW PIC X VALUE "N".
           88 WS-RUN-FAILED VALUE "Y".
       01 WS-WARNING-SW PIC X VALUE "N".
           88 WS-RUN-WARNED VALUE "Y".
      *    THE KEPT GENERATIONS, ONE ROW PER ENVELOPE IN THE ORDER
      *    THE CONCATENATION PRESENTS THEM (ROW 1 IS THE NEWEST,
      *    RELATIVE GENERATION 0).  THE GDG KEEPS 62, SO 99 ROWS
      *    LEAVE ROOM FOR A BASE WHOSE LIMIT IS RAISED.  AN
      *    ENVELOPE STARTS AS "NO TRAILER" AND IS ONLY MADE GOOD
      *    BY A TRAILER WHOSE COUNT AGREES WITH ITS DETAILS.
       01 WS-ENV-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ENV-IDX PIC 9(3).
       01 WS-ENV-IDX2 PIC 9(3).
       01 WS-ENV-FOUND-IDX PIC 9(3).
       01 WS-CUR-ENV PIC 9(3).
       01 WS-MASTER-ENV PIC 9(3) VALUE ZERO.
       01 WS-ENV-TABLE.
           05 WS-ENV-ENTRY OCCURS 99 TIMES.
               10 WS-ENV-DATE          PIC 9(6).
               10 WS-ENV-DETAILS       PIC 9(7).
               10 WS-ENV-TRAILER       PIC 9(7).
               10 WS-ENV-RESTORED      PIC 9(7).
               10 WS-ENV-STATE         PIC X(1).
                   88 WS-ENV-GOOD          VALUE "G".
                   88 WS-ENV-NO-TRAILER    VALUE "N".
                   88 WS-ENV-COUNT-OFF     VALUE "C".
               10 WS-ENV-USE           PIC X(1).
                   88 WS-ENV-NOT-USED      VALUE " ".
                   88 WS-ENV-REPLAYED      VALUE "R".
                   88 WS-ENV-SUPERSEDED    VALUE "S".
                   88 WS-ENV-IN-BACKUP     VALUE "B".
                   88 WS-ENV-EXCLUDED      VALUE "X".
               10 WS-ENV-PRINTED-SW    PIC X(1).
       01 WS-IN-ENVELOPE-SW PIC X VALUE "N".
           88 WS-IN-ENVELOPE VALUE "Y".
       01 WS-NEWER-FOUND-SW PIC X VALUE "N".
           88 WS-NEWER-FOUND VALUE "Y".
       01 WS-MORE-DATES-SW PIC X VALUE "N".
           88 WS-MORE-DATES VALUE "Y".
      *    RECORDS FOUND BETWEEN ONE GENERATION'S TRAILER AND THE
      *    NEXT GENERATION'S HEADER (OR BEFORE THE FIRST HEADER) -
      *    A DAMAGED GENERATION WHOSE RUN DATE CANNOT BE KNOWN.
       01 WS-STRAY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OLDEST-ENV-DATE PIC 9(6) VALUE ZERO.
      *    THE KEPT TOTALS GENERATIONS, NEWEST FIRST, WITH THE
      *    NIGHT'S CASE COUNT (THE SUM OF TOT-STREAM-CASES, AS
      *    FZBZBAL BALANCES IT).  THE GDG KEEPS 62.
       01 WS-TOT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TOT-IDX PIC 9(3).
       01 WS-TOT-FOUND-IDX PIC 9(3).
       01 WS-STREAM-IDX PIC 9(2).
       01 WS-OLDEST-TOT-DATE PIC 9(6) VALUE ZERO.
       01 WS-TOT-TABLE.
           05 WS-TOT-ENTRY OCCURS 99 TIMES.
               10 WS-TOT-DATE          PIC 9(6).
               10 WS-TOT-CASES         PIC 9(7).
      *    ONE ROW PER NIGHT RUNHIST SHOWS ENDING CLEAN: THE
      *    NIGHT'S RUN DATE (THE START DATE OF ITS FIRST
      *    EXECUTION - A CHECKPOINT RESTART KEEPS THE ORIGINAL
      *    HEADER, SO IT KEEPS THE ORIGINAL DATE) AND THE DATE
      *    ITS CLEAN EXECUTION ENDED, WHICH IS THE DATE ON ITS
      *    TOTALS GENERATION.  A YEAR OF NIGHTS FITS; WHEN THE
      *    LOG IS LONGER THE OLDEST ROWS ARE DROPPED.
       01 WS-NIGHT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NIGHT-IDX PIC 9(4).
       01 WS-NIGHT-FOUND-IDX PIC 9(4).
       01 WS-CUR-NIGHT-DATE PIC 9(6) VALUE ZERO.
       01 WS-RUNH-READ-SW PIC X VALUE "N".
           88 WS-RUNH-READ VALUE "Y".
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 999 TIMES.
               10 WS-NIGHT-DATE        PIC 9(6).
               10 WS-NIGHT-END-DATE    PIC 9(6).
      *    THE BACKUP IS A REPRO OF THE HISTORY CLUSTER, SO IT IS
      *    IN KEY ORDER AND ITS LAST RECORD CARRIES THE LATEST RUN
      *    DATE IT HOLDS - THE BACKUP POINT THE REPLAY STARTS
      *    AFTER.  ZERO WHEN THE BACKUP IS EMPTY: EVERY KEPT
      *    GENERATION IS THEN REPLAYED.
       01 WS-BACKUP-POINT PIC 9(6) VALUE ZERO.
       01 WS-PREV-BKUP-KEY PIC X(11) VALUE LOW-VALUES.
       01 WS-BREAK-DATE PIC 9(6) VALUE ZERO.
       01 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BKUP-RESTORED PIC 9(9) VALUE ZERO.
       01 WS-REPLAY-RESTORED PIC 9(9) VALUE ZERO.
       01 WS-REMOVED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOW-NIGHT-DATE PIC 9(6).
      *    THE DATE AND COUNT BEING PROVED AGAINST TOTALS.
       01 WS-CMP-DATE PIC 9(6).
       01 WS-CMP-COUNT PIC 9(7).
       01 WS-CMP-TOT-DATE PIC 9(6).
       01 WS-RUN-DATE PIC 9(6).
       01 WS-TITLE-LINE.
           05 FILLER                  PIC X(48) VALUE
               "FIZZBUZZ CASE HISTORY AND CASE MASTER RECOVERY".
           05 FILLER                  PIC X(9) VALUE "RUN DATE=".
           05 WS-TITLE-RUN-DATE       PIC 9(6).
       01 WS-SECTION-LINE             PIC X(80).
       01 WS-DATE-HEADING-LINE.
           05 FILLER                  PIC X(10) VALUE "RUN DATE".
           05 FILLER                  PIC X(10) VALUE "SOURCE".
           05 FILLER                  PIC X(10) VALUE "  RESTORED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "TOTALS".
           05 FILLER                  PIC X(10) VALUE "     CASES".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "RESULT".
       01 WS-DATE-DETAIL-LINE.
           05 WS-DTL-DATE             PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-DTL-SOURCE           PIC X(10).
           05 WS-DTL-RESTORED         PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DTL-TOT-DATE         PIC X(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-DTL-TOT-CASES        PIC Z(9)9.
           05 WS-DTL-TOT-CASES-X REDEFINES WS-DTL-TOT-CASES
                                      PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DTL-RESULT           PIC X(40).
       01 WS-GEN-HEADING-LINE.
           05 FILLER                  PIC X(9) VALUE "  REL GEN".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "RUN DATE".
           05 FILLER                  PIC X(10) VALUE "   DETAILS".
           05 FILLER                  PIC X(10) VALUE "   TRAILER".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(16) VALUE "ENVELOPE".
           05 FILLER                  PIC X(3) VALUE "USE".
       01 WS-GEN-DETAIL-LINE.
           05 WS-GEN-REL              PIC -(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-GEN-DATE             PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-GEN-DETAILS          PIC Z(9)9.
           05 WS-GEN-TRAILER          PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-GEN-STATE            PIC X(16).
           05 WS-GEN-USE              PIC X(40).
       01 WS-GEN-REL-NUMBER PIC S9(3).
       01 WS-SUMMARY-LINE.
           05 WS-SUMMARY-TEXT         PIC X(50).
           05 WS-SUMMARY-COUNT        PIC Z(8)9.
       PROCEDURE DIVISION.
       FZBZ-RECOVER-MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM READ-ACTION-CARDS
           IF WS-CARD-ERRORS
               DISPLAY "FZBZ0176E RECOVERY ACTION CARDS IN ERROR - "
                   "NOTHING RECOVERED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RCVR-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF WS-REBUILD-REQUESTED OR WS-MASTER-REQUESTED
               PERFORM SCAN-KEPT-GENERATIONS
           END-IF
           IF WS-MASTER-REQUESTED
               PERFORM SELECT-MASTER-GENERATION
           END-IF
           IF WS-REBUILD-REQUESTED
               PERFORM LOAD-TOTALS-TABLE
               PERFORM LOAD-NIGHT-TABLE
               PERFORM REBUILD-HISTORY
           ELSE
               IF WS-MASTER-ENV NOT = ZERO
                   PERFORM REPLAY-KEPT-GENERATIONS
               END-IF
               IF WS-REMOVE-REQUESTED
                   PERFORM REMOVE-RUN-DATE
               END-IF
           END-IF
           IF WS-REBUILD-REQUESTED OR WS-MASTER-REQUESTED
               PERFORM WRITE-REPORT-GENERATIONS
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RCVR-REPORT-FILE
           IF WS-RUN-FAILED
               DISPLAY "FZBZ0192E RECOVERY NOT PROVEN - SEE RCVRPT.  "
                   "DO NOT RETURN THE REBUILT CLUSTER TO THE DESK."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RUN-WARNED
                   DISPLAY "FZBZ0193W RECOVERY COMPLETE WITH "
                       "WARNINGS - REVIEW RCVRPT BEFORE USE"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "FZBZ0193I RECOVERY COMPLETE AND PROVEN"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       READ-ACTION-CARDS.
           OPEN INPUT ACTION-CARD-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               DISPLAY "FZBZ0176E NO RECOVERY ACTION CARDS ON SYSIN"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               PERFORM UNTIL WS-SYSIN-AT-END
                   READ ACTION-CARD-FILE
                       AT END
                           SET WS-SYSIN-AT-END TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-NUMBER
                           PERFORM CHECK-ACTION-CARD
                   END-READ
               END-PERFORM
               CLOSE ACTION-CARD-FILE
               IF NOT WS-REBUILD-REQUESTED
                       AND NOT WS-REMOVE-REQUESTED
                       AND NOT WS-MASTER-REQUESTED
                       AND NOT WS-CARD-ERRORS
                   DISPLAY "FZBZ0176E NO REBUILD, REMOVE OR MASTER "
                       "CARD ON SYSIN - NOTHING TO DO"
                   SET WS-CARD-ERRORS TO TRUE
               END-IF
           END-IF.

       CHECK-ACTION-CARD.
           EVALUATE TRUE
               WHEN ACTION-CARD = SPACES
                   CONTINUE
               WHEN ACTION-KEYWORD = "REBUILD"
                   IF WS-REBUILD-REQUESTED
                       DISPLAY "FZBZ0176E CARD " WS-CARD-NUMBER
                           " - SECOND REBUILD CARD"
                       SET WS-CARD-ERRORS TO TRUE
                   ELSE
                       SET WS-REBUILD-REQUESTED TO TRUE
                   END-IF
               WHEN ACTION-KEYWORD = "REMOVE"
                   PERFORM CHECK-CARD-DATE
                   IF WS-REMOVE-REQUESTED
                       DISPLAY "FZBZ0176E CARD " WS-CARD-NUMBER
                           " - SECOND REMOVE CARD (ONE RUN DATE PER "
                           "RUN)"
                       SET WS-CARD-ERRORS TO TRUE
                   ELSE
                       SET WS-REMOVE-REQUESTED TO TRUE
                       IF ACTION-RUN-DATE IS NUMERIC
                           MOVE ACTION-RUN-DATE-N TO WS-REMOVE-DATE
                       END-IF
                   END-IF
               WHEN ACTION-KEYWORD = "MASTER"
                   PERFORM CHECK-CARD-DATE
                   IF WS-MASTER-REQUESTED
                       DISPLAY "FZBZ0176E CARD " WS-CARD-NUMBER
                           " - SECOND MASTER CARD"
                       SET WS-CARD-ERRORS TO TRUE
                   ELSE
                       SET WS-MASTER-REQUESTED TO TRUE
                       IF ACTION-RUN-DATE IS NUMERIC
                           MOVE ACTION-RUN-DATE-N TO WS-MASTER-DATE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "FZBZ0176E CARD " WS-CARD-NUMBER
                       " - UNKNOWN ACTION '" ACTION-KEYWORD
                       "' (REBUILD, REMOVE OR MASTER)"
                   SET WS-CARD-ERRORS TO TRUE
           END-EVALUATE.

       CHECK-CARD-DATE.
           IF ACTION-RUN-DATE IS NOT NUMERIC
               DISPLAY "FZBZ0176E CARD " WS-CARD-NUMBER " - "
                   ACTION-KEYWORD " RUN DATE '" ACTION-RUN-DATE
                   "' IS NOT YYMMDD IN COLUMNS 9-14"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               IF ACTION-RUN-MM < 1 OR ACTION-RUN-MM > 12
                       OR ACTION-RUN-DD < 1 OR ACTION-RUN-DD > 31
                   DISPLAY "FZBZ0176E CARD " WS-CARD-NUMBER " - "
                       ACTION-KEYWORD " RUN DATE " ACTION-RUN-DATE
                       " IS NOT A CALENDAR DATE"
                   SET WS-CARD-ERRORS TO TRUE
               END-IF
           END-IF.

       SCAN-KEPT-GENERATIONS.
      *    FIRST PASS: CHECKS EVERY KEPT ENVELOPE AND NOTES ITS
      *    RUN DATE, SO THE GENERATIONS TO USE ARE KNOWN BEFORE
      *    ANYTHING IS WRITTEN.
           OPEN INPUT CASE-GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "FZBZ0177E KEPT CASEOUT GENERATIONS (CASEGEN) "
                   "NOT AVAILABLE - STATUS " WS-GEN-STATUS
                   " - NOTHING RECOVERED"
               CLOSE RCVR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-GEN-AT-END-SW
           MOVE "N" TO WS-IN-ENVELOPE-SW
           PERFORM READ-GEN-RECORD
           PERFORM UNTIL WS-GEN-AT-END
               PERFORM SCAN-ONE-RECORD
               PERFORM READ-GEN-RECORD
           END-PERFORM
           CLOSE CASE-GEN-FILE
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF WS-OLDEST-ENV-DATE = ZERO
                       OR WS-ENV-DATE (WS-ENV-IDX) < WS-OLDEST-ENV-DATE
                   MOVE WS-ENV-DATE (WS-ENV-IDX) TO WS-OLDEST-ENV-DATE
               END-IF
           END-PERFORM
           IF WS-STRAY-COUNT > ZERO
               DISPLAY "FZBZ0178E " WS-STRAY-COUNT " RECORDS ON THE "
                   "KEPT GENERATIONS ARE OUTSIDE ANY ENVELOPE - A "
                   "GENERATION HAS LOST ITS HEADER"
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       SCAN-ONE-RECORD.
           EVALUATE TRUE
               WHEN CASE-REC-TYPE = "H"
                   IF WS-ENV-COUNT = 99
                       PERFORM ABEND-TABLE-OVERFLOW
                   END-IF
                   ADD 1 TO WS-ENV-COUNT
                   MOVE CASE-HDR-RUN-DATE TO WS-ENV-DATE (WS-ENV-COUNT)
                   MOVE ZERO TO WS-ENV-DETAILS (WS-ENV-COUNT)
                   MOVE ZERO TO WS-ENV-TRAILER (WS-ENV-COUNT)
                   MOVE ZERO TO WS-ENV-RESTORED (WS-ENV-COUNT)
                   SET WS-ENV-NO-TRAILER (WS-ENV-COUNT) TO TRUE
                   SET WS-ENV-NOT-USED (WS-ENV-COUNT) TO TRUE
                   MOVE "N" TO WS-ENV-PRINTED-SW (WS-ENV-COUNT)
                   SET WS-IN-ENVELOPE TO TRUE
               WHEN NOT WS-IN-ENVELOPE
                   ADD 1 TO WS-STRAY-COUNT
               WHEN CASE-REC-TYPE = "D"
                   ADD 1 TO WS-ENV-DETAILS (WS-ENV-COUNT)
               WHEN CASE-REC-TYPE = "T"
                   MOVE CASE-TRL-DETAIL-COUNT
                       TO WS-ENV-TRAILER (WS-ENV-COUNT)
                   IF WS-ENV-TRAILER (WS-ENV-COUNT) =
                           WS-ENV-DETAILS (WS-ENV-COUNT)
                       SET WS-ENV-GOOD (WS-ENV-COUNT) TO TRUE
                   ELSE
                       SET WS-ENV-COUNT-OFF (WS-ENV-COUNT) TO TRUE
                   END-IF
                   MOVE "N" TO WS-IN-ENVELOPE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SELECT-MASTER-GENERATION.
      *    THE NEWEST KEPT GENERATION FOR THE RUN DATE IS THE ONE
      *    THE CASE MASTER IS RELOADED FROM - AFTER A CORRECTION
      *    THAT IS THE CORRECTED ENVELOPE.  NOTHING IS RELOADED
      *    WHEN IT FAILS ITS CHECKS, SO THE CURRENT MASTER STANDS.
           MOVE ZERO TO WS-ENV-FOUND-IDX
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                       OR WS-ENV-FOUND-IDX NOT = ZERO
               IF WS-ENV-DATE (WS-ENV-IDX) = WS-MASTER-DATE
                   MOVE WS-ENV-IDX TO WS-ENV-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ENV-FOUND-IDX = ZERO
                   DISPLAY "FZBZ0181E NO KEPT GENERATION FOR RUN DATE "
                       WS-MASTER-DATE " - CASE MASTER NOT RELOADED"
                   SET WS-RUN-FAILED TO TRUE
               WHEN NOT WS-ENV-GOOD (WS-ENV-FOUND-IDX)
                   DISPLAY "FZBZ0181E KEPT GENERATION FOR RUN DATE "
                       WS-MASTER-DATE " FAILS ITS ENVELOPE CHECKS - "
                       "CASE MASTER NOT RELOADED"
                   SET WS-RUN-FAILED TO TRUE
               WHEN OTHER
                   MOVE WS-ENV-FOUND-IDX TO WS-MASTER-ENV
           END-EVALUATE.

       LOAD-TOTALS-TABLE.
      *    A REGION RECORD (MARKER "RG") FOLLOWS ITS GENERATION'S
      *    CONTROL RECORD AND IS NOT A GENERATION OF ITS OWN.  THE
      *    SEED GENERATION IS EMPTY AND ADDS NOTHING.
           OPEN INPUT TOTALS-IN-FILE
           IF WS-TOTALS-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0183W TOTALS GDG NOT AVAILABLE - NO "
                   "RESTORED RUN DATE CAN BE PROVED"
               SET WS-RUN-WARNED TO TRUE
           ELSE
               PERFORM READ-TOTALS-RECORD
               PERFORM UNTIL WS-TOTALS-AT-END
                   IF TOT-RGN-MARKER NOT = "RG"
                       PERFORM ADD-TOTALS-ENTRY
                   END-IF
                   PERFORM READ-TOTALS-RECORD
               END-PERFORM
               CLOSE TOTALS-IN-FILE
           END-IF.

       ADD-TOTALS-ENTRY.
           IF WS-TOT-COUNT = 99
               PERFORM ABEND-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-TOT-COUNT
           MOVE TOT-RUN-DATE TO WS-TOT-DATE (WS-TOT-COUNT)
           MOVE ZERO TO WS-TOT-CASES (WS-TOT-COUNT)
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > TOT-STREAM-COUNT
               ADD TOT-STREAM-CASES (WS-STREAM-IDX)
                   TO WS-TOT-CASES (WS-TOT-COUNT)
           END-PERFORM
           IF WS-OLDEST-TOT-DATE = ZERO
                   OR TOT-RUN-DATE < WS-OLDEST-TOT-DATE
               MOVE TOT-RUN-DATE TO WS-OLDEST-TOT-DATE
           END-IF.

       LOAD-NIGHT-TABLE.
      *    RUNHIST IS APPEND-ORDERED.  A FRESH START BEGINS A NEW
      *    NIGHT; A RESTART CONTINUES THE NIGHT BEFORE IT.  A
      *    FORCED SECOND RUN OF THE SAME NIGHT REPLACES THE END
      *    DATE, AS ITS TOTALS GENERATION IS THE NEWER ONE.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS NOT = "00"
               DISPLAY "FZBZ0186W RUN-HISTORY LOG NOT AVAILABLE - "
                   "TOTALS MATCHED ON THE RUN DATE ONLY AND NIGHTS "
                   "MISSING FROM THE KEPT GENERATIONS NOT CHECKED"
               SET WS-RUN-WARNED TO TRUE
           ELSE
               SET WS-RUNH-READ TO TRUE
               PERFORM UNTIL WS-RUNH-AT-END
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-RUNH-AT-END TO TRUE
                       NOT AT END
                           PERFORM NOTE-ONE-EXECUTION
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       NOTE-ONE-EXECUTION.
           IF RUNH-RESTART-SW NOT = "Y" OR WS-CUR-NIGHT-DATE = ZERO
               MOVE RUNH-START-DATE TO WS-CUR-NIGHT-DATE
           END-IF
           IF RUNH-OUTCOME = "CLEAN"
               MOVE ZERO TO WS-NIGHT-FOUND-IDX
               PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                       UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   IF WS-NIGHT-DATE (WS-NIGHT-IDX) = WS-CUR-NIGHT-DATE
                       MOVE WS-NIGHT-IDX TO WS-NIGHT-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-NIGHT-FOUND-IDX = ZERO
                   IF WS-NIGHT-COUNT = 999
                       PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                               UNTIL WS-NIGHT-IDX > 998
                           MOVE WS-NIGHT-ENTRY (WS-NIGHT-IDX + 1)
                               TO WS-NIGHT-ENTRY (WS-NIGHT-IDX)
                       END-PERFORM
                       MOVE 998 TO WS-NIGHT-COUNT
                   END-IF
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-FOUND-IDX
                   MOVE WS-CUR-NIGHT-DATE
                       TO WS-NIGHT-DATE (WS-NIGHT-FOUND-IDX)
               END-IF
               MOVE RUNH-END-DATE
                   TO WS-NIGHT-END-DATE (WS-NIGHT-FOUND-IDX)
           END-IF.

       REBUILD-HISTORY.
      *    THE CLUSTER ON CASEHIST IS THE EMPTY ONE THE REBUILD JOB
      *    HAS JUST DEFINED - NEVER THE LIVE HISTORY, WHICH STAYS
      *    IN USE UNTIL THE NEW ONE HAS PROVED OUT.
           OPEN OUTPUT CASE-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FZBZ0179E HISTORY CLUSTER TO REBUILD NOT "
                   "AVAILABLE - STATUS " WS-HIST-STATUS
                   " - NOTHING RECOVERED"
               CLOSE RCVR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "RESTORED BY RUN DATE" TO WS-SECTION-LINE
           WRITE RCVR-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RCVR-REPORT-LINE FROM WS-DATE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM LOAD-HISTORY-BACKUP
           PERFORM SELECT-REPLAY-GENERATIONS
           PERFORM REPLAY-KEPT-GENERATIONS
           CLOSE CASE-HIST-FILE
           PERFORM WRITE-REPLAYED-DATES
           IF WS-RUNH-READ
               PERFORM CHECK-MISSING-NIGHTS
           END-IF
           IF WS-REMOVE-REQUESTED AND WS-REMOVED-COUNT = ZERO
               DISPLAY "FZBZ0190W RUN DATE " WS-REMOVE-DATE " IS NOT "
                   "ON THE BACKUP OR ANY KEPT GENERATION - NOTHING "
                   "LEFT OUT"
               SET WS-RUN-WARNED TO TRUE
           END-IF
           DISPLAY "FZBZ0187I HISTORY REBUILT - " WS-BKUP-RESTORED
               " RECORDS FROM THE BACKUP (TO " WS-BACKUP-POINT "), "
               WS-REPLAY-RESTORED " REPLAYED FROM KEPT GENERATIONS".

       LOAD-HISTORY-BACKUP.
      *    ONE REPORT LINE PER RUN DATE ON THE BACKUP, WRITTEN AT
      *    EACH CHANGE OF DATE.
           OPEN INPUT HIST-BACKUP-FILE
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "FZBZ0180E HISTORY BACKUP (HISTBKP) NOT "
                   "AVAILABLE - STATUS " WS-BKUP-STATUS
                   " - NOTHING RECOVERED"
               CLOSE CASE-HIST-FILE
               CLOSE RCVR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BACKUP-RECORD
           PERFORM UNTIL WS-BKUP-AT-END
               PERFORM RESTORE-BACKUP-RECORD
               PERFORM READ-BACKUP-RECORD
           END-PERFORM
           IF WS-BREAK-DATE NOT = ZERO
               PERFORM WRITE-BACKUP-DATE-LINE
           END-IF
           CLOSE HIST-BACKUP-FILE
           IF WS-BACKUP-POINT = ZERO
               MOVE "NO RECORDS ON THE HISTORY BACKUP - EVERY KEPT "
                   TO WS-SECTION-LINE
               WRITE RCVR-REPORT-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "GENERATION IS REPLAYED" TO WS-SECTION-LINE
               WRITE RCVR-REPORT-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       RESTORE-BACKUP-RECORD.
           IF CASEH-KEY NOT > WS-PREV-BKUP-KEY
               DISPLAY "FZBZ0180E HISTORY BACKUP OUT OF KEY ORDER AT "
                   "RUN DATE " CASEH-RUN-DATE " CASE "
                   CASEH-CASE-NUMBER " - NOT A CASEHIST BACKUP.  "
                   "NOTHING RECOVERED."
               CLOSE HIST-BACKUP-FILE
               CLOSE CASE-HIST-FILE
               CLOSE RCVR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CASEH-KEY TO WS-PREV-BKUP-KEY
           IF CASEH-RUN-DATE NOT = WS-BREAK-DATE
               IF WS-BREAK-DATE NOT = ZERO
                   PERFORM WRITE-BACKUP-DATE-LINE
               END-IF
               MOVE CASEH-RUN-DATE TO WS-BREAK-DATE
               MOVE ZERO TO WS-BREAK-COUNT
           END-IF
           MOVE CASEH-RUN-DATE TO WS-BACKUP-POINT
           ADD 1 TO WS-BREAK-COUNT
           IF NOT WS-REMOVE-REQUESTED
                   OR CASEH-RUN-DATE NOT = WS-REMOVE-DATE
               PERFORM WRITE-HISTORY-RECORD
               ADD 1 TO WS-BKUP-RESTORED
           END-IF.

       WRITE-BACKUP-DATE-LINE.
           MOVE WS-BREAK-DATE TO WS-DTL-DATE
           MOVE "BACKUP" TO WS-DTL-SOURCE
           IF WS-REMOVE-REQUESTED AND WS-BREAK-DATE = WS-REMOVE-DATE
               MOVE ZERO TO WS-DTL-RESTORED
               MOVE SPACES TO WS-DTL-TOT-DATE
               MOVE SPACES TO WS-DTL-TOT-CASES-X
               MOVE "RUN DATE REMOVED - NOT RESTORED"
                   TO WS-DTL-RESULT
               ADD WS-BREAK-COUNT TO WS-REMOVED-COUNT
           ELSE
               MOVE WS-BREAK-COUNT TO WS-DTL-RESTORED
               MOVE WS-BREAK-DATE TO WS-CMP-DATE
               MOVE WS-BREAK-COUNT TO WS-CMP-COUNT
               PERFORM COMPARE-WITH-TOTALS
           END-IF
           WRITE RCVR-REPORT-LINE FROM WS-DATE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       SELECT-REPLAY-GENERATIONS.
      *    GENERATIONS ARRIVE NEWEST FIRST, SO THE FIRST ONE SEEN
      *    FOR A RUN DATE IS THE ONE THAT COUNTS.  ONLY RUN DATES
      *    AFTER THE BACKUP POINT ARE REPLAYED - THE BACKUP
      *    ALREADY HOLDS THE REST.
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               MOVE "N" TO WS-NEWER-FOUND-SW
               PERFORM VARYING WS-ENV-IDX2 FROM 1 BY 1
                       UNTIL WS-ENV-IDX2 NOT < WS-ENV-IDX
                   IF WS-ENV-DATE (WS-ENV-IDX2) =
                           WS-ENV-DATE (WS-ENV-IDX)
                       SET WS-NEWER-FOUND TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-NEWER-FOUND
                       SET WS-ENV-SUPERSEDED (WS-ENV-IDX) TO TRUE
                   WHEN WS-ENV-DATE (WS-ENV-IDX) NOT > WS-BACKUP-POINT
                       SET WS-ENV-IN-BACKUP (WS-ENV-IDX) TO TRUE
                   WHEN WS-REMOVE-REQUESTED
                           AND WS-ENV-DATE (WS-ENV-IDX) = WS-REMOVE-DATE
                       SET WS-ENV-EXCLUDED (WS-ENV-IDX) TO TRUE
                   WHEN OTHER
                       SET WS-ENV-REPLAYED (WS-ENV-IDX) TO TRUE
                       IF NOT WS-ENV-GOOD (WS-ENV-IDX)
                           DISPLAY "FZBZ0178E KEPT GENERATION FOR RUN "
                               "DATE " WS-ENV-DATE (WS-ENV-IDX)
                               " FAILS ITS ENVELOPE CHECKS - NOT "
                               "REPLAYED"
                           SET WS-RUN-FAILED TO TRUE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       REPLAY-KEPT-GENERATIONS.
      *    SECOND PASS: WRITES THE DETAILS OF EVERY GENERATION
      *    CHOSEN FOR THE HISTORY, AND OF THE ONE CHOSEN FOR THE
      *    CASE MASTER.  THE HISTORY KEY LEADS WITH THE RUN DATE,
      *    SO THE CLUSTER COMES OUT THE SAME WHATEVER ORDER THE
      *    GENERATIONS ARE READ IN; THE MASTER IS LOADED IN CASE-
      *    NUMBER ORDER AS THE NIGHTLY LOAD DOES.
           IF WS-MASTER-ENV NOT = ZERO
               OPEN OUTPUT CASE-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "FZBZ0182E CASE MASTER NOT AVAILABLE - "
                       "STATUS " WS-MASTER-STATUS
                       " - CASE MASTER NOT RELOADED"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE ZERO TO WS-MASTER-ENV
               END-IF
           END-IF
           OPEN INPUT CASE-GEN-FILE
           MOVE "N" TO WS-GEN-AT-END-SW
           MOVE "N" TO WS-IN-ENVELOPE-SW
           MOVE ZERO TO WS-CUR-ENV
           PERFORM READ-GEN-RECORD
           PERFORM UNTIL WS-GEN-AT-END
               PERFORM REPLAY-ONE-RECORD
               PERFORM READ-GEN-RECORD
           END-PERFORM
           CLOSE CASE-GEN-FILE
           IF WS-MASTER-ENV NOT = ZERO
               CLOSE CASE-MASTER-FILE
               DISPLAY "FZBZ0188I CASE MASTER RELOADED FROM RUN DATE "
                   WS-MASTER-DATE " - " WS-MASTER-COUNT " CASES"
           END-IF.

       REPLAY-ONE-RECORD.
           EVALUATE TRUE
               WHEN CASE-REC-TYPE = "H"
                   ADD 1 TO WS-CUR-ENV
                   SET WS-IN-ENVELOPE TO TRUE
               WHEN NOT WS-IN-ENVELOPE
                   CONTINUE
               WHEN CASE-REC-TYPE = "T"
                   MOVE "N" TO WS-IN-ENVELOPE-SW
               WHEN CASE-REC-TYPE = "D"
                   IF WS-ENV-REPLAYED (WS-CUR-ENV)
                           AND WS-ENV-GOOD (WS-CUR-ENV)
                       PERFORM REPLAY-HISTORY-RECORD
                   END-IF
                   IF WS-CUR-ENV = WS-MASTER-ENV
                       PERFORM RELOAD-MASTER-RECORD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPLAY-HISTORY-RECORD.
           MOVE WS-ENV-DATE (WS-CUR-ENV) TO CASEH-RUN-DATE
           MOVE CASE-NUMBER TO CASEH-CASE-NUMBER
           MOVE QUEUE-CODE TO CASEH-QUEUE-CODE
           MOVE CASE-OVERRIDE-SW TO CASEH-OVERRIDE-SW
           MOVE CASE-STREAM-ID TO CASEH-STREAM-ID
           MOVE CASE-REGION TO CASEH-REGION
           MOVE CASE-CORRECTED-SW TO CASEH-CORRECTED-SW
           MOVE CASE-SPILL-SW TO CASEH-SPILL-SW
           PERFORM WRITE-HISTORY-RECORD
           ADD 1 TO WS-ENV-RESTORED (WS-CUR-ENV)
           ADD 1 TO WS-REPLAY-RESTORED.

       WRITE-HISTORY-RECORD.
      *    THE NEW CLUSTER STARTS EMPTY, SO A DUPLICATE KEY MEANS
      *    THE SAME CASE TWICE UNDER ONE RUN DATE - THE REBUILD IS
      *    ABANDONED RATHER THAN KEEPING EITHER COPY.
           WRITE CASE-HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FZBZ0179E REBUILT HISTORY WRITE FAILED FOR "
                   "RUN DATE " CASEH-RUN-DATE " CASE "
                   CASEH-CASE-NUMBER " - STATUS " WS-HIST-STATUS
                   " - REBUILD ABANDONED"
               CLOSE CASE-HIST-FILE
               CLOSE RCVR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELOAD-MASTER-RECORD.
      *    THE WORKER IS LOADED BLANK, AS THE NIGHTLY LOAD DOES -
      *    THE ASSIGNMENT STEP'S DEAL IS NOT KEPT ON CASEOUT.
           MOVE CASE-NUMBER TO CASEM-KEY
           MOVE QUEUE-CODE TO CASEM-QUEUE-CODE
           MOVE WS-MASTER-DATE TO CASEM-RUN-DATE
           MOVE CASE-OVERRIDE-SW TO CASEM-OVERRIDE-SW
           MOVE CASE-STREAM-ID TO CASEM-STREAM-ID
           MOVE CASE-REGION TO CASEM-REGION
           MOVE SPACES TO CASEM-WORKER-ID
           WRITE CASE-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FZBZ0182E CASE MASTER WRITE FAILED FOR CASE "
                   CASEM-KEY " - STATUS " WS-MASTER-STATUS
                   " - CASE MASTER INCOMPLETE"
               CLOSE CASE-GEN-FILE
               CLOSE CASE-MASTER-FILE
               CLOSE RCVR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MASTER-COUNT.

       WRITE-REPLAYED-DATES.
      *    THE REPLAYED AND REMOVED RUN DATES, LOWEST FIRST, SO THE
      *    REPORT CONTINUES THE BACKUP'S LINES IN RUN-DATE ORDER.
           SET WS-MORE-DATES TO TRUE
           PERFORM UNTIL NOT WS-MORE-DATES
               MOVE ZERO TO WS-ENV-FOUND-IDX
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   IF (WS-ENV-REPLAYED (WS-ENV-IDX)
                           OR WS-ENV-EXCLUDED (WS-ENV-IDX))
                           AND WS-ENV-PRINTED-SW (WS-ENV-IDX) = "N"
                       IF WS-ENV-FOUND-IDX = ZERO
                           MOVE WS-ENV-IDX TO WS-ENV-FOUND-IDX
                       ELSE
                           IF WS-ENV-DATE (WS-ENV-IDX) <
                                   WS-ENV-DATE (WS-ENV-FOUND-IDX)
                               MOVE WS-ENV-IDX TO WS-ENV-FOUND-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ENV-FOUND-IDX = ZERO
                   MOVE "N" TO WS-MORE-DATES-SW
               ELSE
                   PERFORM WRITE-REPLAYED-DATE-LINE
                   MOVE "Y" TO WS-ENV-PRINTED-SW (WS-ENV-FOUND-IDX)
               END-IF
           END-PERFORM.

       WRITE-REPLAYED-DATE-LINE.
           MOVE WS-ENV-DATE (WS-ENV-FOUND-IDX) TO WS-DTL-DATE
           MOVE "CASEGEN" TO WS-DTL-SOURCE
           MOVE WS-ENV-RESTORED (WS-ENV-FOUND-IDX) TO WS-DTL-RESTORED
           EVALUATE TRUE
               WHEN WS-ENV-EXCLUDED (WS-ENV-FOUND-IDX)
                   MOVE SPACES TO WS-DTL-TOT-DATE
                   MOVE SPACES TO WS-DTL-TOT-CASES-X
                   MOVE "RUN DATE REMOVED - NOT RESTORED"
                       TO WS-DTL-RESULT
                   ADD WS-ENV-DETAILS (WS-ENV-FOUND-IDX)
                       TO WS-REMOVED-COUNT
               WHEN NOT WS-ENV-GOOD (WS-ENV-FOUND-IDX)
                   MOVE SPACES TO WS-DTL-TOT-DATE
                   MOVE SPACES TO WS-DTL-TOT-CASES-X
                   MOVE "ENVELOPE FAILED - NOT RESTORED"
                       TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE WS-ENV-DATE (WS-ENV-FOUND-IDX) TO WS-CMP-DATE
                   MOVE WS-ENV-RESTORED (WS-ENV-FOUND-IDX)
                       TO WS-CMP-COUNT
                   PERFORM COMPARE-WITH-TOTALS
           END-EVALUATE
           WRITE RCVR-REPORT-LINE FROM WS-DATE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       COMPARE-WITH-TOTALS.
      *    THE NIGHT'S TOTALS GENERATION IS DATED WITH ITS CLEAN
      *    END DATE FROM RUNHIST (THE RUN DATE ITSELF WHEN RUNHIST
      *    DOES NOT HAVE THE NIGHT).  THE NEWEST GENERATION WITH
      *    THAT DATE IS USED, AS IN FZBZCHGB.  A DATE OLDER THAN
      *    EVERY KEPT TOTALS GENERATION HAS ROLLED OFF THAT GDG
      *    AND CANNOT BE PROVED EITHER WAY.
           MOVE WS-CMP-DATE TO WS-CMP-TOT-DATE
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NIGHT-DATE (WS-NIGHT-IDX) = WS-CMP-DATE
                   MOVE WS-NIGHT-END-DATE (WS-NIGHT-IDX)
                       TO WS-CMP-TOT-DATE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-TOT-FOUND-IDX
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
                       OR WS-TOT-FOUND-IDX NOT = ZERO
               IF WS-TOT-DATE (WS-TOT-IDX) = WS-CMP-TOT-DATE
                   MOVE WS-TOT-IDX TO WS-TOT-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TOT-FOUND-IDX NOT = ZERO
                   MOVE WS-CMP-TOT-DATE TO WS-DTL-TOT-DATE
                   MOVE WS-TOT-CASES (WS-TOT-FOUND-IDX)
                       TO WS-DTL-TOT-CASES
                   IF WS-TOT-CASES (WS-TOT-FOUND-IDX) = WS-CMP-COUNT
                       MOVE "AGREES WITH TOTALS" TO WS-DTL-RESULT
                   ELSE
                       MOVE "DOES NOT AGREE WITH TOTALS"
                           TO WS-DTL-RESULT
                       DISPLAY "FZBZ0184E RUN DATE " WS-CMP-DATE
                           " RESTORED " WS-CMP-COUNT " RECORDS BUT "
                           "ITS TOTALS GENERATION SHOWS "
                           WS-TOT-CASES (WS-TOT-FOUND-IDX) " CASES"
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN WS-TOT-COUNT = ZERO
                       OR WS-CMP-TOT-DATE < WS-OLDEST-TOT-DATE
                   MOVE SPACES TO WS-DTL-TOT-DATE
                   MOVE SPACES TO WS-DTL-TOT-CASES-X
                   MOVE "TOTALS NO LONGER KEPT" TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-TOT-DATE
                   MOVE SPACES TO WS-DTL-TOT-CASES-X
                   MOVE "NO TOTALS GENERATION - NOT PROVED"
                       TO WS-DTL-RESULT
                   DISPLAY "FZBZ0183W NO TOTALS GENERATION FOR RUN "
                       "DATE " WS-CMP-DATE " - ITS " WS-CMP-COUNT
                       " RESTORED RECORDS ARE NOT PROVED"
                   SET WS-RUN-WARNED TO TRUE
           END-EVALUATE.

       CHECK-MISSING-NIGHTS.
      *    EVERY CLEAN NIGHT AFTER THE BACKUP POINT MUST HAVE BEEN
      *    REPLAYED, OR THE REBUILT HISTORY HAS A HOLE.  WITH NO
      *    BACKUP THE HISTORY CAN ONLY START AT THE OLDEST KEPT
      *    GENERATION, SO THE CHECK STARTS THERE.
           IF WS-BACKUP-POINT = ZERO
               MOVE WS-OLDEST-ENV-DATE TO WS-LOW-NIGHT-DATE
           ELSE
               MOVE WS-BACKUP-POINT TO WS-LOW-NIGHT-DATE
               ADD 1 TO WS-LOW-NIGHT-DATE
           END-IF
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NIGHT-DATE (WS-NIGHT-IDX) NOT < WS-LOW-NIGHT-DATE
                       AND (NOT WS-REMOVE-REQUESTED
                           OR WS-NIGHT-DATE (WS-NIGHT-IDX)
                               NOT = WS-REMOVE-DATE)
                   MOVE ZERO TO WS-ENV-FOUND-IDX
                   PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                           UNTIL WS-ENV-IDX > WS-ENV-COUNT
                       IF WS-ENV-REPLAYED (WS-ENV-IDX)
                               AND WS-ENV-DATE (WS-ENV-IDX) =
                                   WS-NIGHT-DATE (WS-NIGHT-IDX)
                           MOVE WS-ENV-IDX TO WS-ENV-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ENV-FOUND-IDX = ZERO
                       PERFORM WRITE-MISSING-NIGHT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-MISSING-NIGHT-LINE.
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-NIGHT-DATE (WS-NIGHT-IDX) TO WS-DTL-DATE
           MOVE "RUNHIST" TO WS-DTL-SOURCE
           MOVE ZERO TO WS-DTL-RESTORED
           MOVE SPACES TO WS-DTL-TOT-DATE
           MOVE SPACES TO WS-DTL-TOT-CASES-X
           MOVE "CLEAN NIGHT NOT KEPT - NOT RESTORED"
               TO WS-DTL-RESULT
           WRITE RCVR-REPORT-LINE FROM WS-DATE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY "FZBZ0185E RUN DATE " WS-NIGHT-DATE (WS-NIGHT-IDX)
               " RAN CLEAN BUT NO KEPT GENERATION COVERS IT - THE "
               "REBUILT HISTORY IS MISSING THAT NIGHT"
           SET WS-RUN-FAILED TO TRUE.

       REMOVE-RUN-DATE.
      *    IN-PLACE REMOVAL FROM THE CLUSTER ON CASEHIST: EVERY
      *    RECORD KEYED UNDER THE RUN DATE, FOUND BY POSITIONING
      *    AT THE DATE AND READING FORWARD UNTIL IT CHANGES.
           OPEN I-O CASE-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FZBZ0179E ROUTING HISTORY CLUSTER NOT "
                   "AVAILABLE - STATUS " WS-HIST-STATUS
                   " - RUN DATE NOT REMOVED"
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE "N" TO WS-HIST-AT-END-SW
               MOVE WS-REMOVE-DATE TO CASEH-RUN-DATE
               MOVE ZERO TO CASEH-CASE-NUMBER
               START CASE-HIST-FILE KEY IS NOT LESS THAN CASEH-KEY
                   INVALID KEY
                       SET WS-HIST-AT-END TO TRUE
               END-START
               IF NOT WS-HIST-AT-END
                   PERFORM READ-NEXT-HIST-RECORD
               END-IF
               PERFORM UNTIL WS-HIST-AT-END
                   DELETE CASE-HIST-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "FZBZ0179E ROUTING HISTORY DELETE "
                           "FAILED FOR CASE " CASEH-CASE-NUMBER
                           " - STATUS " WS-HIST-STATUS " - RUN DATE "
                           WS-REMOVE-DATE " ONLY PARTLY REMOVED"
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-HIST-AT-END TO TRUE
                   ELSE
                       ADD 1 TO WS-REMOVED-COUNT
                       PERFORM READ-NEXT-HIST-RECORD
                   END-IF
               END-PERFORM
               CLOSE CASE-HIST-FILE
               IF WS-REMOVED-COUNT = ZERO
                   DISPLAY "FZBZ0190W NO ROUTING HISTORY RECORDS FOR "
                       "RUN DATE " WS-REMOVE-DATE " - NOTHING REMOVED"
                   SET WS-RUN-WARNED TO TRUE
               ELSE
                   DISPLAY "FZBZ0189I " WS-REMOVED-COUNT
                       " ROUTING HISTORY RECORDS REMOVED FOR RUN DATE "
                       WS-REMOVE-DATE
               END-IF
           END-IF.

       READ-NEXT-HIST-RECORD.
           READ CASE-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-AT-END TO TRUE
               NOT AT END
                   IF CASEH-RUN-DATE NOT = WS-REMOVE-DATE
                       SET WS-HIST-AT-END TO TRUE
                   END-IF
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO WS-TITLE-RUN-DATE
           WRITE RCVR-REPORT-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE.

       WRITE-REPORT-GENERATIONS.
           MOVE "KEPT CASEOUT GENERATIONS (NEWEST FIRST)"
               TO WS-SECTION-LINE
           WRITE RCVR-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RCVR-REPORT-LINE FROM WS-GEN-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               COMPUTE WS-GEN-REL-NUMBER = 1 - WS-ENV-IDX
               MOVE WS-GEN-REL-NUMBER TO WS-GEN-REL
               MOVE WS-ENV-DATE (WS-ENV-IDX) TO WS-GEN-DATE
               MOVE WS-ENV-DETAILS (WS-ENV-IDX) TO WS-GEN-DETAILS
               MOVE WS-ENV-TRAILER (WS-ENV-IDX) TO WS-GEN-TRAILER
               EVALUATE TRUE
                   WHEN WS-ENV-GOOD (WS-ENV-IDX)
                       MOVE "GOOD" TO WS-GEN-STATE
                   WHEN WS-ENV-COUNT-OFF (WS-ENV-IDX)
                       MOVE "COUNT MISMATCH" TO WS-GEN-STATE
                   WHEN OTHER
                       MOVE "NO TRAILER" TO WS-GEN-STATE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-ENV-REPLAYED (WS-ENV-IDX)
                           AND NOT WS-ENV-GOOD (WS-ENV-IDX)
                       MOVE "FAILED ITS CHECKS - NOT REPLAYED"
                           TO WS-GEN-USE
                   WHEN WS-ENV-REPLAYED (WS-ENV-IDX)
                       MOVE "REPLAYED" TO WS-GEN-USE
                   WHEN WS-ENV-SUPERSEDED (WS-ENV-IDX)
                       MOVE "SUPERSEDED BY A NEWER GENERATION"
                           TO WS-GEN-USE
                   WHEN WS-ENV-IN-BACKUP (WS-ENV-IDX)
                       MOVE "ALREADY ON THE BACKUP" TO WS-GEN-USE
                   WHEN WS-ENV-EXCLUDED (WS-ENV-IDX)
                       MOVE "RUN DATE REMOVED" TO WS-GEN-USE
                   WHEN OTHER
                       MOVE SPACES TO WS-GEN-USE
               END-EVALUATE
               IF WS-ENV-IDX = WS-MASTER-ENV
                   IF WS-ENV-REPLAYED (WS-ENV-IDX)
                       MOVE "REPLAYED, CASE MASTER RELOADED"
                           TO WS-GEN-USE
                   ELSE
                       MOVE "CASE MASTER RELOADED" TO WS-GEN-USE
                   END-IF
               END-IF
               WRITE RCVR-REPORT-LINE FROM WS-GEN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           IF WS-ENV-COUNT = ZERO
               MOVE "NO KEPT GENERATIONS ON CASEGEN" TO WS-SECTION-LINE
               WRITE RCVR-REPORT-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE AFTER ADVANCING 1 LINE
           IF WS-REBUILD-REQUESTED
               MOVE "HISTORY RECORDS RESTORED FROM THE BACKUP"
                   TO WS-SUMMARY-TEXT
               MOVE WS-BKUP-RESTORED TO WS-SUMMARY-COUNT
               WRITE RCVR-REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "HISTORY RECORDS REPLAYED FROM KEPT GENERATIONS"
                   TO WS-SUMMARY-TEXT
               MOVE WS-REPLAY-RESTORED TO WS-SUMMARY-COUNT
               WRITE RCVR-REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "CLEAN NIGHTS THE REBUILD COULD NOT RESTORE"
                   TO WS-SUMMARY-TEXT
               MOVE WS-MISSING-COUNT TO WS-SUMMARY-COUNT
               WRITE RCVR-REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-REMOVE-REQUESTED
               MOVE "HISTORY RECORDS REMOVED FOR RUN DATE"
                   TO WS-SUMMARY-TEXT
               MOVE WS-REMOVE-DATE TO WS-SUMMARY-TEXT (38:6)
               MOVE WS-REMOVED-COUNT TO WS-SUMMARY-COUNT
               WRITE RCVR-REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-MASTER-REQUESTED
               MOVE "CASE MASTER RECORDS RELOADED FOR RUN DATE"
                   TO WS-SUMMARY-TEXT
               MOVE WS-MASTER-DATE TO WS-SUMMARY-TEXT (43:6)
               MOVE WS-MASTER-COUNT TO WS-SUMMARY-COUNT
               WRITE RCVR-REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       READ-GEN-RECORD.
           READ CASE-GEN-FILE
               AT END
                   SET WS-GEN-AT-END TO TRUE
           END-READ.

       READ-BACKUP-RECORD.
           READ HIST-BACKUP-FILE INTO CASE-HIST-RECORD
               AT END
                   SET WS-BKUP-AT-END TO TRUE
           END-READ.

       READ-TOTALS-RECORD.
           READ TOTALS-IN-FILE
               AT END
                   SET WS-TOTALS-AT-END TO TRUE
           END-READ.

       ABEND-TABLE-OVERFLOW.
           DISPLAY "FZBZ0191E MORE THAN 99 KEPT CASEOUT OR TOTALS "
               "GENERATIONS - RAISE THE TABLE SIZE IN FZBZRCVR.  "
               "NOTHING RECOVERED."
           CLOSE RCVR-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
