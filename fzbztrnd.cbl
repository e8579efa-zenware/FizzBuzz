      *    PLUS A FLAG ON ANY DAY A QUEUE APPEARS OR        *
      *    DISAPPEARS.  GENERATIONS ARRIVE NEWEST FIRST     *
      *    FROM THE CONCATENATION, SO RUNS ARE RE-SORTED    *
      *    INTO DATE ORDER BEFORE PRINTING.  THE REGION     *
      *    RECORDS OF INTAKE-MODE GENERATIONS ARE ROLLED UP *
      *    INTO A MONTH-TO-DATE VOLUME-BY-REGION SECTION ON *
      *    THE SAME QUEUE COLUMNS.  THE GDG KEEPS 62        *
      *    GENERATIONS FOR THE CHARGEBACK; THE TREND TAKES  *
      *    ONLY THE NEWEST 31 AND SKIPS THE OLDER ONES      *
      *    (FZBZ0034I), SO IT STAYS A MONTH AT A GLANCE.    *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TOTALS-AT-END-SW PIC X VALUE "N".
           88 WS-TOTALS-AT-END VALUE "Y".
       01 WS-RUN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SKIPPED-GEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GEN-SKIPPED-SW PIC X VALUE "N".
           88 WS-GEN-SKIPPED VALUE "Y".
       01 WS-RUN-IDX PIC 9(2).
       01 WS-RUN-IDX2 PIC 9(2).
       01 WS-INSERT-IDX PIC 9(2).
      *    ONE ROW PER GDG GENERATION (THE NEWEST 31), RE-SORTED
      *    ASCENDING BY RUN DATE AS ROWS ARE INSERTED.  EACH ROW'S
      *    HIT SLOTS LINE UP POSITIONALLY WITH WS-COL-TABLE BELOW;
      *    A ZERO SLOT WITH THE PRESENT SWITCH OFF MEANS THE QUEUE
               10 WS-COL-MAX           PIC 9(5).
               10 WS-COL-DAYS          PIC 9(2).
       01 WS-QUEUE-IDX PIC 9(2).
       01 WS-FIND-CODE PIC X(20).
      *    MONTH-TO-DATE VOLUME PER INTAKE REGION (SEE TOTREC'S
      *    REGION RECORDS), ONE ROW PER REGION ACROSS THE SAME
      *    QUEUE COLUMNS AS THE MATRIX.  GENERATED-RANGE RUNS AND
      *    GENERATIONS WRITTEN BEFORE REGIONS WERE CARRIED ADD
      *    NOTHING HERE.  20 MATCHES THE NIGHTLY RUN'S OWN REGION
      *    TALLY LIMIT; A MONTH WITH MORE DISTINCT REGIONS FAILS
      *    THE STEP RATHER THAN DROPPING ONE.
       01 WS-RGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RGN-IDX PIC 9(2).
       01 WS-RGN-FOUND-IDX PIC 9(2).
       01 WS-RGN-FOUND-SW PIC X.
           88 WS-RGN-FOUND VALUE "Y".
       01 WS-RGN-TABLE.
           05 WS-RGN-ENTRY OCCURS 20 TIMES.
               10 WS-RGN-ID            PIC X(2).
               10 WS-RGN-CASES         PIC 9(7).
               10 WS-RGN-DAYS          PIC 9(2).
               10 WS-RGN-HITS OCCURS 20 TIMES PIC 9(7).
       01 WS-AVG-HITS PIC 9(5).
       01 WS-FLAG-SW PIC X.
           88 WS-FLAG-DAY VALUE "Y".
       01 WS-SUMMARY-LINE.
           05 WS-SUMMARY-LABEL        PIC X(8).
           05 WS-SUMMARY-COLS         PIC X(124).
      *    A MONTH TOTAL TOPS OUT AT 31 DAYS X 99999 CASES =
      *    3099969 - ONE DIGIT MORE THAN THE SIX-BYTE CELL.  A TOTAL
      *    ABOVE 999999 IS SHOWN IN THOUSANDS WITH A "K" SUFFIX SO
      *    THE COLUMNS STILL LINE UP UNDER THE DAILY CELLS.
       01 WS-SUMMARY-CELL.
           05 WS-SUMMARY-HITS         PIC ZZZZZ9.
       01 WS-SUMMARY-K-CELL.
           05 WS-SUMMARY-K-HITS       PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE "K".
       01 WS-SUMMARY-THOUSANDS PIC 9(5).
       01 WS-FLAG-NOTE-LINE.
           05 FILLER                  PIC X(6) VALUE "NOTE  ".
           05 WS-FLAG-NOTE-QUEUE      PIC X(20).
           05 WS-FLAG-NOTE-TEXT       PIC X(12).
           05 FILLER                  PIC X(4) VALUE " ON ".
           05 WS-FLAG-NOTE-DATE       PIC 9(6).
       01 WS-RGN-TITLE-LINE           PIC X(60) VALUE
           "VOLUME BY INTAKE REGION - MONTH TO DATE (INTAKE RUNS)".
       01 WS-RGN-LABEL.
           05 FILLER                  PIC X(4) VALUE "RGN ".
           05 WS-RGN-LABEL-ID         PIC X(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
       01 WS-RGN-CASES-LINE.
           05 FILLER                  PIC X(7) VALUE "REGION ".
           05 WS-RGN-CASES-ID         PIC X(2).
           05 FILLER                  PIC X(7) VALUE " CASES ".
           05 WS-RGN-CASES-TOTAL      PIC Z(6)9.
           05 FILLER                  PIC X(4) VALUE " ON ".
           05 WS-RGN-CASES-DAYS       PIC Z9.
           05 FILLER                  PIC X(10) VALUE " RUN DATES".
       01 WS-CELL-PTR PIC 9(3).
       PROCEDURE DIVISION.
       FZBZ-TREND-MAIN SECTION.
               STOP RUN
           END-IF
           PERFORM READ-TOTALS-RECORD
      *    A REGION RECORD (MARKER "RG") FOLLOWS ITS GENERATION'S
      *    CONTROL RECORD AND IS NOT A GENERATION OF ITS OWN.
      *    ONCE THE RUN TABLE HOLDS THE NEWEST 31 GENERATIONS THE
      *    OLDER ONES STILL ON THE GDG - AND THEIR REGION RECORDS -
      *    ARE COUNTED AND SKIPPED.
           PERFORM UNTIL WS-TOTALS-AT-END
               IF TOT-RGN-MARKER = "RG"
                   IF NOT WS-GEN-SKIPPED
                       PERFORM STORE-REGION-RECORD
                   END-IF
               ELSE
                   IF WS-RUN-COUNT = 31
                       SET WS-GEN-SKIPPED TO TRUE
                       ADD 1 TO WS-SKIPPED-GEN-COUNT
                   ELSE
                       PERFORM STORE-GENERATION
                   END-IF
               END-IF
               PERFORM READ-TOTALS-RECORD
           END-PERFORM
           CLOSE TOTALS-IN-FILE
           IF WS-SKIPPED-GEN-COUNT > ZERO
               DISPLAY "FZBZ0034I " WS-SKIPPED-GEN-COUNT " OLDER "
                   "TOTALS GENERATIONS SKIPPED - THE TREND COVERS "
                   "THE NEWEST 31"
           END-IF
           IF WS-RUN-COUNT = ZERO
               DISPLAY "FZBZ0032E TOTALS GDG HOLDS NO GENERATIONS "
                   "WITH RECORDS - CANNOT BUILD TREND REPORT"
           PERFORM WRITE-REPORT-BODY
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM WRITE-APPEARANCE-NOTES
           IF WS-RGN-COUNT > ZERO
               PERFORM WRITE-REGION-SUMMARY
           END-IF
           CLOSE TREND-REPORT-FILE
           DISPLAY "FZBZ0033I TREND REPORT COMPLETE - "
               WS-RUN-COUNT " GENERATIONS, " WS-COL-COUNT
      *    EACH OF ITS QUEUE COUNTS UNDER THAT QUEUE'S REPORT
      *    COLUMN, ADDING A NEW COLUMN THE FIRST TIME A CODE IS
      *    SEEN IN ANY GENERATION.
           MOVE WS-RUN-COUNT TO WS-INSERT-IDX
           ADD 1 TO WS-INSERT-IDX
           PERFORM UNTIL WS-INSERT-IDX = 1
           END-PERFORM
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > TOT-QUEUE-COUNT
               MOVE TOT-QUEUE-CODE (WS-QUEUE-IDX) TO WS-FIND-CODE
               PERFORM FIND-QUEUE-COLUMN
               MOVE TOT-QUEUE-HITS (WS-QUEUE-IDX)
                   TO WS-RUN-HITS (WS-INSERT-IDX WS-COL-FOUND-IDX)
           MOVE "N" TO WS-COL-FOUND-SW
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               IF WS-COL-CODE (WS-COL-IDX) = WS-FIND-CODE
                   MOVE WS-COL-IDX TO WS-COL-FOUND-IDX
                   SET WS-COL-FOUND TO TRUE
               END-IF
                   STOP RUN
               END-IF
               ADD 1 TO WS-COL-COUNT
               MOVE WS-FIND-CODE TO WS-COL-CODE (WS-COL-COUNT)
               MOVE ZERO TO WS-COL-TOTAL (WS-COL-COUNT)
               MOVE 99999 TO WS-COL-MIN (WS-COL-COUNT)
               MOVE ZERO TO WS-COL-MAX (WS-COL-COUNT)
               MOVE WS-COL-COUNT TO WS-COL-FOUND-IDX
           END-IF.

       STORE-REGION-RECORD.
      *    ADDS ONE GENERATION'S REGION RECORD INTO THAT REGION'S
      *    MONTH-TO-DATE ROW, FILING EACH QUEUE COUNT UNDER ITS
      *    MATRIX COLUMN.
           MOVE "N" TO WS-RGN-FOUND-SW
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-ID (WS-RGN-IDX) = TOT-RGN-REGION
                   MOVE WS-RGN-IDX TO WS-RGN-FOUND-IDX
                   SET WS-RGN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RGN-FOUND
               IF WS-RGN-COUNT = 20
                   DISPLAY "FZBZ0138E MORE THAN 20 DISTINCT INTAKE "
                       "REGIONS ACROSS THE TOTALS GENERATIONS - THE "
                       "REGION SECTION ONLY HOLDS 20.  STEP FAILING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RGN-COUNT
               MOVE TOT-RGN-REGION TO WS-RGN-ID (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-CASES (WS-RGN-COUNT)
               MOVE ZERO TO WS-RGN-DAYS (WS-RGN-COUNT)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > 20
                   MOVE ZERO TO WS-RGN-HITS (WS-RGN-COUNT WS-COL-IDX)
               END-PERFORM
               MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX
           END-IF
           ADD TOT-RGN-CASES TO WS-RGN-CASES (WS-RGN-FOUND-IDX)
           ADD 1 TO WS-RGN-DAYS (WS-RGN-FOUND-IDX)
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > TOT-RGN-QUEUE-COUNT
               MOVE TOT-RGN-QUEUE-CODE (WS-QUEUE-IDX) TO WS-FIND-CODE
               PERFORM FIND-QUEUE-COLUMN
               ADD TOT-RGN-QUEUE-HITS (WS-QUEUE-IDX)
                   TO WS-RGN-HITS (WS-RGN-FOUND-IDX WS-COL-FOUND-IDX)
           END-PERFORM.

       COMPUTE-COLUMN-SUMMARIES.
      *    MONTH TOTAL, MIN AND MAX PER QUEUE ARE TAKEN OVER THE
      *    DAYS THE QUEUE WAS ACTUALLY PRESENT; WS-COL-DAYS CARRIES
           MOVE 1 TO WS-CELL-PTR
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-COUNT
               IF WS-COL-TOTAL (WS-COL-IDX) > 999999
                   COMPUTE WS-SUMMARY-THOUSANDS ROUNDED =
                       WS-COL-TOTAL (WS-COL-IDX) / 1000
                   MOVE WS-SUMMARY-THOUSANDS TO WS-SUMMARY-K-HITS
                   MOVE WS-SUMMARY-K-CELL
                       TO WS-SUMMARY-COLS (WS-CELL-PTR : 6)
               ELSE
                   MOVE WS-COL-TOTAL (WS-COL-IDX) TO WS-SUMMARY-HITS
                   MOVE WS-SUMMARY-CELL
                       TO WS-SUMMARY-COLS (WS-CELL-PTR : 6)
               END-IF
               ADD 6 TO WS-CELL-PTR
           END-PERFORM
           WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REGION-SUMMARY.
      *    ONE ROW PER INTAKE REGION UNDER THE SAME C01..C20
      *    COLUMNS AS THE MATRIX, TOTALS SHOWN AS IN THE "TOTAL"
      *    LINE, THEN EACH REGION'S CASE COUNT AND THE NUMBER OF
      *    RUN DATES IT APPEARED ON.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - WS-RGN-COUNT - 6
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE TREND-REPORT-LINE FROM WS-RGN-TITLE-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               MOVE WS-RGN-ID (WS-RGN-IDX) TO WS-RGN-LABEL-ID
               MOVE WS-RGN-LABEL TO WS-SUMMARY-LABEL
               MOVE SPACES TO WS-SUMMARY-COLS
               MOVE 1 TO WS-CELL-PTR
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > WS-COL-COUNT
                   IF WS-RGN-HITS (WS-RGN-IDX WS-COL-IDX) > 999999
                       COMPUTE WS-SUMMARY-THOUSANDS ROUNDED =
                           WS-RGN-HITS (WS-RGN-IDX WS-COL-IDX) / 1000
                       MOVE WS-SUMMARY-THOUSANDS TO WS-SUMMARY-K-HITS
                       MOVE WS-SUMMARY-K-CELL
                           TO WS-SUMMARY-COLS (WS-CELL-PTR : 6)
                   ELSE
                       MOVE WS-RGN-HITS (WS-RGN-IDX WS-COL-IDX)
                           TO WS-SUMMARY-HITS
                       MOVE WS-SUMMARY-CELL
                           TO WS-SUMMARY-COLS (WS-CELL-PTR : 6)
                   END-IF
                   ADD 6 TO WS-CELL-PTR
               END-PERFORM
               WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               MOVE WS-RGN-ID (WS-RGN-IDX) TO WS-RGN-CASES-ID
               MOVE WS-RGN-CASES (WS-RGN-IDX) TO WS-RGN-CASES-TOTAL
               MOVE WS-RGN-DAYS (WS-RGN-IDX) TO WS-RGN-CASES-DAYS
               WRITE TREND-REPORT-LINE FROM WS-RGN-CASES-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
