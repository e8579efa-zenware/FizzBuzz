       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-CHARGEBACK.
      ******************************************************
      *    FZBZCHGB MONTH-END CHARGEBACK EXTRACT           *
      *    PRICES THE CASES ROUTED TO EACH DOWNSTREAM      *
      *    QUEUE IN ONE BILLING MONTH FOR FINANCE'S        *
      *    DEPARTMENTAL RECHARGE.  READS EVERY KEPT        *
      *    GENERATION OF THE CONTROL-TOTAL GDG (TOTALSIN - *
      *    THE GDG BASE NAME IN THE JCL CONCATENATES THEM, *
      *    NEWEST FIRST) AND BILLS EACH GENERATION WHOSE   *
      *    RUN DATE FALLS IN THE MONTH NAMED ON SYSIN,     *
      *    PRICING EVERY QUEUE CODE'S HITS ON THE RATE     *
      *    CARD (RATECARD, SEE RATEREC) IN FORCE ON THAT   *
      *    RUN DATE.  THE BILLED VOLUME IS THE QUEUE HITS  *
      *    OF TOT-QUEUE-ENTRY - THE SAME FIGURES THE TREND *
      *    REPORT PRINTS - SO EVERY CASE IS PRICED EXACTLY *
      *    ONCE.  THE SUPERVISOR OVERRIDE TARGETS          *
      *    (TOT-OVERRIDE-ENTRY) ARE SHOWN AS A MEMO: THE   *
      *    TOTALS DO NOT SAY WHICH QUEUE AN OVERRIDDEN     *
      *    CASE WAS TAKEN FROM, SO THEY CANNOT BE MOVED    *
      *    BETWEEN DEPARTMENTS WITHOUT BILLING THE CASE    *
      *    TWICE.                                          *
      *    WRITES THE GENERAL-LEDGER INTERFACE FILE        *
      *    (GLOUT, SEE CHGBREC) - ONE RECORD PER QUEUE,    *
      *    COST CENTER AND RATE, AND A CONTROL TRAILER -   *
      *    AND PRINTS A RECONCILIATION (CHGBRPT) THAT TIES *
      *    THE BILLED CASES PLUS THE UNRATED CASES BACK TO *
      *    THE CASE COUNTS OF THE MONTH'S GENERATIONS (THE *
      *    STREAM TOTALS, TOT-STREAM-CASES).  A QUEUE      *
      *    WITH NO RATE CARD FOR A RUN DATE IS LISTED AS   *
      *    UNRATED AND NEVER BILLED AT ZERO.               *
      *    CONDITION CODE 4 - THE FEED IS HELD - WHEN ANY  *
      *    CASES ARE UNRATED, WHEN TWO GENERATIONS CARRY   *
      *    THE SAME RUN DATE (THE NEWEST IS BILLED, THE    *
      *    OLDER LISTED AS SUPERSEDED), OR WHEN NO         *
      *    GENERATION FROM BEFORE THE MONTH IS STILL KEPT, *
      *    SO THE MONTH'S FIRST NIGHTS MAY HAVE ROLLED OFF *
      *    THE GDG.                                        *
      *    SYSIN: ONE CARD, KEYWORD IN COLUMNS 1-7 AS ON   *
      *    FZBZWDOG'S CARDS -                              *
      *        MONTH   YYMM      BILLING MONTH (COLS 9-12) *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO RATECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TOTALS-IN-FILE ASSIGN TO TOTALSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTALS-IN-STATUS.
           SELECT GL-OUT-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT CHGB-REPORT-FILE ASSIGN TO CHGBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 MONTH-CARD.
           05 MONTH-KEYWORD            PIC X(7).
           05 FILLER                   PIC X(1).
           05 MONTH-BILL-MONTH         PIC X(4).
           05 MONTH-BILL-MONTH-N REDEFINES MONTH-BILL-MONTH.
               10 MONTH-BILL-YY        PIC 9(2).
               10 MONTH-BILL-MM        PIC 9(2).
           05 FILLER                   PIC X(68).
       FD  RATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RATEREC.
       FD  TOTALS-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 964 CHARACTERS.
           COPY TOTREC.
       FD  GL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGBREC.
       FD  CHGB-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 CHGB-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-RATE-STATUS PIC XX VALUE "00".
       01 WS-TOTALS-IN-STATUS PIC XX VALUE "00".
       01 WS-GL-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-SYSIN-AT-END VALUE "Y".
       01 WS-RATE-AT-END-SW PIC X VALUE "N".
           88 WS-RATE-AT-END VALUE "Y".
       01 WS-TOTALS-AT-END-SW PIC X VALUE "N".
           88 WS-TOTALS-AT-END VALUE "Y".
       01 WS-CARD-ERRORS-SW PIC X VALUE "N".
           88 WS-CARD-ERRORS VALUE "Y".
       01 WS-MONTH-SEEN-SW PIC X VALUE "N".
           88 WS-MONTH-SEEN VALUE "Y".
       01 WS-OLDER-SEEN-SW PIC X VALUE "N".
           88 WS-OLDER-SEEN VALUE "Y".
       01 WS-CARD-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-BILL-MONTH PIC 9(4) VALUE ZERO.
       01 WS-RUN-MONTH PIC 9(4).
       01 WS-CHECK-DATE PIC 9(6).
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YY PIC 9(2).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).
       01 WS-DATE-OK-SW PIC X.
           88 WS-DATE-OK VALUE "Y".
      *    THE RATE CARDS, IN DECK ORDER.  EACH CARD ALSO
      *    ACCUMULATES THE CASES PRICED ON IT, SO THE GENERAL-
      *    LEDGER RECORDS ARE SIMPLY THE CARDS THAT BILLED
      *    ANYTHING.  AN OPEN-ENDED CARD'S EFF-TO IS HELD AS
      *    999999.
       01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RATE-IDX PIC 9(3).
       01 WS-RATE-IDX2 PIC 9(3).
       01 WS-RATE-FOUND-IDX PIC 9(3).
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RATE-CARD-NO      PIC 9(3).
               10 WS-RATE-QUEUE        PIC X(20).
               10 WS-RATE-COST-CENTER  PIC X(8).
               10 WS-RATE-FROM         PIC 9(6).
               10 WS-RATE-TO           PIC 9(6).
               10 WS-RATE-AMOUNT       PIC 9(4)V99.
               10 WS-RATE-CASES        PIC 9(9).
      *    ONE ROW PER GENERATION DATED IN THE BILLING MONTH (THE
      *    GDG KEEPS 62, SO A MONTH WITH RERUNS STILL FITS), IN
      *    ASCENDING RUN-DATE ORDER AS ROWS ARE INSERTED.  THE
      *    CASES COLUMN IS THE GENERATION'S OWN CASE COUNT (THE
      *    SUM OF TOT-STREAM-CASES, AS FZBZBAL BALANCES IT), NOT
      *    THE QUEUE HITS THAT ARE BILLED AGAINST IT.
       01 WS-GEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GEN-IDX PIC 9(2).
       01 WS-INSERT-IDX PIC 9(2).
       01 WS-GEN-TABLE.
           05 WS-GEN-ROW OCCURS 62 TIMES.
               10 WS-GEN-DATE          PIC 9(6).
               10 WS-GEN-CASES         PIC 9(7).
               10 WS-GEN-BILLED        PIC 9(7).
               10 WS-GEN-UNRATED       PIC 9(7).
               10 WS-GEN-OVERRIDES     PIC 9(5).
               10 WS-GEN-SUPERSEDED-SW PIC X(1).
                   88 WS-GEN-SUPERSEDED VALUE "Y".
       01 WS-NEW-GEN-ROW.
           05 WS-NEW-GEN-DATE          PIC 9(6).
           05 WS-NEW-GEN-CASES         PIC 9(7).
           05 WS-NEW-GEN-BILLED        PIC 9(7).
           05 WS-NEW-GEN-UNRATED       PIC 9(7).
           05 WS-NEW-GEN-OVERRIDES     PIC 9(5).
           05 WS-NEW-GEN-SUPERSEDED-SW PIC X(1).
       01 WS-SUPERSEDED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BILLED-GEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-QUEUE-IDX PIC 9(2).
       01 WS-STREAM-IDX PIC 9(2).
      *    QUEUE CODES WITH NO RATE CARD ON ONE OR MORE RUN DATES,
      *    AND THE MONTH'S OVERRIDE TARGET QUEUES.  40 IS TWICE
      *    THE NIGHTLY RUN'S OWN 20-CODE LIMIT, ROOM FOR A MONTH
      *    IN WHICH THE RULE DECK CHANGED.
       01 WS-UNR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-UNR-IDX PIC 9(2).
       01 WS-UNR-FOUND-IDX PIC 9(2).
       01 WS-UNR-TABLE.
           05 WS-UNR-ENTRY OCCURS 40 TIMES.
               10 WS-UNR-QUEUE         PIC X(20).
               10 WS-UNR-CASES         PIC 9(9).
               10 WS-UNR-DAYS          PIC 9(2).
               10 WS-UNR-FIRST         PIC 9(6).
               10 WS-UNR-LAST          PIC 9(6).
       01 WS-OVR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OVR-IDX PIC 9(2).
       01 WS-OVR-FOUND-IDX PIC 9(2).
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 40 TIMES.
               10 WS-OVR-QUEUE         PIC X(20).
               10 WS-OVR-CASES         PIC 9(9).
       01 WS-MONTH-CASES PIC 9(9) VALUE ZERO.
       01 WS-BILLED-CASES PIC 9(9) VALUE ZERO.
       01 WS-UNRATED-CASES PIC 9(9) VALUE ZERO.
       01 WS-OVERRIDE-CASES PIC 9(9) VALUE ZERO.
       01 WS-CHECK-CASES PIC 9(9).
       01 WS-LINE-AMOUNT PIC 9(11)V99.
       01 WS-BILLED-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-RECORDS PIC 9(5) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER                  PIC X(45) VALUE
               "FIZZBUZZ MONTHLY CHARGEBACK RECONCILIATION".
           05 FILLER                  PIC X(14)
               VALUE "BILLING MONTH=".
           05 WS-TITLE-MONTH          PIC 9(4).
       01 WS-SECTION-LINE             PIC X(70).
       01 WS-GEN-HEADING-LINE.
           05 FILLER                  PIC X(10) VALUE "RUN DATE".
           05 FILLER                  PIC X(11) VALUE "      CASES".
           05 FILLER                  PIC X(11) VALUE "     BILLED".
           05 FILLER                  PIC X(11) VALUE "    UNRATED".
           05 FILLER                  PIC X(11) VALUE "  OVERRIDES".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "STATUS".
       01 WS-GEN-DETAIL-LINE.
           05 WS-GEN-LINE-DATE        PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-GEN-LINE-CASES       PIC Z(9)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-GEN-LINE-BILLED      PIC Z(9)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-GEN-LINE-UNRATED     PIC Z(9)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-GEN-LINE-OVERRIDES   PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-GEN-LINE-STATUS      PIC X(40).
       01 WS-CHG-HEADING-LINE.
           05 FILLER                  PIC X(22) VALUE "QUEUE CODE".
           05 FILLER                  PIC X(10) VALUE "COST CTR".
           05 FILLER                  PIC X(9) VALUE "EFF FROM".
           05 FILLER                  PIC X(8) VALUE "EFF TO".
           05 FILLER                  PIC X(10) VALUE "     CASES".
           05 FILLER                  PIC X(9) VALUE "     RATE".
           05 FILLER                  PIC X(18)
               VALUE "            AMOUNT".
       01 WS-CHG-DETAIL-LINE.
           05 WS-CHG-QUEUE            PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CHG-COST-CENTER      PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CHG-FROM             PIC 9(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-CHG-TO               PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHG-CASES            PIC Z(8)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHG-RATE             PIC ZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHG-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-UNR-HEADING-LINE.
           05 FILLER                  PIC X(22) VALUE "QUEUE CODE".
           05 FILLER                  PIC X(10) VALUE "     CASES".
           05 FILLER                  PIC X(11) VALUE "  RUN DATES".
           05 FILLER                  PIC X(9) VALUE "    FIRST".
           05 FILLER                  PIC X(9) VALUE "     LAST".
       01 WS-UNR-DETAIL-LINE.
           05 WS-UNR-LINE-QUEUE       PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-UNR-LINE-CASES       PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-UNR-LINE-DAYS        PIC Z(8)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-UNR-LINE-FIRST       PIC 9(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-UNR-LINE-LAST        PIC 9(6).
       01 WS-OVR-DETAIL-LINE.
           05 WS-OVR-LINE-QUEUE       PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OVR-LINE-CASES       PIC Z(8)9.
           05 FILLER                  PIC X(15)
               VALUE " CASES FORCED".
       01 WS-SUMMARY-LINE.
           05 WS-SUMMARY-TEXT         PIC X(40).
           05 WS-SUMMARY-COUNT        PIC Z(8)9.
       01 WS-AMOUNT-LINE.
           05 FILLER                  PIC X(40)
               VALUE "AMOUNT BILLED".
           05 WS-AMOUNT-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-LINE             PIC X(80).
       PROCEDURE DIVISION.
       FZBZ-CHARGEBACK-MAIN SECTION.
           PERFORM READ-MONTH-CARD
           PERFORM READ-RATE-CARDS
           IF WS-CARD-ERRORS
               DISPLAY "FZBZ0160E CHARGEBACK CONTROL OR RATE CARDS "
                   "IN ERROR - NOTHING BILLED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TOTALS-IN-FILE
           IF WS-TOTALS-IN-STATUS NOT = "00"
               DISPLAY "FZBZ0162E TOTALS GDG NOT AVAILABLE - "
                   "NOTHING BILLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-TOTALS-RECORD
      *    A REGION RECORD (MARKER "RG") FOLLOWS ITS GENERATION'S
      *    CONTROL RECORD AND IS NOT A GENERATION OF ITS OWN.
           PERFORM UNTIL WS-TOTALS-AT-END
               IF TOT-RGN-MARKER NOT = "RG"
                   PERFORM SELECT-GENERATION
               END-IF
               PERFORM READ-TOTALS-RECORD
           END-PERFORM
           CLOSE TOTALS-IN-FILE
           IF WS-BILLED-GEN-COUNT = ZERO
               DISPLAY "FZBZ0162E NO TOTALS GENERATION IS DATED IN "
                   "BILLING MONTH " WS-BILL-MONTH " - NOTHING "
                   "BILLED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-OUT-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "FZBZ0163E GENERAL-LEDGER INTERFACE DATASET "
                   "COULD NOT BE OPENED - STATUS " WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-GL-FILE
           CLOSE GL-OUT-FILE
           OPEN OUTPUT CHGB-REPORT-FILE
           PERFORM WRITE-REPORT-GENERATIONS
           PERFORM WRITE-REPORT-CHARGES
           PERFORM WRITE-REPORT-UNRATED
           PERFORM WRITE-REPORT-OVERRIDES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CHGB-REPORT-FILE
           COMPUTE WS-CHECK-CASES = WS-BILLED-CASES
               + WS-UNRATED-CASES
           IF WS-CHECK-CASES NOT = WS-MONTH-CASES
               DISPLAY "FZBZ0164E BILLED " WS-BILLED-CASES
                   " PLUS UNRATED " WS-UNRATED-CASES " DOES NOT "
                   "EQUAL THE " WS-MONTH-CASES " CASES ON THE "
                   "MONTH'S GENERATIONS - DO NOT POST.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-UNRATED-CASES > ZERO
               DISPLAY "FZBZ0165W " WS-UNRATED-CASES " CASES ON "
                   WS-UNR-COUNT " QUEUE CODES HAVE NO RATE CARD AND "
                   "WERE NOT BILLED - ADD THE RATES AND RERUN"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SUPERSEDED-COUNT > ZERO
               DISPLAY "FZBZ0166W " WS-SUPERSEDED-COUNT " OLDER "
                   "GENERATIONS REPEAT A RUN DATE AND WERE NOT "
                   "BILLED - CONFIRM THE NEWEST IS THE RIGHT ONE"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-OLDER-SEEN
               DISPLAY "FZBZ0167W NO KEPT GENERATION PREDATES "
                   "BILLING MONTH " WS-BILL-MONTH " - ITS FIRST "
                   "NIGHTS MAY HAVE ROLLED OFF THE GDG.  CHECK THE "
                   "RUN DATES ON THE RECONCILIATION."
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FZBZ0168I CHARGEBACK FOR " WS-BILL-MONTH
               " COMPLETE - " WS-BILLED-CASES " CASES BILLED ON "
               WS-GL-RECORDS " LEDGER RECORDS FROM "
               WS-BILLED-GEN-COUNT " GENERATIONS"
           STOP RUN.

       READ-MONTH-CARD.
           OPEN INPUT MONTH-CARD-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               SET WS-SYSIN-AT-END TO TRUE
           ELSE
               PERFORM READ-SYSIN-CARD
               PERFORM UNTIL WS-SYSIN-AT-END
                   EVALUATE MONTH-KEYWORD
                       WHEN "MONTH  "
                           PERFORM APPLY-MONTH-CARD
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "FZBZ0161E CONTROL CARD KEYWORD '"
                               MONTH-KEYWORD "' UNRECOGNIZED - THE "
                               "ONLY CARD IS MONTH"
                           SET WS-CARD-ERRORS TO TRUE
                   END-EVALUATE
                   PERFORM READ-SYSIN-CARD
               END-PERFORM
               CLOSE MONTH-CARD-FILE
           END-IF
           IF NOT WS-MONTH-SEEN
               DISPLAY "FZBZ0161E NO MONTH CARD ON SYSIN - THE "
                   "BILLING MONTH MUST BE GIVEN AS YYMM IN COLUMNS "
                   "9-12"
               SET WS-CARD-ERRORS TO TRUE
           END-IF.

       APPLY-MONTH-CARD.
           IF WS-MONTH-SEEN
               DISPLAY "FZBZ0161E SECOND MONTH CARD ON SYSIN - ONE "
                   "BILLING MONTH PER RUN"
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               SET WS-MONTH-SEEN TO TRUE
               IF MONTH-BILL-MONTH NOT NUMERIC
                   DISPLAY "FZBZ0161E MONTH CARD '" MONTH-BILL-MONTH
                       "' IS NOT YYMM IN COLUMNS 9-12"
                   SET WS-CARD-ERRORS TO TRUE
               ELSE
                   IF MONTH-BILL-MM < 1 OR MONTH-BILL-MM > 12
                       DISPLAY "FZBZ0161E MONTH CARD '"
                           MONTH-BILL-MONTH "' HAS NO SUCH MONTH"
                       SET WS-CARD-ERRORS TO TRUE
                   ELSE
                       MOVE MONTH-BILL-MONTH TO WS-BILL-MONTH
                   END-IF
               END-IF
           END-IF.

       READ-RATE-CARDS.
      *    EVERY CARD IS CHECKED AND EVERY BAD ONE REPORTED BEFORE
      *    THE STEP FAILS, SO ONE CORRECTION FIXES THE LOT.  TWO
      *    CARDS FOR ONE QUEUE MAY NOT COVER THE SAME RUN DATE -
      *    THE CHARGEBACK WOULD NOT KNOW WHICH RATE TO BILL.
           OPEN INPUT RATE-CARD-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "FZBZ0161E RATE CARD DATASET NOT AVAILABLE "
                   "- STATUS " WS-RATE-STATUS
               SET WS-CARD-ERRORS TO TRUE
           ELSE
               PERFORM READ-RATE-CARD
               PERFORM UNTIL WS-RATE-AT-END
                   ADD 1 TO WS-CARD-NUMBER
                   IF RATE-CARD (1:1) NOT = "*"
                           AND RATE-CARD NOT = SPACES
                       PERFORM STORE-RATE-CARD
                   END-IF
                   PERFORM READ-RATE-CARD
               END-PERFORM
               CLOSE RATE-CARD-FILE
           END-IF
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               COMPUTE WS-RATE-IDX2 = WS-RATE-IDX + 1
               PERFORM UNTIL WS-RATE-IDX2 > WS-RATE-COUNT
                   IF WS-RATE-QUEUE (WS-RATE-IDX2) =
                           WS-RATE-QUEUE (WS-RATE-IDX)
                           AND WS-RATE-FROM (WS-RATE-IDX2) NOT >
                               WS-RATE-TO (WS-RATE-IDX)
                           AND WS-RATE-FROM (WS-RATE-IDX) NOT >
                               WS-RATE-TO (WS-RATE-IDX2)
                       DISPLAY "FZBZ0161E RATE CARDS "
                           WS-RATE-CARD-NO (WS-RATE-IDX) " AND "
                           WS-RATE-CARD-NO (WS-RATE-IDX2)
                           " OVERLAP FOR QUEUE "
                           WS-RATE-QUEUE (WS-RATE-IDX)
                       SET WS-CARD-ERRORS TO TRUE
                   END-IF
                   ADD 1 TO WS-RATE-IDX2
               END-PERFORM
           END-PERFORM.

       STORE-RATE-CARD.
           MOVE "Y" TO WS-DATE-OK-SW
           IF RATE-EFF-FROM NOT NUMERIC
               MOVE "N" TO WS-DATE-OK-SW
           ELSE
               MOVE RATE-EFF-FROM-N TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
           END-IF
           IF WS-DATE-OK AND RATE-EFF-TO NOT = SPACES
               IF RATE-EFF-TO NOT NUMERIC
                   MOVE "N" TO WS-DATE-OK-SW
               ELSE
                   MOVE RATE-EFF-TO-N TO WS-CHECK-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF WS-DATE-OK
                           AND RATE-EFF-TO-N < RATE-EFF-FROM-N
                       MOVE "N" TO WS-DATE-OK-SW
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN RATE-QUEUE-CODE = SPACES
                   DISPLAY "FZBZ0161E RATE CARD " WS-CARD-NUMBER
                       " HAS NO QUEUE CODE IN COLUMNS 1-20"
                   SET WS-CARD-ERRORS TO TRUE
               WHEN RATE-COST-CENTER = SPACES
                   DISPLAY "FZBZ0161E RATE CARD " WS-CARD-NUMBER
                       " FOR QUEUE " RATE-QUEUE-CODE " HAS NO COST "
                       "CENTER IN COLUMNS 22-29"
                   SET WS-CARD-ERRORS TO TRUE
               WHEN NOT WS-DATE-OK
                   DISPLAY "FZBZ0161E RATE CARD " WS-CARD-NUMBER
                       " FOR QUEUE " RATE-QUEUE-CODE " EFFECTIVE "
                       "DATES '" RATE-EFF-FROM "' - '" RATE-EFF-TO
                       "' ARE NOT A YYMMDD RANGE (TO MAY BE BLANK)"
                   SET WS-CARD-ERRORS TO TRUE
               WHEN RATE-PER-CASE NOT NUMERIC
                   DISPLAY "FZBZ0161E RATE CARD " WS-CARD-NUMBER
                       " FOR QUEUE " RATE-QUEUE-CODE " RATE '"
                       RATE-PER-CASE "' IS NOT 6 DIGITS IN "
                       "COLUMNS 45-50"
                   SET WS-CARD-ERRORS TO TRUE
               WHEN WS-RATE-COUNT = 200
                   DISPLAY "FZBZ0161E MORE THAN 200 RATE CARDS - "
                       "CARD " WS-CARD-NUMBER " AND AFTER NOT LOADED"
                   SET WS-CARD-ERRORS TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-CARD-NUMBER
                       TO WS-RATE-CARD-NO (WS-RATE-COUNT)
                   MOVE RATE-QUEUE-CODE TO WS-RATE-QUEUE (WS-RATE-COUNT)
                   MOVE RATE-COST-CENTER
                       TO WS-RATE-COST-CENTER (WS-RATE-COUNT)
                   MOVE RATE-EFF-FROM-N TO WS-RATE-FROM (WS-RATE-COUNT)
                   IF RATE-EFF-TO = SPACES
                       MOVE 999999 TO WS-RATE-TO (WS-RATE-COUNT)
                   ELSE
                       MOVE RATE-EFF-TO-N
                           TO WS-RATE-TO (WS-RATE-COUNT)
                   END-IF
                   MOVE RATE-PER-CASE-N
                       TO WS-RATE-AMOUNT (WS-RATE-COUNT)
                   MOVE ZERO TO WS-RATE-CASES (WS-RATE-COUNT)
           END-EVALUATE.

       CHECK-CALENDAR-DATE.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

       SELECT-GENERATION.
      *    GENERATIONS ARRIVE NEWEST FIRST, SO THE FIRST ONE READ
      *    FOR A RUN DATE IS THE ONE BILLED; AN OLDER ONE WITH THE
      *    SAME DATE IS KEPT ONLY AS A SUPERSEDED REPORT LINE.
      *    THE GENERATION'S CASE COUNT IS TAKEN FROM ITS STREAM
      *    ENTRIES, INDEPENDENTLY OF THE QUEUE HITS BILL-GENERATION
      *    SPLITS INTO BILLED AND UNRATED, SO THE CONTROL CHECK
      *    CATCHES A QUEUE TALLY THAT DOES NOT ADD UP.
           MOVE TOT-RUN-DATE (1:4) TO WS-RUN-MONTH
           IF WS-RUN-MONTH < WS-BILL-MONTH
               SET WS-OLDER-SEEN TO TRUE
           END-IF
           IF WS-RUN-MONTH = WS-BILL-MONTH
               MOVE TOT-RUN-DATE TO WS-NEW-GEN-DATE
               MOVE ZERO TO WS-NEW-GEN-CASES
               MOVE ZERO TO WS-NEW-GEN-BILLED
               MOVE ZERO TO WS-NEW-GEN-UNRATED
               MOVE TOT-OVERRIDE-COUNT TO WS-NEW-GEN-OVERRIDES
               MOVE "N" TO WS-NEW-GEN-SUPERSEDED-SW
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   IF WS-GEN-DATE (WS-GEN-IDX) = TOT-RUN-DATE
                       MOVE "Y" TO WS-NEW-GEN-SUPERSEDED-SW
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                       UNTIL WS-STREAM-IDX > TOT-STREAM-COUNT
                   ADD TOT-STREAM-CASES (WS-STREAM-IDX)
                       TO WS-NEW-GEN-CASES
               END-PERFORM
               IF WS-NEW-GEN-SUPERSEDED-SW = "Y"
                   ADD 1 TO WS-SUPERSEDED-COUNT
               ELSE
                   PERFORM BILL-GENERATION
               END-IF
               PERFORM INSERT-GENERATION-ROW
           END-IF.

       BILL-GENERATION.
           ADD 1 TO WS-BILLED-GEN-COUNT
           ADD WS-NEW-GEN-CASES TO WS-MONTH-CASES
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > TOT-QUEUE-COUNT
               PERFORM FIND-RATE-CARD
               IF WS-RATE-FOUND-IDX = ZERO
                   PERFORM TALLY-UNRATED-QUEUE
                   ADD TOT-QUEUE-HITS (WS-QUEUE-IDX)
                       TO WS-NEW-GEN-UNRATED
                   ADD TOT-QUEUE-HITS (WS-QUEUE-IDX)
                       TO WS-UNRATED-CASES
               ELSE
                   ADD TOT-QUEUE-HITS (WS-QUEUE-IDX)
                       TO WS-RATE-CASES (WS-RATE-FOUND-IDX)
                   ADD TOT-QUEUE-HITS (WS-QUEUE-IDX)
                       TO WS-NEW-GEN-BILLED
                   ADD TOT-QUEUE-HITS (WS-QUEUE-IDX)
                       TO WS-BILLED-CASES
               END-IF
           END-PERFORM
           ADD TOT-OVERRIDE-COUNT TO WS-OVERRIDE-CASES
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > TOT-OVERRIDE-QUEUES
               PERFORM TALLY-OVERRIDE-QUEUE
           END-PERFORM.

       FIND-RATE-CARD.
           MOVE ZERO TO WS-RATE-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-QUEUE (WS-RATE-IDX) =
                       TOT-QUEUE-CODE (WS-QUEUE-IDX)
                       AND WS-RATE-FROM (WS-RATE-IDX) NOT >
                           TOT-RUN-DATE
                       AND WS-RATE-TO (WS-RATE-IDX) NOT <
                           TOT-RUN-DATE
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
               END-IF
           END-PERFORM.

       TALLY-UNRATED-QUEUE.
           MOVE ZERO TO WS-UNR-FOUND-IDX
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
                   UNTIL WS-UNR-IDX > WS-UNR-COUNT
               IF WS-UNR-QUEUE (WS-UNR-IDX) =
                       TOT-QUEUE-CODE (WS-QUEUE-IDX)
                   MOVE WS-UNR-IDX TO WS-UNR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-UNR-FOUND-IDX = ZERO
               IF WS-UNR-COUNT = 40
                   PERFORM ABEND-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-UNR-COUNT
               MOVE WS-UNR-COUNT TO WS-UNR-FOUND-IDX
               MOVE TOT-QUEUE-CODE (WS-QUEUE-IDX)
                   TO WS-UNR-QUEUE (WS-UNR-COUNT)
               MOVE ZERO TO WS-UNR-CASES (WS-UNR-COUNT)
               MOVE ZERO TO WS-UNR-DAYS (WS-UNR-COUNT)
               MOVE TOT-RUN-DATE TO WS-UNR-FIRST (WS-UNR-COUNT)
               MOVE TOT-RUN-DATE TO WS-UNR-LAST (WS-UNR-COUNT)
           END-IF
           ADD TOT-QUEUE-HITS (WS-QUEUE-IDX)
               TO WS-UNR-CASES (WS-UNR-FOUND-IDX)
           ADD 1 TO WS-UNR-DAYS (WS-UNR-FOUND-IDX)
           IF TOT-RUN-DATE < WS-UNR-FIRST (WS-UNR-FOUND-IDX)
               MOVE TOT-RUN-DATE TO WS-UNR-FIRST (WS-UNR-FOUND-IDX)
           END-IF
           IF TOT-RUN-DATE > WS-UNR-LAST (WS-UNR-FOUND-IDX)
               MOVE TOT-RUN-DATE TO WS-UNR-LAST (WS-UNR-FOUND-IDX)
           END-IF.

       TALLY-OVERRIDE-QUEUE.
           MOVE ZERO TO WS-OVR-FOUND-IDX
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               IF WS-OVR-QUEUE (WS-OVR-IDX) =
                       TOT-OVERRIDE-CODE (WS-QUEUE-IDX)
                   MOVE WS-OVR-IDX TO WS-OVR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-OVR-FOUND-IDX = ZERO
               IF WS-OVR-COUNT = 40
                   PERFORM ABEND-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-OVR-COUNT
               MOVE WS-OVR-COUNT TO WS-OVR-FOUND-IDX
               MOVE TOT-OVERRIDE-CODE (WS-QUEUE-IDX)
                   TO WS-OVR-QUEUE (WS-OVR-COUNT)
               MOVE ZERO TO WS-OVR-CASES (WS-OVR-COUNT)
           END-IF
           ADD TOT-OVERRIDE-HITS (WS-QUEUE-IDX)
               TO WS-OVR-CASES (WS-OVR-FOUND-IDX).

       ABEND-TABLE-OVERFLOW.
           DISPLAY "FZBZ0162E MORE THAN 40 DISTINCT UNRATED OR "
               "OVERRIDE TARGET QUEUE CODES IN BILLING MONTH "
               WS-BILL-MONTH " - NOTHING BILLED.  STEP FAILING."
           CLOSE TOTALS-IN-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       INSERT-GENERATION-ROW.
           IF WS-GEN-COUNT = 62
               DISPLAY "FZBZ0162E MORE THAN 62 TOTALS GENERATIONS "
                   "DATED IN BILLING MONTH " WS-BILL-MONTH " - "
                   "NOTHING BILLED.  STEP FAILING."
               CLOSE TOTALS-IN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-GEN-COUNT TO WS-INSERT-IDX
           ADD 1 TO WS-INSERT-IDX
           PERFORM UNTIL WS-INSERT-IDX = 1
                   OR WS-GEN-DATE (WS-INSERT-IDX - 1) NOT >
                       WS-NEW-GEN-DATE
               MOVE WS-GEN-ROW (WS-INSERT-IDX - 1)
                   TO WS-GEN-ROW (WS-INSERT-IDX)
               SUBTRACT 1 FROM WS-INSERT-IDX
           END-PERFORM
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-NEW-GEN-ROW TO WS-GEN-ROW (WS-INSERT-IDX).

       WRITE-GL-FILE.
      *    ONE DETAIL RECORD PER RATE CARD THAT PRICED ANY CASES,
      *    IN RATE-CARD ORDER, THEN THE CONTROL TRAILER.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CASES (WS-RATE-IDX) > ZERO
                   MOVE SPACES TO CHGB-RECORD
                   SET CHGB-DETAIL TO TRUE
                   MOVE WS-BILL-MONTH TO CHGB-BILL-MONTH
                   MOVE WS-RATE-COST-CENTER (WS-RATE-IDX)
                       TO CHGB-COST-CENTER
                   MOVE WS-RATE-QUEUE (WS-RATE-IDX) TO CHGB-QUEUE-CODE
                   MOVE WS-RATE-FROM (WS-RATE-IDX) TO CHGB-EFF-FROM
                   MOVE WS-RATE-CASES (WS-RATE-IDX) TO CHGB-CASES
                   MOVE WS-RATE-AMOUNT (WS-RATE-IDX) TO CHGB-RATE
                   COMPUTE WS-LINE-AMOUNT =
                       WS-RATE-CASES (WS-RATE-IDX)
                       * WS-RATE-AMOUNT (WS-RATE-IDX)
                   MOVE WS-LINE-AMOUNT TO CHGB-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-BILLED-AMOUNT
                   WRITE CHGB-RECORD
                   ADD 1 TO WS-GL-RECORDS
               END-IF
           END-PERFORM
           MOVE SPACES TO CHGB-RECORD
           SET CHGB-TRAILER TO TRUE
           MOVE WS-BILL-MONTH TO CHGB-TRL-BILL-MONTH
           MOVE WS-GL-RECORDS TO CHGB-TRL-RECORDS
           MOVE WS-BILLED-CASES TO CHGB-TRL-CASES
           MOVE WS-BILLED-AMOUNT TO CHGB-TRL-AMOUNT
           MOVE WS-BILLED-GEN-COUNT TO CHGB-TRL-GENERATIONS
           WRITE CHGB-RECORD.

       WRITE-REPORT-GENERATIONS.
           MOVE WS-BILL-MONTH TO WS-TITLE-MONTH
           WRITE CHGB-REPORT-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE "TOTALS GENERATIONS DATED IN THE BILLING MONTH"
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           WRITE CHGB-REPORT-LINE FROM WS-GEN-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-DATE (WS-GEN-IDX) TO WS-GEN-LINE-DATE
               MOVE WS-GEN-CASES (WS-GEN-IDX) TO WS-GEN-LINE-CASES
               MOVE WS-GEN-BILLED (WS-GEN-IDX) TO WS-GEN-LINE-BILLED
               MOVE WS-GEN-UNRATED (WS-GEN-IDX)
                   TO WS-GEN-LINE-UNRATED
               MOVE WS-GEN-OVERRIDES (WS-GEN-IDX)
                   TO WS-GEN-LINE-OVERRIDES
               IF WS-GEN-SUPERSEDED (WS-GEN-IDX)
                   MOVE "SUPERSEDED BY A NEWER RUN - NOT BILLED"
                       TO WS-GEN-LINE-STATUS
               ELSE
                   IF WS-GEN-UNRATED (WS-GEN-IDX) > ZERO
                       MOVE "BILLED - SOME QUEUES UNRATED"
                           TO WS-GEN-LINE-STATUS
                   ELSE
                       MOVE "BILLED" TO WS-GEN-LINE-STATUS
                   END-IF
               END-IF
               WRITE CHGB-REPORT-LINE FROM WS-GEN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       WRITE-REPORT-CHARGES.
           MOVE "CHARGES BY QUEUE, COST CENTER AND RATE"
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           WRITE CHGB-REPORT-LINE FROM WS-CHG-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CASES (WS-RATE-IDX) > ZERO
                   MOVE WS-RATE-QUEUE (WS-RATE-IDX) TO WS-CHG-QUEUE
                   MOVE WS-RATE-COST-CENTER (WS-RATE-IDX)
                       TO WS-CHG-COST-CENTER
                   MOVE WS-RATE-FROM (WS-RATE-IDX) TO WS-CHG-FROM
                   IF WS-RATE-TO (WS-RATE-IDX) = 999999
                       MOVE "OPEN" TO WS-CHG-TO
                   ELSE
                       MOVE WS-RATE-TO (WS-RATE-IDX) TO WS-CHG-TO
                   END-IF
                   MOVE WS-RATE-CASES (WS-RATE-IDX) TO WS-CHG-CASES
                   MOVE WS-RATE-AMOUNT (WS-RATE-IDX) TO WS-CHG-RATE
                   COMPUTE WS-LINE-AMOUNT =
                       WS-RATE-CASES (WS-RATE-IDX)
                       * WS-RATE-AMOUNT (WS-RATE-IDX)
                   MOVE WS-LINE-AMOUNT TO WS-CHG-AMOUNT
                   WRITE CHGB-REPORT-LINE FROM WS-CHG-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-UNRATED.
           MOVE "UNRATED QUEUES - NO RATE CARD, NOT BILLED"
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           IF WS-UNR-COUNT = ZERO
               MOVE "NONE" TO CHGB-REPORT-LINE
               WRITE CHGB-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE CHGB-REPORT-LINE FROM WS-UNR-HEADING-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
                       UNTIL WS-UNR-IDX > WS-UNR-COUNT
                   MOVE WS-UNR-QUEUE (WS-UNR-IDX)
                       TO WS-UNR-LINE-QUEUE
                   MOVE WS-UNR-CASES (WS-UNR-IDX)
                       TO WS-UNR-LINE-CASES
                   MOVE WS-UNR-DAYS (WS-UNR-IDX) TO WS-UNR-LINE-DAYS
                   MOVE WS-UNR-FIRST (WS-UNR-IDX)
                       TO WS-UNR-LINE-FIRST
                   MOVE WS-UNR-LAST (WS-UNR-IDX) TO WS-UNR-LINE-LAST
                   WRITE CHGB-REPORT-LINE FROM WS-UNR-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       WRITE-REPORT-OVERRIDES.
      *    MEMO ONLY - THE OVERRIDDEN CASES ARE ALREADY BILLED
      *    UNDER THEIR RULE-DERIVED QUEUE ABOVE.
           MOVE "OVERRIDE TARGETS - MEMO, BILLED UNDER THE RULE QUEUE"
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           IF WS-OVR-COUNT = ZERO
               MOVE "NONE" TO CHGB-REPORT-LINE
               WRITE CHGB-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                       UNTIL WS-OVR-IDX > WS-OVR-COUNT
                   MOVE WS-OVR-QUEUE (WS-OVR-IDX)
                       TO WS-OVR-LINE-QUEUE
                   MOVE WS-OVR-CASES (WS-OVR-IDX)
                       TO WS-OVR-LINE-CASES
                   WRITE CHGB-REPORT-LINE FROM WS-OVR-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE "RECONCILIATION" TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "GENERATIONS BILLED" TO WS-SUMMARY-TEXT
           MOVE WS-BILLED-GEN-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "GENERATIONS SUPERSEDED" TO WS-SUMMARY-TEXT
           MOVE WS-SUPERSEDED-COUNT TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CASES ON THE MONTH'S GENERATIONS" TO WS-SUMMARY-TEXT
           MOVE WS-MONTH-CASES TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CASES BILLED" TO WS-SUMMARY-TEXT
           MOVE WS-BILLED-CASES TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CASES UNRATED - NOT BILLED" TO WS-SUMMARY-TEXT
           MOVE WS-UNRATED-CASES TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "OVERRIDDEN CASES (MEMO)" TO WS-SUMMARY-TEXT
           MOVE WS-OVERRIDE-CASES TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "LEDGER RECORDS WRITTEN" TO WS-SUMMARY-TEXT
           MOVE WS-GL-RECORDS TO WS-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-BILLED-AMOUNT TO WS-AMOUNT-TOTAL
           WRITE CHGB-REPORT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE AFTER ADVANCING 1 LINE
           COMPUTE WS-CHECK-CASES = WS-BILLED-CASES
               + WS-UNRATED-CASES
           IF WS-CHECK-CASES = WS-MONTH-CASES
               MOVE "BILLED + UNRATED = THE MONTH'S GENERATIONS"
                   TO WS-BALANCE-LINE
           ELSE
               MOVE "OUT OF BALANCE WITH THE MONTH'S GENERATIONS"
                   TO WS-BALANCE-LINE
           END-IF
           WRITE CHGB-REPORT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE CHGB-REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-SUMMARY-LINE.
           WRITE CHGB-REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       READ-SYSIN-CARD.
           READ MONTH-CARD-FILE
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.

       READ-RATE-CARD.
           READ RATE-CARD-FILE
               AT END
                   SET WS-RATE-AT-END TO TRUE
           END-READ.

       READ-TOTALS-RECORD.
           READ TOTALS-IN-FILE
               AT END
                   SET WS-TOTALS-AT-END TO TRUE
           END-READ.
