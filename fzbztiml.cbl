       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-TIMELINE.
      ******************************************************
      *    FZBZTIML SERVICE-DESK CASE ROUTING TIMELINE     *
      *    ISPF DIALOG (PANEL FZBZPNL2): THE DESK KEYS A   *
      *    CASE NUMBER AND GETS EVERY RUN DATE THE CASE    *
      *    APPEARS ON THE ROUTING HISTORY KSDS (SEE        *
      *    CASEHREC), OLDEST FIRST, AS A SCROLLABLE TABLE  *
      *    - QUEUE, STREAM, REGION, OVERRIDE, CORRECTED    *
      *    AND SPILL FLAGS PER NIGHT, WITH EVERY NIGHT THE *
      *    QUEUE CHANGED FROM THE NIGHT BEFORE HIGHLIGHTED.*
      *    ABOVE THE TABLE: THE CASE'S CURRENT-RUN CASE    *
      *    MASTER ENTRY (SEE CASEMREC) AND THE LATEST      *
      *    DOWNSTREAM ACK FOR IT (SEE ACKREC), WHEN THERE  *
      *    IS ONE.  PF10 / PF11 (OR PREV / NEXT ON THE     *
      *    COMMAND LINE) STEP TO THE PREVIOUS / NEXT CASE  *
      *    NUMBER.  FZBZINQ ONLY ANSWERS FOR THE CURRENT   *
      *    RUN AND FZBZHINQ NEEDS THE EXACT RUN DATE; THIS *
      *    ANSWERS "WHERE HAS CASE NNNNN BEEN" IN ONE GO.  *
      *    WHEN ISPF DIALOG SERVICES ARE NOT AVAILABLE THE *
      *    SAME TIMELINE IS PRINTED LINE-MODE FOR EACH     *
      *    CASE NUMBER ON SYSIN (COLUMNS 1-5, ONE PER      *
      *    CARD, AS FOR FZBZINQ), CHANGED NIGHTS MARKED    *
      *    WITH AN ASTERISK.                               *
      *    THE HISTORY IS KEYED RUN DATE FIRST, SO ONE     *
      *    CASE'S NIGHTS ARE FOUND BY SKIPPING FROM RUN    *
      *    DATE TO RUN DATE WITH START - NEVER BY READING  *
      *    THE WHOLE CLUSTER.                              *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT CASE-HIST-FILE ASSIGN TO CASEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASEH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACK-IN-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 INQUIRY-CARD.
           05 TIML-CASE-NUMBER        PIC 9(5).
           05 FILLER                  PIC X(75).
       FD  CASE-HIST-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY CASEHREC.
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       FD  ACK-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS.
           COPY ACKREC.
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-HIST-STATUS PIC XX VALUE "00".
       01 WS-MASTER-STATUS PIC XX VALUE "00".
       01 WS-ACK-STATUS PIC XX VALUE "00".
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-SYSIN-AT-END VALUE "Y".
       01 WS-ACK-AT-END-SW PIC X VALUE "N".
           88 WS-ACK-AT-END VALUE "Y".
       01 WS-MASTER-PRESENT-SW PIC X VALUE "N".
           88 WS-MASTER-PRESENT VALUE "Y".
       01 WS-NO-ISPF-SW PIC X VALUE "N".
           88 WS-NO-ISPF VALUE "Y".
       01 WS-VARS-DEFINED-SW PIC X VALUE "N".
           88 WS-VARS-DEFINED VALUE "Y".
       01 WS-TABLE-OPEN-SW PIC X VALUE "N".
           88 WS-TABLE-OPEN VALUE "Y".
       01 WS-PANEL-SHOWN-SW PIC X VALUE "N".
           88 WS-PANEL-SHOWN VALUE "Y".
       01 WS-DIALOG-DONE-SW PIC X VALUE "N".
           88 WS-DIALOG-DONE VALUE "Y".
       01 WS-WALK-DONE-SW PIC X VALUE "N".
           88 WS-WALK-DONE VALUE "Y".
       01 WS-CASE-BAD-SW PIC X VALUE "N".
           88 WS-CASE-BAD VALUE "Y".
       01 WS-ISPF-RC PIC S9(8) COMP VALUE ZERO.
       01 WS-INQUIRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BAD-CARD-COUNT PIC 9(5) VALUE ZERO.
      *    THE CASE ON SHOW, AND THE ONE THE DESK ASKED FOR NEXT.
       01 WS-CASE-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-NEW-CASE PIC 9(5) VALUE ZERO.
      *    THE KEYED CASE NUMBER IS TAKEN A CHARACTER AT A TIME SO
      *    "57", "00057" AND "   57" ALL MEAN CASE 57.
       01 WS-KEYED-VALUE PIC 9(6) VALUE ZERO.
       01 WS-KEYED-IDX PIC 9(1).
       01 WS-KEYED-DIGITS PIC 9(1).
       01 WS-KEYED-ENDED-SW PIC X VALUE "N".
           88 WS-KEYED-ENDED VALUE "Y".
       01 WS-KEYED-CHAR PIC X(1).
       01 WS-KEYED-DIGIT REDEFINES WS-KEYED-CHAR PIC 9(1).
      *    THE SKIP-SEQUENTIAL WALK.  THE WALK DATE IS THE LOWEST
      *    RUN DATE NOT YET LOOKED AT; ONE DIGIT WIDER THAN A RUN
      *    DATE SO STEPPING PAST 999999 ENDS THE WALK CLEANLY.
       01 WS-WALK-DATE PIC 9(7) VALUE ZERO.
       01 WS-ROW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-QUEUE PIC X(20) VALUE SPACES.
      *    LATEST DOWNSTREAM ACK PER CASE, INDEXED BY CASE NUMBER
      *    - THE SAME 99999-ENTRY SIZING AS FZBZAGE'S ACK TABLE.
      *    UNLIKE THE AGING STEP THE DESK WANTS THE LAST WORD, SO
      *    THE LATEST DATE AND TIME WINS WHATEVER ITS DISPOSITION.
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 99999 TIMES.
               10 WS-ACK-DISP          PIC X(1).
               10 WS-ACK-DATE          PIC 9(6).
               10 WS-ACK-TIME          PIC 9(6).
       01 WS-ACK-TIME-IN PIC 9(6).
      *    THE PANEL VARIABLES, VDEFINED TO ISPF AND ALSO PRINTED
      *    AS-IS BY THE LINE-MODE FALLBACK, SO BOTH PATHS ALWAYS
      *    SHOW THE SAME TIMELINE.  FZTDATE THROUGH FZTCHG ARE THE
      *    TABLE ROW - ONE PER RUN DATE.
       01 ZCMD PIC X(20) VALUE SPACES.
       01 FZTCASE PIC X(5) VALUE SPACES.
       01 FZTPFK PIC X(4) VALUE SPACES.
       01 FZTCURR PIC X(78) VALUE SPACES.
       01 FZTACK PIC X(78) VALUE SPACES.
       01 FZTMSG PIC X(78) VALUE SPACES.
       01 FZTDATE PIC X(6) VALUE SPACES.
       01 FZTQUEUE PIC X(20) VALUE SPACES.
       01 FZTSTRM PIC X(2) VALUE SPACES.
       01 FZTREGN PIC X(2) VALUE SPACES.
       01 FZTOVR PIC X(1) VALUE SPACES.
       01 FZTCOR PIC X(1) VALUE SPACES.
       01 FZTSPL PIC X(1) VALUE SPACES.
       01 FZTCHG PIC X(31) VALUE SPACES.
       01 WS-CURR-BUILD.
           05 FILLER                  PIC X(10)
               VALUE "NOW QUEUE=".
           05 WS-CURR-QUEUE           PIC X(20).
           05 FILLER                  PIC X(6) VALUE " DATE=".
           05 WS-CURR-DATE            PIC 9(6).
           05 FILLER                  PIC X(4) VALUE " ST=".
           05 WS-CURR-STREAM          PIC X(2).
           05 FILLER                  PIC X(4) VALUE " RG=".
           05 WS-CURR-REGION          PIC X(2).
           05 FILLER                  PIC X(5) VALUE " WKR=".
           05 WS-CURR-WORKER          PIC X(8).
           05 WS-CURR-OVERRIDE        PIC X(11).
       01 WS-ACK-BUILD.
           05 FILLER                  PIC X(11)
               VALUE "LATEST ACK ".
           05 WS-ACKB-DISP            PIC X(8).
           05 FILLER                  PIC X(4) VALUE " ON ".
           05 WS-ACKB-DATE            PIC 9(6).
           05 FILLER                  PIC X(4) VALUE " AT ".
           05 WS-ACKB-TIME            PIC 9(6).
           05 FILLER                  PIC X(39) VALUE SPACES.
       01 WS-MSG-BUILD.
           05 FILLER                  PIC X(5) VALUE "CASE ".
           05 WS-MSG-CASE             PIC 9(5).
           05 FILLER                  PIC X(3) VALUE " - ".
           05 WS-MSG-ROWS             PIC ZZZZ9.
           05 FILLER                  PIC X(23)
               VALUE " RUN DATES ON HISTORY, ".
           05 WS-MSG-CHANGES          PIC ZZZZ9.
           05 FILLER                  PIC X(14)
               VALUE " QUEUE CHANGES".
           05 FILLER                  PIC X(18) VALUE SPACES.
      *    LINE-MODE TIMELINE LINES - THE SAME COLUMNS AS THE
      *    PANEL'S MODEL LINE.
       01 WS-ROW-HEADING.
           05 FILLER                  PIC X(9) VALUE "  DATE".
           05 FILLER                  PIC X(21) VALUE "QUEUE".
           05 FILLER                  PIC X(24)
               VALUE "ST RG O C S QUEUE CHANGE".
       01 WS-ROW-LINE.
           05 WS-ROW-MARK             PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-DATE             PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-QUEUE            PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-STREAM           PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-REGION           PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-OVERRIDE         PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-CORRECTED        PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-SPILL            PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ROW-CHANGE           PIC X(31).
      *    ISPF SERVICE CALL CONSTANTS - SERVICE, TABLE, PANEL AND
      *    FORMAT NAMES ARE FIXED 8-BYTE TOKENS, VARIABLE NAMES
      *    ARE PASSED IN NAME-LIST FORM, AND VDEFINE LENGTHS ARE
      *    FULLWORDS.  AN OMITTED PARAMETER IS PASSED AS A BLANK.
       01 ISPF-VDEFINE PIC X(8) VALUE "VDEFINE ".
       01 ISPF-VRESET PIC X(8) VALUE "VRESET  ".
       01 ISPF-TBCREATE PIC X(8) VALUE "TBCREATE".
       01 ISPF-TBADD PIC X(8) VALUE "TBADD   ".
       01 ISPF-TBTOP PIC X(8) VALUE "TBTOP   ".
       01 ISPF-TBDISPL PIC X(8) VALUE "TBDISPL ".
       01 ISPF-TBEND PIC X(8) VALUE "TBEND   ".
       01 ISPF-CHAR-FORMAT PIC X(8) VALUE "CHAR    ".
       01 ISPF-NOWRITE PIC X(8) VALUE "NOWRITE ".
       01 ISPF-REPLACE PIC X(8) VALUE "REPLACE ".
       01 ISPF-OMITTED PIC X(1) VALUE SPACE.
       01 ISPF-PANEL-NAME PIC X(8) VALUE "FZBZPNL2".
       01 ISPF-TABLE-NAME PIC X(8) VALUE "FZBZTIML".
       01 ISPF-ROW-NAMES.
           05 FILLER                  PIC X(26)
               VALUE "(FZTDATE FZTQUEUE FZTSTRM ".
           05 FILLER                  PIC X(36)
               VALUE "FZTREGN FZTOVR FZTCOR FZTSPL FZTCHG)".
       01 ISPF-ZCMD-NAME PIC X(6) VALUE "(ZCMD)".
       01 ISPF-CASE-NAME PIC X(9) VALUE "(FZTCASE)".
       01 ISPF-PFK-NAME PIC X(8) VALUE "(FZTPFK)".
       01 ISPF-CURR-NAME PIC X(9) VALUE "(FZTCURR)".
       01 ISPF-ACK-NAME PIC X(8) VALUE "(FZTACK)".
       01 ISPF-MSG-NAME PIC X(8) VALUE "(FZTMSG)".
       01 ISPF-DATE-NAME PIC X(9) VALUE "(FZTDATE)".
       01 ISPF-QUEUE-NAME PIC X(10) VALUE "(FZTQUEUE)".
       01 ISPF-STRM-NAME PIC X(9) VALUE "(FZTSTRM)".
       01 ISPF-REGN-NAME PIC X(9) VALUE "(FZTREGN)".
       01 ISPF-OVR-NAME PIC X(8) VALUE "(FZTOVR)".
       01 ISPF-COR-NAME PIC X(8) VALUE "(FZTCOR)".
       01 ISPF-SPL-NAME PIC X(8) VALUE "(FZTSPL)".
       01 ISPF-CHG-NAME PIC X(8) VALUE "(FZTCHG)".
       01 ISPF-FLAG-LENGTH PIC 9(8) COMP VALUE 1.
       01 ISPF-CODE-LENGTH PIC 9(8) COMP VALUE 2.
       01 ISPF-PFK-LENGTH PIC 9(8) COMP VALUE 4.
       01 ISPF-CASE-LENGTH PIC 9(8) COMP VALUE 5.
       01 ISPF-DATE-LENGTH PIC 9(8) COMP VALUE 6.
       01 ISPF-QUEUE-LENGTH PIC 9(8) COMP VALUE 20.
       01 ISPF-CHANGE-LENGTH PIC 9(8) COMP VALUE 31.
       01 ISPF-LINE-LENGTH PIC 9(8) COMP VALUE 78.
       PROCEDURE DIVISION.
       FZBZ-TIMELINE-MAIN SECTION.
           OPEN INPUT CASE-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FZBZ0200E ROUTING HISTORY CLUSTER NOT "
                   "AVAILABLE - STATUS " WS-HIST-STATUS
                   " - NO TIMELINE CAN BE SHOWN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CASE-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-PRESENT TO TRUE
           END-IF
           PERFORM LOAD-LATEST-ACKS
           PERFORM DEFINE-PANEL-VARIABLES
           IF NOT WS-NO-ISPF
               PERFORM RUN-TIMELINE-DIALOG
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-NO-ISPF
               DISPLAY "FZBZ0201W ISPF DIALOG SERVICES NOT "
                   "AVAILABLE - PRINTING LINE-MODE TIMELINES"
               PERFORM WRITE-LINE-MODE-TIMELINES
           END-IF
           CLOSE CASE-HIST-FILE
           IF WS-MASTER-PRESENT
               CLOSE CASE-MASTER-FILE
           END-IF
           GOBACK.

       LOAD-LATEST-ACKS.
      *    A MISSING OR EMPTY ACK CONCATENATION JUST MEANS NO
      *    TIMELINE SHOWS AN ACK.  AN ACK THAT CANNOT BE USED IS
      *    LEFT OUT - FZBZACKR REPORTS THE ACK FILES' OWN ERRORS.
           MOVE SPACES TO WS-ACK-TABLE
           OPEN INPUT ACK-IN-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM READ-ACK-RECORD
               PERFORM UNTIL WS-ACK-AT-END
                   PERFORM STORE-ONE-ACK
                   PERFORM READ-ACK-RECORD
               END-PERFORM
               CLOSE ACK-IN-FILE
           END-IF.

       STORE-ONE-ACK.
           IF ACK-CASE-NUMBER NUMERIC
                   AND ACK-CASE-NUMBER NOT = ZERO
                   AND ACK-DATE NUMERIC
                   AND (ACK-DISPOSITION = "W"
                       OR ACK-DISPOSITION = "R")
               IF ACK-TIME NUMERIC
                   MOVE ACK-TIME TO WS-ACK-TIME-IN
               ELSE
                   MOVE ZERO TO WS-ACK-TIME-IN
               END-IF
               IF WS-ACK-DISP (ACK-CASE-NUMBER) = SPACE
                   PERFORM KEEP-THIS-ACK
               ELSE
                   IF ACK-DATE > WS-ACK-DATE (ACK-CASE-NUMBER)
                           OR (ACK-DATE = WS-ACK-DATE (ACK-CASE-NUMBER)
                               AND WS-ACK-TIME-IN NOT <
                                   WS-ACK-TIME (ACK-CASE-NUMBER))
                       PERFORM KEEP-THIS-ACK
                   END-IF
               END-IF
           END-IF.

       KEEP-THIS-ACK.
           MOVE ACK-DISPOSITION TO WS-ACK-DISP (ACK-CASE-NUMBER)
           MOVE ACK-DATE TO WS-ACK-DATE (ACK-CASE-NUMBER)
           MOVE WS-ACK-TIME-IN TO WS-ACK-TIME (ACK-CASE-NUMBER).

       DEFINE-PANEL-VARIABLES.
      *    ONE VDEFINE PER PANEL VARIABLE.  A FIRST CALL THAT
      *    CANNOT REACH ISPLINK, OR THAT ISPF REJECTS FOR WANT OF
      *    A DIALOG ENVIRONMENT (RETURN CODE 20), SWITCHES THE
      *    PROGRAM TO THE LINE-MODE FALLBACK.
           CALL "ISPLINK" USING ISPF-VDEFINE ISPF-ZCMD-NAME
               ZCMD ISPF-CHAR-FORMAT ISPF-QUEUE-LENGTH
               ON EXCEPTION
                   SET WS-NO-ISPF TO TRUE
           END-CALL
           IF NOT WS-NO-ISPF
               IF RETURN-CODE NOT < 20
                   SET WS-NO-ISPF TO TRUE
               END-IF
           END-IF
           IF NOT WS-NO-ISPF
               SET WS-VARS-DEFINED TO TRUE
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-CASE-NAME
                   FZTCASE ISPF-CHAR-FORMAT ISPF-CASE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-PFK-NAME
                   FZTPFK ISPF-CHAR-FORMAT ISPF-PFK-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-CURR-NAME
                   FZTCURR ISPF-CHAR-FORMAT ISPF-LINE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-ACK-NAME
                   FZTACK ISPF-CHAR-FORMAT ISPF-LINE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-MSG-NAME
                   FZTMSG ISPF-CHAR-FORMAT ISPF-LINE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-DATE-NAME
                   FZTDATE ISPF-CHAR-FORMAT ISPF-DATE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-QUEUE-NAME
                   FZTQUEUE ISPF-CHAR-FORMAT ISPF-QUEUE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-STRM-NAME
                   FZTSTRM ISPF-CHAR-FORMAT ISPF-CODE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-REGN-NAME
                   FZTREGN ISPF-CHAR-FORMAT ISPF-CODE-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-OVR-NAME
                   FZTOVR ISPF-CHAR-FORMAT ISPF-FLAG-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-COR-NAME
                   FZTCOR ISPF-CHAR-FORMAT ISPF-FLAG-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-SPL-NAME
                   FZTSPL ISPF-CHAR-FORMAT ISPF-FLAG-LENGTH
               CALL "ISPLINK" USING ISPF-VDEFINE ISPF-CHG-NAME
                   FZTCHG ISPF-CHAR-FORMAT ISPF-CHANGE-LENGTH
           END-IF.

       RUN-TIMELINE-DIALOG.
      *    THE FIRST SCREEN ASKS FOR A CASE.  A TABLE OR PANEL
      *    THAT CANNOT BE SHOWN THE FIRST TIME (NO TABLE OR PANEL
      *    LIBRARY ALLOCATED, SAY) FALLS BACK TO LINE MODE TOO.
           MOVE "KEY A CASE NUMBER AND PRESS ENTER" TO FZTMSG
           PERFORM BUILD-TIMELINE-TABLE
           PERFORM DISPLAY-TIMELINE
               UNTIL WS-DIALOG-DONE
           IF WS-TABLE-OPEN
               CALL "ISPLINK" USING ISPF-TBEND ISPF-TABLE-NAME
           END-IF
           IF WS-VARS-DEFINED
               CALL "ISPLINK" USING ISPF-VRESET
           END-IF.

       BUILD-TIMELINE-TABLE.
      *    A FRESH TEMPORARY TABLE PER CASE - TBEND DROPS THE LAST
      *    CASE'S ROWS, TBCREATE NOWRITE KEEPS IT IN STORAGE ONLY.
           IF WS-TABLE-OPEN
               CALL "ISPLINK" USING ISPF-TBEND ISPF-TABLE-NAME
               MOVE "N" TO WS-TABLE-OPEN-SW
           END-IF
           CALL "ISPLINK" USING ISPF-TBCREATE ISPF-TABLE-NAME
               ISPF-OMITTED ISPF-ROW-NAMES ISPF-NOWRITE
               ISPF-REPLACE
           MOVE RETURN-CODE TO WS-ISPF-RC
           IF WS-ISPF-RC > 4
               PERFORM END-DIALOG-ON-ERROR
           ELSE
               SET WS-TABLE-OPEN TO TRUE
               IF WS-CASE-NUMBER > ZERO
                   PERFORM BUILD-TIMELINE
               END-IF
               CALL "ISPLINK" USING ISPF-TBTOP ISPF-TABLE-NAME
           END-IF.

       DISPLAY-TIMELINE.
      *    ENTER (RC 0) ACTS ON WHAT THE DESK KEYED; END OR RETURN
      *    (RC 8) LEAVES THE DIALOG.  SCROLLING THE ROWS IS LEFT TO
      *    ISPF.
           CALL "ISPLINK" USING ISPF-TBDISPL ISPF-TABLE-NAME
               ISPF-PANEL-NAME
           MOVE RETURN-CODE TO WS-ISPF-RC
           EVALUATE TRUE
               WHEN WS-ISPF-RC > 8
                   PERFORM END-DIALOG-ON-ERROR
               WHEN WS-ISPF-RC = 8
                   SET WS-DIALOG-DONE TO TRUE
               WHEN OTHER
                   SET WS-PANEL-SHOWN TO TRUE
                   PERFORM PROCESS-DESK-ENTRY
           END-EVALUATE.

       END-DIALOG-ON-ERROR.
           IF NOT WS-PANEL-SHOWN
               SET WS-NO-ISPF TO TRUE
           END-IF
           SET WS-DIALOG-DONE TO TRUE.

       PROCESS-DESK-ENTRY.
      *    PF10 / PF22 OR PREV (OR LEFT, WHICH PF10 SENDS BY
      *    DEFAULT) STEPS BACK ONE CASE NUMBER; PF11 / PF23 OR NEXT
      *    (OR RIGHT) STEPS FORWARD.  OTHERWISE A NEWLY KEYED CASE
      *    NUMBER IS SHOWN, AND PLAIN ENTER JUST REDISPLAYS.
           MOVE "N" TO WS-CASE-BAD-SW
           MOVE WS-CASE-NUMBER TO WS-NEW-CASE
           EVALUATE TRUE
               WHEN FZTPFK = "PF10" OR FZTPFK = "PF22"
                       OR ZCMD = "PREV" OR ZCMD = "LEFT"
                   IF WS-NEW-CASE > 1
                       SUBTRACT 1 FROM WS-NEW-CASE
                   END-IF
               WHEN FZTPFK = "PF11" OR FZTPFK = "PF23"
                       OR ZCMD = "NEXT" OR ZCMD = "RIGHT"
                   IF WS-NEW-CASE < 99999
                       ADD 1 TO WS-NEW-CASE
                   END-IF
               WHEN OTHER
                   PERFORM PARSE-KEYED-CASE
           END-EVALUATE
           MOVE SPACES TO ZCMD
           MOVE SPACES TO FZTPFK
           IF WS-CASE-BAD
               MOVE "CASE NUMBER MUST BE 1 TO 99999" TO FZTMSG
           ELSE
               IF WS-NEW-CASE NOT = WS-CASE-NUMBER
                       AND WS-NEW-CASE > ZERO
                   MOVE WS-NEW-CASE TO WS-CASE-NUMBER
                   PERFORM BUILD-TIMELINE-TABLE
               END-IF
           END-IF
           IF WS-CASE-NUMBER > ZERO
               MOVE WS-CASE-NUMBER TO FZTCASE
           END-IF.

       PARSE-KEYED-CASE.
      *    DIGITS WITH BLANKS EITHER SIDE ONLY; A BLANK FIELD
      *    LEAVES THE CASE ON SHOW AS IT IS.
           MOVE ZERO TO WS-KEYED-VALUE
           MOVE ZERO TO WS-KEYED-DIGITS
           MOVE "N" TO WS-KEYED-ENDED-SW
           PERFORM VARYING WS-KEYED-IDX FROM 1 BY 1
                   UNTIL WS-KEYED-IDX > 5 OR WS-CASE-BAD
               MOVE FZTCASE (WS-KEYED-IDX : 1) TO WS-KEYED-CHAR
               EVALUATE TRUE
                   WHEN WS-KEYED-CHAR = SPACE
                       IF WS-KEYED-DIGITS > ZERO
                           SET WS-KEYED-ENDED TO TRUE
                       END-IF
                   WHEN WS-KEYED-CHAR NUMERIC AND NOT WS-KEYED-ENDED
                       COMPUTE WS-KEYED-VALUE =
                           WS-KEYED-VALUE * 10 + WS-KEYED-DIGIT
                       ADD 1 TO WS-KEYED-DIGITS
                   WHEN OTHER
                       SET WS-CASE-BAD TO TRUE
               END-EVALUATE
           END-PERFORM
           IF NOT WS-CASE-BAD AND WS-KEYED-DIGITS > ZERO
               IF WS-KEYED-VALUE = ZERO
                   SET WS-CASE-BAD TO TRUE
               ELSE
                   MOVE WS-KEYED-VALUE TO WS-NEW-CASE
               END-IF
           END-IF.

       BUILD-TIMELINE.
      *    HEADER LINES FIRST, THEN ONE ROW PER RUN DATE THE CASE
      *    IS ON THE HISTORY FOR, THEN THE SUMMARY LINE.  THE
      *    DIALOG ADDS THE ROWS TO THE ISPF TABLE; LINE MODE
      *    PRINTS THEM AS THEY ARE FOUND.
           PERFORM SHOW-CURRENT-ENTRY
           PERFORM SHOW-LATEST-ACK
           IF WS-NO-ISPF
               DISPLAY "FZBZ0203I CASE ROUTING TIMELINE FOR CASE "
                   WS-CASE-NUMBER
               DISPLAY FZTCURR
               DISPLAY FZTACK
               DISPLAY WS-ROW-HEADING
           END-IF
           MOVE ZERO TO WS-ROW-COUNT
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-PRIOR-QUEUE
           MOVE ZERO TO WS-WALK-DATE
           MOVE "N" TO WS-WALK-DONE-SW
           PERFORM WALK-HISTORY
               UNTIL WS-WALK-DONE
           IF WS-ROW-COUNT = ZERO
               MOVE SPACES TO FZTMSG
               STRING "CASE " WS-CASE-NUMBER
                   " IS NOT ON THE ROUTING HISTORY"
                   DELIMITED BY SIZE INTO FZTMSG
               END-STRING
           ELSE
               MOVE WS-CASE-NUMBER TO WS-MSG-CASE
               MOVE WS-ROW-COUNT TO WS-MSG-ROWS
               MOVE WS-CHANGE-COUNT TO WS-MSG-CHANGES
               MOVE WS-MSG-BUILD TO FZTMSG
           END-IF
           IF WS-NO-ISPF
               DISPLAY FZTMSG
           END-IF.

       SHOW-CURRENT-ENTRY.
           IF NOT WS-MASTER-PRESENT
               MOVE "CASE MASTER NOT AVAILABLE - NO CURRENT-RUN ENTRY"
                   TO FZTCURR
           ELSE
               MOVE WS-CASE-NUMBER TO CASEM-KEY
               READ CASE-MASTER-FILE
                   INVALID KEY
                       MOVE "NOW NOT CLASSIFIED IN CURRENT RUN"
                           TO FZTCURR
                   NOT INVALID KEY
                       MOVE CASEM-QUEUE-CODE TO WS-CURR-QUEUE
                       MOVE CASEM-RUN-DATE TO WS-CURR-DATE
                       MOVE CASEM-STREAM-ID TO WS-CURR-STREAM
                       MOVE CASEM-REGION TO WS-CURR-REGION
                       IF CASEM-WORKER-ID = SPACES
                           MOVE "NONE" TO WS-CURR-WORKER
                       ELSE
                           MOVE CASEM-WORKER-ID TO WS-CURR-WORKER
                       END-IF
                       IF CASEM-OVERRIDE-SW = "Y"
                           MOVE " OVERRIDDEN" TO WS-CURR-OVERRIDE
                       ELSE
                           MOVE SPACES TO WS-CURR-OVERRIDE
                       END-IF
                       MOVE WS-CURR-BUILD TO FZTCURR
               END-READ
           END-IF.

       SHOW-LATEST-ACK.
           IF WS-ACK-DISP (WS-CASE-NUMBER) = SPACE
               MOVE "NO DOWNSTREAM ACK ON FILE" TO FZTACK
           ELSE
               IF WS-ACK-DISP (WS-CASE-NUMBER) = "W"
                   MOVE "WORKED" TO WS-ACKB-DISP
               ELSE
                   MOVE "REJECTED" TO WS-ACKB-DISP
               END-IF
               MOVE WS-ACK-DATE (WS-CASE-NUMBER) TO WS-ACKB-DATE
               MOVE WS-ACK-TIME (WS-CASE-NUMBER) TO WS-ACKB-TIME
               MOVE WS-ACK-BUILD TO FZTACK
           END-IF.

       WALK-HISTORY.
      *    POSITION ON THE FIRST KEY AT OR AFTER (WALK DATE, CASE)
      *    AND LOOK AT WHAT IS THERE.  EACH STEP EITHER FINDS THE
      *    CASE OR MOVES THE WALK DATE ON, SO THE WALK TAKES ABOUT
      *    TWO STARTS PER RUN DATE ON FILE.
           MOVE WS-WALK-DATE TO CASEH-RUN-DATE
           MOVE WS-CASE-NUMBER TO CASEH-CASE-NUMBER
           START CASE-HIST-FILE KEY IS NOT LESS THAN CASEH-KEY
               INVALID KEY
                   SET WS-WALK-DONE TO TRUE
           END-START
           IF NOT WS-WALK-DONE
               READ CASE-HIST-FILE NEXT RECORD
                   AT END
                       SET WS-WALK-DONE TO TRUE
                   NOT AT END
                       PERFORM STEP-PAST-RECORD
               END-READ
           END-IF
           IF WS-WALK-DATE > 999999
               SET WS-WALK-DONE TO TRUE
           END-IF.

       STEP-PAST-RECORD.
      *    THE CASE ITSELF - ADD THE ROW AND TRY THE NEXT DATE.  A
      *    HIGHER CASE ON THE WALK DATE - THE CASE IS NOT ON THAT
      *    DATE, TRY THE NEXT.  ANYTHING ON A LATER DATE - THAT IS
      *    THE NEXT DATE WORTH TRYING.
           EVALUATE TRUE
               WHEN CASEH-CASE-NUMBER = WS-CASE-NUMBER
                   PERFORM ADD-TIMELINE-ROW
                   COMPUTE WS-WALK-DATE = CASEH-RUN-DATE + 1
               WHEN CASEH-RUN-DATE = WS-WALK-DATE
                   ADD 1 TO WS-WALK-DATE
               WHEN OTHER
                   MOVE CASEH-RUN-DATE TO WS-WALK-DATE
           END-EVALUATE.

       ADD-TIMELINE-ROW.
      *    A NIGHT WHOSE QUEUE DIFFERS FROM THE CASE'S PREVIOUS
      *    NIGHT ON FILE IS A QUEUE CHANGE - HIGHLIGHTED ON THE
      *    PANEL, ASTERISKED IN LINE MODE.  FLAGS FROM BEFORE THE
      *    HISTORY CARRIED THEM SHOW BLANK.
           ADD 1 TO WS-ROW-COUNT
           MOVE CASEH-RUN-DATE TO FZTDATE
           MOVE CASEH-QUEUE-CODE TO FZTQUEUE
           MOVE CASEH-STREAM-ID TO FZTSTRM
           MOVE CASEH-REGION TO FZTREGN
           MOVE CASEH-OVERRIDE-SW TO FZTOVR
           MOVE CASEH-CORRECTED-SW TO FZTCOR
           MOVE CASEH-SPILL-SW TO FZTSPL
           MOVE SPACES TO FZTCHG
           IF WS-ROW-COUNT > 1
                   AND CASEH-QUEUE-CODE NOT = WS-PRIOR-QUEUE
               ADD 1 TO WS-CHANGE-COUNT
               STRING "MOVED FROM " WS-PRIOR-QUEUE
                   DELIMITED BY SIZE INTO FZTCHG
               END-STRING
           END-IF
           MOVE CASEH-QUEUE-CODE TO WS-PRIOR-QUEUE
           IF WS-NO-ISPF
               IF FZTCHG = SPACES
                   MOVE SPACE TO WS-ROW-MARK
               ELSE
                   MOVE "*" TO WS-ROW-MARK
               END-IF
               MOVE FZTDATE TO WS-ROW-DATE
               MOVE FZTQUEUE TO WS-ROW-QUEUE
               MOVE FZTSTRM TO WS-ROW-STREAM
               MOVE FZTREGN TO WS-ROW-REGION
               MOVE FZTOVR TO WS-ROW-OVERRIDE
               MOVE FZTCOR TO WS-ROW-CORRECTED
               MOVE FZTSPL TO WS-ROW-SPILL
               MOVE FZTCHG TO WS-ROW-CHANGE
               DISPLAY WS-ROW-LINE
           ELSE
               CALL "ISPLINK" USING ISPF-TBADD ISPF-TABLE-NAME
           END-IF.

       WRITE-LINE-MODE-TIMELINES.
      *    ONE TIMELINE PER CASE CARD ON SYSIN.
           IF NOT WS-MASTER-PRESENT
               DISPLAY "FZBZ0205W CASE MASTER NOT AVAILABLE - STATUS "
                   WS-MASTER-STATUS " - NO CURRENT-RUN ENTRIES SHOWN"
           END-IF
           OPEN INPUT INQUIRY-CARD-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               DISPLAY "FZBZ0202W NO CASE CARDS SUPPLIED - "
                   "NO TIMELINE TO PRINT"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM READ-INQUIRY-CARD
               PERFORM UNTIL WS-SYSIN-AT-END
                   PERFORM PRINT-ONE-TIMELINE
                   PERFORM READ-INQUIRY-CARD
               END-PERFORM
               CLOSE INQUIRY-CARD-FILE
               DISPLAY "FZBZ0204I CASE TIMELINES COMPLETE - "
                   WS-INQUIRY-COUNT " PRINTED, "
                   WS-BAD-CARD-COUNT " CARDS IGNORED"
               IF WS-INQUIRY-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-ONE-TIMELINE.
           IF TIML-CASE-NUMBER NUMERIC
                   AND TIML-CASE-NUMBER > ZERO
               ADD 1 TO WS-INQUIRY-COUNT
               MOVE TIML-CASE-NUMBER TO WS-CASE-NUMBER
               PERFORM BUILD-TIMELINE
           ELSE
               ADD 1 TO WS-BAD-CARD-COUNT
               DISPLAY "FZBZ0202W CASE CARD " INQUIRY-CARD (1 : 5)
                   " IS NOT A CASE NUMBER 1 TO 99999 - IGNORED"
           END-IF.

       READ-ACK-RECORD.
           READ ACK-IN-FILE
               AT END
                   SET WS-ACK-AT-END TO TRUE
           END-READ.

       READ-INQUIRY-CARD.
           READ INQUIRY-CARD-FILE
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.
