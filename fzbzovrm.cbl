       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-OVRMAINT.
      ******************************************************
      *    FZBZOVRM SUPERVISOR OVERRIDE MAINTENANCE        *
      *    MAINTAINS THE OVERRIDE REGISTER (OVRMOLD IN,    *
      *    OVRMNEW OUT, SEE OVRMREC) FROM ADD, CHANGE AND  *
      *    RELEASE TRANSACTION CARDS ON SYSIN, DROPS EVERY *
      *    OVERRIDE WHOSE EXPIRES-ON DATE HAS PASSED, AND  *
      *    REBUILDS THE OVERRIDE FILE THE NIGHTLY RUN AND  *
      *    THE CORRECTION RUN READ (OVEROUT, SEE OVERREC)  *
      *    FROM WHAT IS LEFT IN FORCE.  EVERY ACTION -     *
      *    INCLUDING EACH EXPIRY - IS WRITTEN TO THE       *
      *    PARAMETER-CHANGE AUDIT LOG (AUDITLOG, SEE       *
      *    AUDITREC) SO FZBZAUDR REPORTS WHO FORCED WHICH  *
      *    CASE, WHO APPROVED IT, WHY, AND UNTIL WHEN, AND *
      *    THE OVERRIDE REPORT (OVRRPT) LISTS THE EXPIRED  *
      *    OVERRIDES, TODAY'S ACTIONS, AND EVERYTHING      *
      *    STILL IN FORCE FOR THE MORNING REVIEW.          *
      *                                                     *
      *    DUAL APPROVAL: EVERY TRANSACTION NAMES THE      *
      *    REQUESTING SUPERVISOR AND A DIFFERENT APPROVING *
      *    USERID, AND THE APPROVER MUST BE THE USERID     *
      *    SUBMITTING THE JOB (EXEC PARM=, THE SAME WAY    *
      *    PARM-MAINT IDENTIFIES ITS USER) - A SUPERVISOR  *
      *    CANNOT APPROVE THEIR OWN HOLD BY TYPING SOMEONE *
      *    ELSE'S USERID ON THE CARD.                      *
      *                                                     *
      *    THE TRANSACTIONS ARE ALL-OR-NOTHING, LIKE A     *
      *    PARM-MAINT INSTALL: EVERY CARD IS CHECKED, EVERY *
      *    BAD ONE IS REPORTED, AND IF ANY IS BAD THE STEP *
      *    FAILS WITHOUT WRITING ANYTHING, SO A RESUBMITTED *
      *    BATCH NEVER MEETS HALF OF ITSELF ALREADY        *
      *    APPLIED.  NO SYSIN CARDS AT ALL IS THE NIGHTLY  *
      *    EXPIRY-ONLY RUN.                                *
      *                                                     *
      *    SYSIN TRANSACTION CARD (FIXED COLUMNS):         *
      *      1-7   ACTION  ADD, CHANGE OR RELEASE          *
      *      8-12  CASE NUMBER (FIVE DIGITS)               *
      *      14-33 TARGET QUEUE CODE                       *
      *      35-42 REQUESTING SUPERVISOR USERID            *
      *      44-51 APPROVING USERID                        *
      *      53-54 REASON CODE (SEE WS-REASON-TABLE)       *
      *      56-61 EXPIRES-ON DATE YYMMDD                  *
      *    ADD NEEDS EVERY FIELD.  CHANGE KEEPS THE        *
      *    OVERRIDE'S QUEUE OR EXPIRES-ON WHEN THAT FIELD  *
      *    IS LEFT BLANK.  RELEASE NEEDS NO QUEUE OR DATE. *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT OLD-REGISTER-FILE ASSIGN TO OVRMOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDM-STATUS.
           SELECT NEW-REGISTER-FILE ASSIGN TO OVRMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO OVEROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OVERRIDE-REPORT-FILE ASSIGN TO OVRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 TXN-CARD.
           05 TXN-ACTION              PIC X(7).
           05 TXN-CASE-NUMBER         PIC 9(5).
           05 FILLER                  PIC X(1).
           05 TXN-QUEUE-CODE          PIC X(20).
           05 FILLER                  PIC X(1).
           05 TXN-REQUESTER           PIC X(8).
           05 FILLER                  PIC X(1).
           05 TXN-APPROVER            PIC X(8).
           05 FILLER                  PIC X(1).
           05 TXN-REASON              PIC X(2).
           05 FILLER                  PIC X(1).
           05 TXN-EXPIRES             PIC X(6).
           05 FILLER                  PIC X(19).
       FD  OLD-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY OVRMREC REPLACING
               ==OVRM-RECORD==         BY ==OLDM-RECORD==
               ==OVRM-CASE-NUMBER==    BY ==OLDM-CASE-NUMBER==
               ==OVRM-QUEUE-CODE==     BY ==OLDM-QUEUE-CODE==
               ==OVRM-REQUESTER==      BY ==OLDM-REQUESTER==
               ==OVRM-APPROVER==       BY ==OLDM-APPROVER==
               ==OVRM-REASON==         BY ==OLDM-REASON==
               ==OVRM-EXPIRES-DATE==   BY ==OLDM-EXPIRES-DATE==
               ==OVRM-ADDED-DATE==     BY ==OLDM-ADDED-DATE==
               ==OVRM-CHANGED-DATE==   BY ==OLDM-CHANGED-DATE==.
       FD  NEW-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY OVRMREC.
       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY OVERREC.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
           COPY AUDITREC.
       FD  OVERRIDE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 OVERRIDE-REPORT-LINE        PIC X(132).
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
       01 WS-OLDM-STATUS PIC XX VALUE "00".
       01 WS-NEWM-STATUS PIC XX VALUE "00".
       01 WS-OVER-STATUS PIC XX VALUE "00".
       01 WS-AUDIT-STATUS PIC XX VALUE "00".
       01 WS-REPORT-STATUS PIC XX VALUE "00".
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       01 WS-SYSIN-AT-END-SW PIC X VALUE "N".
           88 WS-SYSIN-AT-END VALUE "Y".
       01 WS-OLDM-AT-END-SW PIC X VALUE "N".
           88 WS-OLDM-AT-END VALUE "Y".
       01 WS-TXN-ERRORS-SW PIC X VALUE "N".
           88 WS-TXN-ERRORS VALUE "Y".
       01 WS-CARD-BAD-SW PIC X VALUE "N".
           88 WS-CARD-BAD VALUE "Y".
       01 WS-USERID PIC X(8) VALUE SPACES.
       01 WS-PARM-LEN PIC 9(4) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(6).
       01 WS-TODAY-TIME PIC 9(6).
       01 WS-CARD-NUMBER PIC 9(3) VALUE ZERO.
      *    AN EXPIRES-ON DATE IS CHECKED AS A REAL YYMMDD DATE NO
      *    EARLIER THAN TODAY - A HOLD THAT IS ALREADY EXPIRED
      *    WHEN IT IS KEYED WOULD ONLY BE DROPPED AGAIN.
       01 WS-EXPIRES-DATE PIC 9(6).
       01 WS-EXPIRES-PARTS REDEFINES WS-EXPIRES-DATE.
           05 WS-EXPIRES-YY           PIC 9(2).
           05 WS-EXPIRES-MM           PIC 9(2).
           05 WS-EXPIRES-DD           PIC 9(2).
      *    THE REASON CODES A SUPERVISOR MAY GIVE.  A NEW CODE IS
      *    ADDED HERE AND THE TABLE'S OCCURS RAISED TO MATCH.
       01 WS-REASON-VALUES.
           05 FILLER PIC X(22) VALUE "CECUSTOMER ESCALATION ".
           05 FILLER PIC X(22) VALUE "LHLEGAL HOLD          ".
           05 FILLER PIC X(22) VALUE "QAQUALITY REVIEW      ".
           05 FILLER PIC X(22) VALUE "RWREWORK              ".
           05 FILLER PIC X(22) VALUE "SHSPECIAL HANDLING    ".
           05 FILLER PIC X(22) VALUE "OTOTHER               ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-REASON-ENTRY OCCURS 6 TIMES.
               10 WS-REASON-CODE       PIC X(2).
               10 WS-REASON-TEXT       PIC X(20).
       01 WS-REASON-IDX PIC 9(2).
       01 WS-REASON-FOUND-SW PIC X.
           88 WS-REASON-FOUND VALUE "Y".
      *    THE REGISTER AS IT STANDS DURING THE RUN.  RELEASED AND
      *    EXPIRED ENTRIES STAY IN THE TABLE, MARKED, UNTIL THE NEW
      *    REGISTER IS WRITTEN.  SIZED FOR THE 50 OVERRIDES THE
      *    NIGHTLY RUN'S OVERRIDE TABLE HOLDS PLUS AN ADD ON EVERY
      *    ONE OF THE 100 TRANSACTION CARDS A RUN ACCEPTS.
       01 WS-OVR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OVR-IDX PIC 9(3).
       01 WS-OVR-FOUND-IDX PIC 9(3).
       01 WS-OVR-ACTIVE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 150 TIMES.
               10 WS-OVR-CASE          PIC 9(5).
               10 WS-OVR-QUEUE         PIC X(20).
               10 WS-OVR-REQUESTER     PIC X(8).
               10 WS-OVR-APPROVER      PIC X(8).
               10 WS-OVR-REASON        PIC X(2).
               10 WS-OVR-EXPIRES       PIC 9(6).
               10 WS-OVR-ADDED         PIC 9(6).
               10 WS-OVR-CHANGED       PIC 9(6).
               10 WS-OVR-STATE         PIC X.
                   88 WS-OVR-ACTIVE VALUE "A".
                   88 WS-OVR-RELEASED VALUE "R".
                   88 WS-OVR-EXPIRED VALUE "X".
      *    ONE ENTRY PER ACTION TAKEN THIS RUN - EVERY ACCEPTED
      *    TRANSACTION, THEN EVERY EXPIRY - HELD UNTIL THE WHOLE
      *    BATCH HAS PASSED ITS CHECKS, THEN WRITTEN TO THE AUDIT
      *    LOG AND THE REPORT.
       01 WS-ACT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ACT-IDX PIC 9(3).
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 150 TIMES.
               10 WS-ACT-ACTION        PIC X(8).
               10 WS-ACT-CARD          PIC 9(3).
               10 WS-ACT-CASE          PIC 9(5).
               10 WS-ACT-QUEUE         PIC X(20).
               10 WS-ACT-REQUESTER     PIC X(8).
               10 WS-ACT-APPROVER      PIC X(8).
               10 WS-ACT-REASON        PIC X(2).
               10 WS-ACT-EXPIRES       PIC 9(6).
       01 WS-ADD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RELEASE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(3) VALUE ZERO.
      *    THE NEW REGISTER AND OVERRIDE FILE ARE WRITTEN IN
      *    ASCENDING CASE ORDER BY PICKING, EACH TIME, THE LOWEST
      *    ACTIVE CASE ABOVE THE ONE LAST WRITTEN.
       01 WS-LAST-CASE PIC 9(5).
       01 WS-NEXT-CASE PIC 9(6).
       01 WS-NEXT-IDX PIC 9(3).
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-SECTION-TITLE PIC X(40) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 FILLER                  PIC X(37) VALUE
               "FIZZBUZZ SUPERVISOR OVERRIDE REPORT".
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-TITLE-DATE           PIC 9(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-TITLE-PAGE           PIC ZZ9.
       01 WS-HEADING-LINE.
           05 FILLER                  PIC X(9) VALUE "ACTION".
           05 FILLER                  PIC X(7) VALUE "CARD".
           05 FILLER                  PIC X(7) VALUE "CASE".
           05 FILLER                  PIC X(21) VALUE "QUEUE".
           05 FILLER                  PIC X(10) VALUE "REQUESTER".
           05 FILLER                  PIC X(9) VALUE "APPROVER".
           05 FILLER                  PIC X(24) VALUE "REASON".
           05 FILLER                  PIC X(7) VALUE "EXPIRES".
       01 WS-DETAIL-LINE.
           05 WS-DETAIL-ACTION        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-CARD          PIC ZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-DETAIL-CASE          PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DETAIL-QUEUE         PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REQUESTER     PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DETAIL-APPROVER      PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REASON        PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REASON-TEXT   PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-EXPIRES       PIC 9(6).
       01 WS-NONE-LINE.
           05 FILLER                  PIC X(6) VALUE "(NONE)".
       01 WS-SUMMARY-LINE.
           05 FILLER                  PIC X(7) VALUE "ADDED=".
           05 WS-SUMMARY-ADDS         PIC ZZ9.
           05 FILLER                  PIC X(10) VALUE "  CHANGED=".
           05 WS-SUMMARY-CHANGES      PIC ZZ9.
           05 FILLER                  PIC X(11) VALUE "  RELEASED=".
           05 WS-SUMMARY-RELEASES     PIC ZZ9.
           05 FILLER                  PIC X(10) VALUE "  EXPIRED=".
           05 WS-SUMMARY-EXPIRED      PIC ZZ9.
           05 FILLER                  PIC X(11) VALUE "  IN FORCE=".
           05 WS-SUMMARY-ACTIVE       PIC ZZ9.
       LINKAGE SECTION.
       01 LS-PARM-INFO.
           05 LS-PARM-LEN             PIC S9(4) COMP.
           05 LS-PARM-TEXT            PIC X(8).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       FZBZ-OVRMAINT-MAIN SECTION.
      *    THE SUBMITTING USERID IS TAKEN FROM PARM= EXACTLY AS
      *    PARM-MAINT TAKES IT - ONLY THE VALID PREFIX OF THE PARM
      *    TEXT, CAPPED AT EIGHT BYTES.
           MOVE SPACES TO WS-USERID
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               IF WS-PARM-LEN > 8
                   MOVE 8 TO WS-PARM-LEN
               END-IF
               MOVE LS-PARM-TEXT (1 : WS-PARM-LEN) TO WS-USERID
           ELSE
               MOVE "UNKNOWN " TO WS-USERID
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE
           ACCEPT WS-TODAY-TIME FROM TIME

           PERFORM LOAD-OVERRIDE-REGISTER
           PERFORM PROCESS-TXN-CARDS
           IF WS-TXN-ERRORS
               DISPLAY "FZBZ0144E OVERRIDE TRANSACTIONS REJECTED - "
                   "NOTHING WAS APPLIED, THE REGISTER AND THE "
                   "OVERRIDE FILE ARE UNCHANGED.  CORRECT THE CARDS "
                   "REPORTED ABOVE AND RESUBMIT THE WHOLE BATCH."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0144E OVERRIDE TRANSACTIONS REJECTED"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               GOBACK
           END-IF
           PERFORM EXPIRE-OVERRIDES
           IF WS-OVR-ACTIVE-COUNT > 50
               DISPLAY "FZBZ0143E THE REGISTER WOULD HOLD "
                   WS-OVR-ACTIVE-COUNT " OVERRIDES IN FORCE - THE "
                   "NIGHTLY RUN'S OVERRIDE TABLE ONLY HOLDS 50.  "
                   "RELEASE SOME BEFORE ADDING MORE.  NOTHING WAS "
                   "APPLIED."
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0143E MORE THAN 50 OVERRIDES WOULD BE IN FORCE"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               GOBACK
           END-IF

           OPEN OUTPUT NEW-REGISTER-FILE
           OPEN OUTPUT OVERRIDE-FILE
      *    THE AUDIT LOG ACCUMULATES ACROSS RUNS - OPEN EXTEND TO
      *    APPEND, FALLING BACK TO OPEN OUTPUT ONLY THE FIRST TIME
      *    THE DATASET DOES NOT YET EXIST, AS PARM-MAINT DOES.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN OUTPUT OVERRIDE-REPORT-FILE
           PERFORM WRITE-REGISTER-FILES
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               PERFORM WRITE-AUDIT-ACTION
           END-PERFORM
           PERFORM WRITE-OVERRIDE-REPORT
           CLOSE NEW-REGISTER-FILE
           CLOSE OVERRIDE-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE OVERRIDE-REPORT-FILE
           DISPLAY "FZBZ0145I OVERRIDE MAINTENANCE COMPLETE - "
               WS-ADD-COUNT " ADDED, " WS-CHANGE-COUNT " CHANGED, "
               WS-RELEASE-COUNT " RELEASED, " WS-EXPIRED-COUNT
               " EXPIRED, " WS-OVR-ACTIVE-COUNT " IN FORCE"
           MOVE 0 TO RETURN-CODE
           STRING WS-EXPIRED-COUNT " EXPIRED, " WS-OVR-ACTIVE-COUNT
               " IN FORCE" DELIMITED BY SIZE INTO WS-SCORE-FIGURE
           END-STRING
           PERFORM WRITE-SCORECARD-RECORD
           GOBACK.

       LOAD-OVERRIDE-REGISTER.
      *    NO REGISTER YET (THE VERY FIRST RUN) IS AN EMPTY
      *    REGISTER, THE SAME WAY PARM-MAINT TREATS A MISSING
      *    PARMOLD.
           OPEN INPUT OLD-REGISTER-FILE
           IF WS-OLDM-STATUS NOT = "00"
               SET WS-OLDM-AT-END TO TRUE
           ELSE
               PERFORM READ-OLD-REGISTER
           END-IF
           PERFORM UNTIL WS-OLDM-AT-END
               IF WS-OVR-COUNT = 50
                   DISPLAY "FZBZ0143E THE OVERRIDE REGISTER HOLDS "
                       "MORE THAN 50 OVERRIDES - THE NIGHTLY RUN'S "
                       "OVERRIDE TABLE ONLY HOLDS 50.  STEP FAILING."
                   CLOSE OLD-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "FZBZ0143E REGISTER HOLDS MORE THAN 50"
                       TO WS-SCORE-FIGURE
                   PERFORM WRITE-SCORECARD-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-OVR-COUNT
               MOVE OLDM-CASE-NUMBER TO WS-OVR-CASE (WS-OVR-COUNT)
               MOVE OLDM-QUEUE-CODE TO WS-OVR-QUEUE (WS-OVR-COUNT)
               MOVE OLDM-REQUESTER
                   TO WS-OVR-REQUESTER (WS-OVR-COUNT)
               MOVE OLDM-APPROVER TO WS-OVR-APPROVER (WS-OVR-COUNT)
               MOVE OLDM-REASON TO WS-OVR-REASON (WS-OVR-COUNT)
               MOVE OLDM-EXPIRES-DATE
                   TO WS-OVR-EXPIRES (WS-OVR-COUNT)
               MOVE OLDM-ADDED-DATE TO WS-OVR-ADDED (WS-OVR-COUNT)
               MOVE OLDM-CHANGED-DATE
                   TO WS-OVR-CHANGED (WS-OVR-COUNT)
               SET WS-OVR-ACTIVE (WS-OVR-COUNT) TO TRUE
               ADD 1 TO WS-OVR-ACTIVE-COUNT
               PERFORM READ-OLD-REGISTER
           END-PERFORM
           CLOSE OLD-REGISTER-FILE.

       READ-OLD-REGISTER.
           READ OLD-REGISTER-FILE
               AT END
                   SET WS-OLDM-AT-END TO TRUE
           END-READ.

       PROCESS-TXN-CARDS.
      *    SYSIN IS OPTIONAL - NO DD, OR AN EMPTY ONE, IS THE
      *    EXPIRY-ONLY RUN.  BLANK CARDS ARE SKIPPED.  EACH GOOD
      *    CARD IS APPLIED TO THE IN-STORAGE REGISTER AS IT IS
      *    READ, SO A LATER CARD IN THE SAME BATCH SEES AN EARLIER
      *    ONE'S EFFECT (AN ADD FOLLOWED BY A CHANGE OF THE SAME
      *    CASE) - NOTHING LEAVES STORAGE UNTIL THE WHOLE BATCH
      *    HAS PASSED.
           OPEN INPUT TXN-CARD-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               SET WS-SYSIN-AT-END TO TRUE
           ELSE
               PERFORM READ-TXN-CARD
               PERFORM UNTIL WS-SYSIN-AT-END
                   IF TXN-CARD NOT = SPACES
                       PERFORM PROCESS-ONE-TXN
                   END-IF
                   PERFORM READ-TXN-CARD
               END-PERFORM
               CLOSE TXN-CARD-FILE
           END-IF.

       PROCESS-ONE-TXN.
           ADD 1 TO WS-CARD-NUMBER
           IF WS-CARD-NUMBER > 100
               DISPLAY "FZBZ0143E MORE THAN 100 OVERRIDE "
                   "TRANSACTIONS IN ONE BATCH - SPLIT THE BATCH.  "
                   "NOTHING WAS APPLIED."
               CLOSE TXN-CARD-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "FZBZ0143E MORE THAN 100 TRANSACTIONS"
                   TO WS-SCORE-FIGURE
               PERFORM WRITE-SCORECARD-RECORD
               GOBACK
           END-IF
           PERFORM VALIDATE-OVERRIDE-TXN
           IF WS-CARD-BAD
               SET WS-TXN-ERRORS TO TRUE
           ELSE
               PERFORM APPLY-OVERRIDE-TXN
           END-IF.

       READ-TXN-CARD.
           READ TXN-CARD-FILE
               AT END
                   SET WS-SYSIN-AT-END TO TRUE
           END-READ.

       VALIDATE-OVERRIDE-TXN.
      *    EVERY CHECK IS MADE AND EVERY FAILURE REPORTED, SO ONE
      *    RESUBMISSION FIXES THE WHOLE CARD.
           MOVE "N" TO WS-CARD-BAD-SW
           IF TXN-ACTION NOT = "ADD    "
                   AND TXN-ACTION NOT = "CHANGE "
                   AND TXN-ACTION NOT = "RELEASE"
               DISPLAY "FZBZ0140E OVERRIDE CARD " WS-CARD-NUMBER
                   " HAS ACTION '" TXN-ACTION "' - VALID ACTIONS "
                   "ARE ADD, CHANGE AND RELEASE"
               SET WS-CARD-BAD TO TRUE
           END-IF
           IF TXN-CASE-NUMBER NOT NUMERIC
                   OR TXN-CASE-NUMBER = ZERO
               DISPLAY "FZBZ0140E OVERRIDE CARD " WS-CARD-NUMBER
                   " CASE NUMBER '" TXN-CASE-NUMBER "' IS NOT A "
                   "FIVE-DIGIT CASE NUMBER"
               SET WS-CARD-BAD TO TRUE
           END-IF
           PERFORM CHECK-DUAL-APPROVAL
           MOVE "N" TO WS-REASON-FOUND-SW
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 6
               IF WS-REASON-CODE (WS-REASON-IDX) = TXN-REASON
                   SET WS-REASON-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-REASON-FOUND
               DISPLAY "FZBZ0140E OVERRIDE CARD " WS-CARD-NUMBER
                   " REASON CODE '" TXN-REASON "' IS NOT ONE OF "
                   "CE, LH, QA, RW, SH OR OT"
               SET WS-CARD-BAD TO TRUE
           END-IF
           IF TXN-ACTION = "ADD    "
               IF TXN-QUEUE-CODE = SPACES
                   DISPLAY "FZBZ0140E OVERRIDE CARD " WS-CARD-NUMBER
                       " ADDS AN OVERRIDE WITH NO TARGET QUEUE"
                   SET WS-CARD-BAD TO TRUE
               END-IF
               PERFORM CHECK-EXPIRES-DATE
           END-IF
           IF TXN-ACTION = "CHANGE " AND TXN-EXPIRES NOT = SPACES
               PERFORM CHECK-EXPIRES-DATE
           END-IF
           IF TXN-CASE-NUMBER NUMERIC
               PERFORM FIND-ACTIVE-OVERRIDE
               IF TXN-ACTION = "ADD    "
                       AND WS-OVR-FOUND-IDX > ZERO
                   DISPLAY "FZBZ0142E OVERRIDE CARD " WS-CARD-NUMBER
                       " ADDS CASE " TXN-CASE-NUMBER " BUT AN "
                       "OVERRIDE TO "
                       WS-OVR-QUEUE (WS-OVR-FOUND-IDX)
                       " IS ALREADY IN FORCE - USE CHANGE"
                   SET WS-CARD-BAD TO TRUE
               END-IF
               IF (TXN-ACTION = "CHANGE " OR TXN-ACTION = "RELEASE")
                       AND WS-OVR-FOUND-IDX = ZERO
                   DISPLAY "FZBZ0142E OVERRIDE CARD " WS-CARD-NUMBER
                       " NAMES CASE " TXN-CASE-NUMBER " BUT NO "
                       "OVERRIDE IS IN FORCE FOR IT"
                   SET WS-CARD-BAD TO TRUE
               END-IF
           END-IF.

       CHECK-DUAL-APPROVAL.
      *    TWO PEOPLE, AND THE SECOND ONE IS THE ONE SUBMITTING.
           IF TXN-REQUESTER = SPACES OR TXN-APPROVER = SPACES
               DISPLAY "FZBZ0141E OVERRIDE CARD " WS-CARD-NUMBER
                   " NEEDS BOTH A REQUESTING SUPERVISOR AND AN "
                   "APPROVING USERID"
               SET WS-CARD-BAD TO TRUE
           ELSE
               IF TXN-APPROVER = TXN-REQUESTER
                   DISPLAY "FZBZ0141E OVERRIDE CARD " WS-CARD-NUMBER
                       " IS APPROVED BY ITS OWN REQUESTER "
                       TXN-REQUESTER " - A DIFFERENT USERID MUST "
                       "APPROVE IT"
                   SET WS-CARD-BAD TO TRUE
               END-IF
               IF TXN-APPROVER NOT = WS-USERID
                   DISPLAY "FZBZ0141E OVERRIDE CARD " WS-CARD-NUMBER
                       " APPROVER " TXN-APPROVER " IS NOT THE "
                       "SUBMITTING USERID " WS-USERID " - THE "
                       "APPROVER MUST SUBMIT THE TRANSACTIONS"
                   SET WS-CARD-BAD TO TRUE
               END-IF
           END-IF.

       CHECK-EXPIRES-DATE.
           IF TXN-EXPIRES NOT NUMERIC
               DISPLAY "FZBZ0140E OVERRIDE CARD " WS-CARD-NUMBER
                   " EXPIRES-ON '" TXN-EXPIRES "' IS NOT A YYMMDD "
                   "DATE"
               SET WS-CARD-BAD TO TRUE
           ELSE
               MOVE TXN-EXPIRES TO WS-EXPIRES-DATE
               IF WS-EXPIRES-MM < 1 OR WS-EXPIRES-MM > 12
                       OR WS-EXPIRES-DD < 1 OR WS-EXPIRES-DD > 31
                   DISPLAY "FZBZ0140E OVERRIDE CARD " WS-CARD-NUMBER
                       " EXPIRES-ON " TXN-EXPIRES " IS NOT A YYMMDD "
                       "DATE"
                   SET WS-CARD-BAD TO TRUE
               ELSE
                   IF WS-EXPIRES-DATE < WS-TODAY-DATE
                       DISPLAY "FZBZ0140E OVERRIDE CARD "
                           WS-CARD-NUMBER " EXPIRES-ON " TXN-EXPIRES
                           " IS ALREADY PAST"
                       SET WS-CARD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-ACTIVE-OVERRIDE.
           MOVE ZERO TO WS-OVR-FOUND-IDX
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               IF WS-OVR-ACTIVE (WS-OVR-IDX)
                       AND WS-OVR-CASE (WS-OVR-IDX) = TXN-CASE-NUMBER
                   MOVE WS-OVR-IDX TO WS-OVR-FOUND-IDX
               END-IF
           END-PERFORM.

       APPLY-OVERRIDE-TXN.
      *    VALIDATE-OVERRIDE-TXN HAS ALREADY LOCATED THE CASE'S
      *    ACTIVE ENTRY (WS-OVR-FOUND-IDX) FOR A CHANGE OR RELEASE.
           ADD 1 TO WS-ACT-COUNT
           MOVE WS-CARD-NUMBER TO WS-ACT-CARD (WS-ACT-COUNT)
           EVALUATE TXN-ACTION
               WHEN "ADD    "
                   ADD 1 TO WS-OVR-COUNT
                   MOVE WS-OVR-COUNT TO WS-OVR-FOUND-IDX
                   MOVE TXN-CASE-NUMBER
                       TO WS-OVR-CASE (WS-OVR-FOUND-IDX)
                   MOVE TXN-QUEUE-CODE
                       TO WS-OVR-QUEUE (WS-OVR-FOUND-IDX)
                   MOVE TXN-EXPIRES
                       TO WS-OVR-EXPIRES (WS-OVR-FOUND-IDX)
                   MOVE WS-TODAY-DATE
                       TO WS-OVR-ADDED (WS-OVR-FOUND-IDX)
                   SET WS-OVR-ACTIVE (WS-OVR-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-OVR-ACTIVE-COUNT
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "OVRADD" TO WS-ACT-ACTION (WS-ACT-COUNT)
               WHEN "CHANGE "
                   IF TXN-QUEUE-CODE NOT = SPACES
                       MOVE TXN-QUEUE-CODE
                           TO WS-OVR-QUEUE (WS-OVR-FOUND-IDX)
                   END-IF
                   IF TXN-EXPIRES NOT = SPACES
                       MOVE TXN-EXPIRES
                           TO WS-OVR-EXPIRES (WS-OVR-FOUND-IDX)
                   END-IF
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "OVRCHG" TO WS-ACT-ACTION (WS-ACT-COUNT)
               WHEN "RELEASE"
                   SET WS-OVR-RELEASED (WS-OVR-FOUND-IDX) TO TRUE
                   SUBTRACT 1 FROM WS-OVR-ACTIVE-COUNT
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE "OVRREL" TO WS-ACT-ACTION (WS-ACT-COUNT)
           END-EVALUATE
      *    THE ENTRY CARRIES WHOEVER LAST ACTED ON IT - A CHANGE
      *    NEEDS THE SAME TWO-PERSON SIGN-OFF AS THE ORIGINAL ADD.
           MOVE TXN-REQUESTER TO WS-OVR-REQUESTER (WS-OVR-FOUND-IDX)
           MOVE TXN-APPROVER TO WS-OVR-APPROVER (WS-OVR-FOUND-IDX)
           MOVE TXN-REASON TO WS-OVR-REASON (WS-OVR-FOUND-IDX)
           MOVE WS-TODAY-DATE TO WS-OVR-CHANGED (WS-OVR-FOUND-IDX)
           PERFORM RECORD-OVERRIDE-ACTION.

       RECORD-OVERRIDE-ACTION.
      *    COPIES THE OVERRIDE AT WS-OVR-FOUND-IDX, AS IT STANDS
      *    AFTER THE ACTION, INTO THE ACTION ENTRY AT WS-ACT-COUNT.
           MOVE WS-OVR-CASE (WS-OVR-FOUND-IDX)
               TO WS-ACT-CASE (WS-ACT-COUNT)
           MOVE WS-OVR-QUEUE (WS-OVR-FOUND-IDX)
               TO WS-ACT-QUEUE (WS-ACT-COUNT)
           MOVE WS-OVR-REQUESTER (WS-OVR-FOUND-IDX)
               TO WS-ACT-REQUESTER (WS-ACT-COUNT)
           MOVE WS-OVR-APPROVER (WS-OVR-FOUND-IDX)
               TO WS-ACT-APPROVER (WS-ACT-COUNT)
           MOVE WS-OVR-REASON (WS-OVR-FOUND-IDX)
               TO WS-ACT-REASON (WS-ACT-COUNT)
           MOVE WS-OVR-EXPIRES (WS-OVR-FOUND-IDX)
               TO WS-ACT-EXPIRES (WS-ACT-COUNT).

       EXPIRE-OVERRIDES.
      *    EXPIRES-ON IS INCLUSIVE (SEE OVRMREC): AN OVERRIDE
      *    EXPIRING TODAY STILL APPLIES TONIGHT AND IS DROPPED BY
      *    THE FIRST RUN AFTER TODAY.  THE EXPIRY IS AUDITED UNDER
      *    THE SUPERVISOR WHO LAST REQUESTED THE OVERRIDE.
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               IF WS-OVR-ACTIVE (WS-OVR-IDX)
                       AND WS-OVR-EXPIRES (WS-OVR-IDX) < WS-TODAY-DATE
                   SET WS-OVR-EXPIRED (WS-OVR-IDX) TO TRUE
                   SUBTRACT 1 FROM WS-OVR-ACTIVE-COUNT
                   ADD 1 TO WS-EXPIRED-COUNT
                   DISPLAY "FZBZ0146W OVERRIDE FOR CASE "
                       WS-OVR-CASE (WS-OVR-IDX) " TO QUEUE "
                       WS-OVR-QUEUE (WS-OVR-IDX) " EXPIRED ON "
                       WS-OVR-EXPIRES (WS-OVR-IDX) " - REMOVED"
                   MOVE WS-OVR-IDX TO WS-OVR-FOUND-IDX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE "OVREXP" TO WS-ACT-ACTION (WS-ACT-COUNT)
                   MOVE ZERO TO WS-ACT-CARD (WS-ACT-COUNT)
                   PERFORM RECORD-OVERRIDE-ACTION
               END-IF
           END-PERFORM.

       WRITE-REGISTER-FILES.
      *    ONE REGISTER RECORD AND ONE OVERRIDE-FILE RECORD PER
      *    OVERRIDE STILL IN FORCE, IN ASCENDING CASE ORDER.
           MOVE ZERO TO WS-LAST-CASE
           PERFORM FIND-NEXT-ACTIVE-CASE
           PERFORM UNTIL WS-NEXT-IDX = ZERO
               MOVE WS-OVR-CASE (WS-NEXT-IDX) TO OVRM-CASE-NUMBER
               MOVE WS-OVR-QUEUE (WS-NEXT-IDX) TO OVRM-QUEUE-CODE
               MOVE WS-OVR-REQUESTER (WS-NEXT-IDX) TO OVRM-REQUESTER
               MOVE WS-OVR-APPROVER (WS-NEXT-IDX) TO OVRM-APPROVER
               MOVE WS-OVR-REASON (WS-NEXT-IDX) TO OVRM-REASON
               MOVE WS-OVR-EXPIRES (WS-NEXT-IDX) TO OVRM-EXPIRES-DATE
               MOVE WS-OVR-ADDED (WS-NEXT-IDX) TO OVRM-ADDED-DATE
               MOVE WS-OVR-CHANGED (WS-NEXT-IDX) TO OVRM-CHANGED-DATE
               WRITE OVRM-RECORD
               MOVE WS-OVR-CASE (WS-NEXT-IDX) TO OVER-CASE-NUMBER
               MOVE WS-OVR-QUEUE (WS-NEXT-IDX) TO OVER-QUEUE-CODE
               WRITE OVER-RECORD
               MOVE WS-OVR-CASE (WS-NEXT-IDX) TO WS-LAST-CASE
               PERFORM FIND-NEXT-ACTIVE-CASE
           END-PERFORM.

       FIND-NEXT-ACTIVE-CASE.
      *    LEAVES WS-NEXT-IDX AT THE ACTIVE ENTRY WITH THE LOWEST
      *    CASE NUMBER ABOVE WS-LAST-CASE, OR ZERO WHEN THERE IS
      *    NONE.  ACTIVE CASE NUMBERS ARE UNIQUE (AN ADD OF A CASE
      *    ALREADY IN FORCE IS REFUSED), SO NOTHING IS SKIPPED.
           MOVE ZERO TO WS-NEXT-IDX
           MOVE 100000 TO WS-NEXT-CASE
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               IF WS-OVR-ACTIVE (WS-OVR-IDX)
                       AND WS-OVR-CASE (WS-OVR-IDX) > WS-LAST-CASE
                       AND WS-OVR-CASE (WS-OVR-IDX) < WS-NEXT-CASE
                   MOVE WS-OVR-CASE (WS-OVR-IDX) TO WS-NEXT-CASE
                   MOVE WS-OVR-IDX TO WS-NEXT-IDX
               END-IF
           END-PERFORM.

       WRITE-AUDIT-ACTION.
           MOVE WS-TODAY-DATE TO AUDIT-DATE
           MOVE WS-TODAY-TIME TO AUDIT-TIME
           MOVE WS-ACT-REQUESTER (WS-ACT-IDX) TO AUDIT-USERID
           MOVE WS-ACT-ACTION (WS-ACT-IDX) TO AUDIT-ACTION
           MOVE WS-ACT-CARD (WS-ACT-IDX) TO AUDIT-CARD-NUMBER
           MOVE SPACES TO AUDIT-CARD-IMAGES
           MOVE WS-ACT-CASE (WS-ACT-IDX) TO AUDIT-OVR-CASE-NUMBER
           MOVE WS-ACT-QUEUE (WS-ACT-IDX) TO AUDIT-OVR-QUEUE-CODE
           MOVE WS-ACT-APPROVER (WS-ACT-IDX) TO AUDIT-OVR-APPROVER
           MOVE WS-ACT-REASON (WS-ACT-IDX) TO AUDIT-OVR-REASON
           MOVE WS-ACT-EXPIRES (WS-ACT-IDX) TO AUDIT-OVR-EXPIRES
           WRITE AUDIT-RECORD.

       WRITE-OVERRIDE-REPORT.
      *    THREE SECTIONS: THE OVERRIDES THAT EXPIRED AND WERE
      *    DROPPED (WHAT THE MORNING REVIEW LOOKS FOR FIRST),
      *    TODAY'S MAINTENANCE ACTIONS, AND EVERY OVERRIDE STILL
      *    IN FORCE WITH ITS EXPIRES-ON DATE.
           MOVE WS-TODAY-DATE TO WS-TITLE-DATE
           MOVE "EXPIRED OVERRIDES REMOVED" TO WS-SECTION-TITLE
           PERFORM WRITE-PAGE-HEADING
           IF WS-EXPIRED-COUNT = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-ACTION (WS-ACT-IDX) = "OVREXP"
                   PERFORM WRITE-ACTION-LINE
               END-IF
           END-PERFORM
           MOVE "MAINTENANCE ACTIONS APPLIED" TO WS-SECTION-TITLE
           PERFORM WRITE-PAGE-HEADING
           IF WS-ACT-COUNT = WS-EXPIRED-COUNT
               PERFORM WRITE-NONE-LINE
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-ACTION (WS-ACT-IDX) NOT = "OVREXP"
                   PERFORM WRITE-ACTION-LINE
               END-IF
           END-PERFORM
           MOVE "OVERRIDES IN FORCE" TO WS-SECTION-TITLE
           PERFORM WRITE-PAGE-HEADING
           IF WS-OVR-ACTIVE-COUNT = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF
           MOVE ZERO TO WS-LAST-CASE
           PERFORM FIND-NEXT-ACTIVE-CASE
           PERFORM UNTIL WS-NEXT-IDX = ZERO
               PERFORM WRITE-IN-FORCE-LINE
               MOVE WS-OVR-CASE (WS-NEXT-IDX) TO WS-LAST-CASE
               PERFORM FIND-NEXT-ACTIVE-CASE
           END-PERFORM
           MOVE WS-ADD-COUNT TO WS-SUMMARY-ADDS
           MOVE WS-CHANGE-COUNT TO WS-SUMMARY-CHANGES
           MOVE WS-RELEASE-COUNT TO WS-SUMMARY-RELEASES
           MOVE WS-EXPIRED-COUNT TO WS-SUMMARY-EXPIRED
           MOVE WS-OVR-ACTIVE-COUNT TO WS-SUMMARY-ACTIVE
           MOVE SPACES TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE OVERRIDE-REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-ACTION-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE WS-ACT-ACTION (WS-ACT-IDX) TO WS-DETAIL-ACTION
           MOVE WS-ACT-CARD (WS-ACT-IDX) TO WS-DETAIL-CARD
           MOVE WS-ACT-CASE (WS-ACT-IDX) TO WS-DETAIL-CASE
           MOVE WS-ACT-QUEUE (WS-ACT-IDX) TO WS-DETAIL-QUEUE
           MOVE WS-ACT-REQUESTER (WS-ACT-IDX) TO WS-DETAIL-REQUESTER
           MOVE WS-ACT-APPROVER (WS-ACT-IDX) TO WS-DETAIL-APPROVER
           MOVE WS-ACT-REASON (WS-ACT-IDX) TO WS-DETAIL-REASON
           PERFORM DESCRIBE-REASON
           MOVE WS-ACT-EXPIRES (WS-ACT-IDX) TO WS-DETAIL-EXPIRES
           WRITE OVERRIDE-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-IN-FORCE-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE "IN FORCE" TO WS-DETAIL-ACTION
           MOVE ZERO TO WS-DETAIL-CARD
           MOVE WS-OVR-CASE (WS-NEXT-IDX) TO WS-DETAIL-CASE
           MOVE WS-OVR-QUEUE (WS-NEXT-IDX) TO WS-DETAIL-QUEUE
           MOVE WS-OVR-REQUESTER (WS-NEXT-IDX) TO WS-DETAIL-REQUESTER
           MOVE WS-OVR-APPROVER (WS-NEXT-IDX) TO WS-DETAIL-APPROVER
           MOVE WS-OVR-REASON (WS-NEXT-IDX) TO WS-DETAIL-REASON
           PERFORM DESCRIBE-REASON
           MOVE WS-OVR-EXPIRES (WS-NEXT-IDX) TO WS-DETAIL-EXPIRES
           WRITE OVERRIDE-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       DESCRIBE-REASON.
           MOVE SPACES TO WS-DETAIL-REASON-TEXT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 6
               IF WS-REASON-CODE (WS-REASON-IDX) = WS-DETAIL-REASON
                   MOVE WS-REASON-TEXT (WS-REASON-IDX)
                       TO WS-DETAIL-REASON-TEXT
               END-IF
           END-PERFORM.

       WRITE-NONE-LINE.
           WRITE OVERRIDE-REPORT-LINE FROM WS-NONE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADING.
      *    EVERY SECTION STARTS ON A NEW PAGE, AND A SECTION THAT
      *    RUNS OFF THE PAGE REPEATS ITS TITLE ON THE NEXT ONE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
           IF WS-PAGE-COUNT = 1
               WRITE OVERRIDE-REPORT-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE OVERRIDE-REPORT-LINE FROM WS-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE OVERRIDE-REPORT-LINE FROM WS-SECTION-TITLE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE OVERRIDE-REPORT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-SCORECARD-RECORD.
      *    APPENDS THE NIGHTLY OVRD STEP'S OUTCOME TO THE
      *    SCORECARD LOG (SEE COPYBOOKS/SCORREC), OPEN EXTEND WITH
      *    THE USUAL OPEN OUTPUT FALLBACK.  ONLY THE NIGHTLY JOB
      *    ALLOCATES SCORECRD - A SUPERVISOR MAINTENANCE RUN HAS
      *    NO SUCH DD, SO A LOG THAT WILL NOT OPEN IS QUIETLY
      *    PASSED OVER AND NEVER CHANGES THE RETURN CODE.
           OPEN EXTEND SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               OPEN OUTPUT SCORECARD-FILE
           END-IF
           IF WS-SCORE-STATUS = "00"
               MOVE SPACES TO SCOR-RECORD
               MOVE "FZBZJOB" TO SCOR-JOB-NAME
               MOVE "OVRD" TO SCOR-STEP-NAME
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
