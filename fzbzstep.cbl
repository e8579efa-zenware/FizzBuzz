       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBZ-STEPREC.
      ******************************************************
      *    FZBZSTEP SCORECARD RECORDER FOR UTILITY STEPS   *
      *    AN IDCAMS (OR ANY OTHER UTILITY) STEP CANNOT    *
      *    APPEND ITS OWN RECORD TO THE NIGHTLY SCORECARD  *
      *    LOG (SCORECRD, SEE SCORREC), SO A STEP RUNNING  *
      *    THIS PROGRAM FOLLOWS IT, GATED BY COND= ON THE  *
      *    UTILITY STEP ENDING CLEAN, AND WRITES THE       *
      *    RECORD FOR IT - RETURN CODE 0, TIMES AS OF THE  *
      *    MOMENT IT IS RECORDED.  THE UTILITY STEP IS     *
      *    NAMED ON EXEC PARM=, COMMA SEPARATED:           *
      *      PARM='JOBNAME,STEPNAME,KEY FIGURE TEXT'       *
      *    THE KEY FIGURE IS OPTIONAL ("ENDED CLEAN" WHEN  *
      *    LEFT OFF).  A UTILITY STEP THAT FAILS LEAVES    *
      *    THIS STEP BYPASSED AND SO NO RECORD, WHICH THE  *
      *    MORNING STATUS REPORT (FZBZSCRP) SHOWS AS RED.  *
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECARD-FILE ASSIGN TO SCORECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY SCORREC.
       WORKING-STORAGE SECTION.
       01 WS-SCORE-STATUS PIC XX VALUE "00".
       01 WS-TODAY-DATE PIC 9(6).
       01 WS-TODAY-TIME PIC 9(6).
       01 WS-PARM-LEN PIC 9(4) VALUE ZERO.
       01 WS-PARM-TEXT PIC X(100) VALUE SPACES.
       01 WS-JOB-NAME PIC X(8) VALUE SPACES.
       01 WS-STEP-NAME PIC X(8) VALUE SPACES.
       01 WS-SCORE-FIGURE PIC X(60) VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM-INFO.
           05 LS-PARM-LEN             PIC S9(4) COMP.
           05 LS-PARM-TEXT            PIC X(100).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       FZBZ-STEPREC-MAIN SECTION.
      *    ONLY THE VALID PREFIX OF THE PARM TEXT IS USED, THE
      *    SAME WAY PARM-MAINT TAKES ITS USERID.
           ACCEPT WS-TODAY-DATE FROM DATE
           ACCEPT WS-TODAY-TIME FROM TIME
           IF LS-PARM-LEN > ZERO
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               IF WS-PARM-LEN > 100
                   MOVE 100 TO WS-PARM-LEN
               END-IF
               MOVE LS-PARM-TEXT (1 : WS-PARM-LEN) TO WS-PARM-TEXT
           END-IF
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-JOB-NAME WS-STEP-NAME WS-SCORE-FIGURE
           END-UNSTRING
           IF WS-JOB-NAME = SPACES OR WS-STEP-NAME = SPACES
               DISPLAY "FZBZ0195E PARM= MUST NAME THE JOB AND THE "
                   "STEP TO RECORD (PARM='JOBNAME,STEPNAME,TEXT') "
                   "- NOTHING RECORDED.  STEP FAILING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SCORE-FIGURE = SPACES
               MOVE "ENDED CLEAN" TO WS-SCORE-FIGURE
           END-IF
           PERFORM WRITE-SCORECARD-RECORD
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       WRITE-SCORECARD-RECORD.
      *    OPEN EXTEND WITH THE OPEN OUTPUT FALLBACK, AS EVERY
      *    STEP PROGRAM APPENDS ITS OWN RECORD.  A LOG THAT CANNOT
      *    BE OPENED IS REPORTED BUT DOES NOT FAIL THE STEP.
           OPEN EXTEND SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               OPEN OUTPUT SCORECARD-FILE
           END-IF
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "FZBZ0194W SCORECARD LOG NOT AVAILABLE - "
                   WS-STEP-NAME " OUTCOME NOT RECORDED"
           ELSE
               MOVE SPACES TO SCOR-RECORD
               MOVE WS-JOB-NAME TO SCOR-JOB-NAME
               MOVE WS-STEP-NAME TO SCOR-STEP-NAME
               MOVE WS-TODAY-DATE TO SCOR-RUN-DATE
               MOVE WS-TODAY-DATE TO SCOR-START-DATE
               MOVE WS-TODAY-TIME TO SCOR-START-TIME
               MOVE WS-TODAY-DATE TO SCOR-END-DATE
               MOVE WS-TODAY-TIME TO SCOR-END-TIME
               MOVE ZERO TO SCOR-RETURN-CODE
               MOVE WS-SCORE-FIGURE TO SCOR-KEY-FIGURE
               WRITE SCOR-RECORD
               CLOSE SCORECARD-FILE
           END-IF.
