      *    NUMBERS VIA SYSIN (COLUMNS 1-5, ONE PER CARD)   *
      *    AND ANSWERS EACH FROM THE VSAM CASE-MASTER WITH *
      *    THE QUEUE THE CASE ROUTED TO AND THE RUN DATE,  *
      *    THE WORKER IT WAS DEALT TO (SEE FZBZASGN),      *
      *    OR A CLEAR "NOT CLASSIFIED IN CURRENT RUN"      *
      *    MESSAGE - NO MORE TSO BROWSE AND MANUAL SCAN OF *
      *    THE FLAT CASEOUT DATASET.                       *
           05 INQ-CASE-NUMBER         PIC 9(5).
           05 FILLER                  PIC X(75).
       FD  CASE-MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY CASEMREC.
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-ANSWER-DATE          PIC 9(6).
           05 FILLER                  PIC X(8) VALUE " STREAM=".
           05 WS-ANSWER-STREAM        PIC X(2).
           05 FILLER                  PIC X(8) VALUE " REGION=".
           05 WS-ANSWER-REGION        PIC X(2).
           05 WS-ANSWER-WORKER        PIC X(16).
           05 WS-ANSWER-OVERRIDE      PIC X(11).
       PROCEDURE DIVISION.
       FZBZ-INQ-MAIN SECTION.
                   MOVE CASEM-QUEUE-CODE TO WS-ANSWER-QUEUE
                   MOVE CASEM-RUN-DATE TO WS-ANSWER-DATE
                   MOVE CASEM-STREAM-ID TO WS-ANSWER-STREAM
                   MOVE CASEM-REGION TO WS-ANSWER-REGION
                   IF CASEM-WORKER-ID = SPACES
                       MOVE " NOT ASSIGNED" TO WS-ANSWER-WORKER
                   ELSE
                       MOVE SPACES TO WS-ANSWER-WORKER
                       STRING " WORKER=" CASEM-WORKER-ID
                           DELIMITED BY SIZE INTO WS-ANSWER-WORKER
                       END-STRING
                   END-IF
                   IF CASEM-OVERRIDE-SW = "Y"
                       MOVE " OVERRIDDEN" TO WS-ANSWER-OVERRIDE
                   ELSE
