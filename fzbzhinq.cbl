           05 HINQ-CASE-NUMBER        PIC 9(5).
           05 FILLER                  PIC X(68).
       FD  CASE-HIST-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY CASEHREC.
       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-ANSWER-QUEUE         PIC X(20).
           05 FILLER                  PIC X(8) VALUE " STREAM=".
           05 WS-ANSWER-STREAM        PIC X(2).
           05 FILLER                  PIC X(8) VALUE " REGION=".
           05 WS-ANSWER-REGION        PIC X(2).
           05 WS-ANSWER-OVERRIDE      PIC X(11).
       PROCEDURE DIVISION.
       FZBZ-HISTINQ-MAIN SECTION.
                   MOVE CASEH-RUN-DATE TO WS-ANSWER-DATE
                   MOVE CASEH-QUEUE-CODE TO WS-ANSWER-QUEUE
                   MOVE CASEH-STREAM-ID TO WS-ANSWER-STREAM
                   MOVE CASEH-REGION TO WS-ANSWER-REGION
                   IF CASEH-OVERRIDE-SW = "Y"
                       MOVE " OVERRIDDEN" TO WS-ANSWER-OVERRIDE
                   ELSE
