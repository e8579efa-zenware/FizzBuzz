       FILE SECTION.
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  RUN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               10 WS-RUN-END-DATE      PIC 9(6).
               10 WS-RUN-END-TIME      PIC 9(6).
               10 WS-RUN-RESTART-SW    PIC X(1).
               10 WS-RUN-RESUME-CT     PIC 9(6).
               10 WS-RUN-UPPER-BOUND   PIC 9(5).
               10 WS-RUN-CASES         PIC 9(5).
               10 WS-RUN-OUTCOME       PIC X(9).
           05 WS-DETAIL-END-TIME      PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-TYPE          PIC X(11).
           05 WS-DETAIL-RESUME        PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DETAIL-BOUND         PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DETAIL-CASES         PIC ZZZZ9.
