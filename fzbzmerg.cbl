       FILE SECTION.
       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC.
       FD  CORR-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
           COPY CASEREC REPLACING
               ==CASE-OUT-RECORD==     BY ==COR-RECORD==
               ==CASE-REC-TYPE==       BY ==COR-REC-TYPE==
               ==CASE-RULE-DIVISOR==   BY ==COR-RULE-DIVISOR==
               ==CASE-RULE-LABEL==     BY ==COR-RULE-LABEL==
               ==CASE-RULE-RESET==     BY ==COR-RULE-RESET==
               ==CASE-RULE-REGIONS==   BY ==COR-RULE-REGIONS==
               ==CASE-DTL-DATA==       BY ==COR-DTL-DATA==
               ==CASE-NUMBER==         BY ==COR-CASE-NUMBER==
               ==QUEUE-CODE==          BY ==COR-QUEUE-CODE==
               ==CASE-STREAM-ID==      BY ==COR-STREAM-ID==
               ==CASE-CORRECTED-SW==   BY ==COR-CORRECTED-SW==
               ==CASE-SPILL-SW==       BY ==COR-SPILL-SW==
               ==CASE-REGION==         BY ==COR-REGION==
               ==CASE-TRQ-DATA==       BY ==COR-TRQ-DATA==
               ==CASE-TRQ-QUEUE-CODE== BY ==COR-TRQ-QUEUE-CODE==
               ==CASE-TRQ-COUNT==      BY ==COR-TRQ-COUNT==
                   ==COR-TRL-DETAIL-COUNT==.
       FD  MERGED-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 MERGED-RECORD               PIC X(33).
       FD  DELTA-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
       01 DELTA-RECORD                PIC X(33).
       WORKING-STORAGE SECTION.
       01 WS-CASE-IN-STATUS PIC XX VALUE "00".
       01 WS-CORR-IN-STATUS PIC XX VALUE "00".
       01 WS-CORR-UPPER-BOUND PIC 9(5) VALUE ZERO.
       01 WS-SPILL-KEPT-COUNT PIC 9(5) VALUE ZERO.
      *    THE CORRECTION DETAILS, BUFFERED FOR THE MERGE - THE
      *    SAME 99999-ENTRY CEILING AS THE CASE NUMBERS THEMSELVES.
      *    THE INDEX IS ONE DIGIT WIDER SO A LOOP OVER A FULL
      *    TABLE CAN STILL REACH ITS UNTIL TEST.
       01 WS-CORR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CORR-IDX PIC 9(6).
       01 WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 99999 TIMES.
               10 WS-CORR-CASE         PIC 9(5).
               10 WS-CORR-QUEUE        PIC X(20).
               10 WS-CORR-OVERRIDE-SW  PIC X(1).
           END-IF.

       STORE-CORRECTION-DETAIL.
           IF WS-CORR-COUNT = 99999
               DISPLAY "FZBZ0106E MORE THAN 99999 DETAIL RECORDS ON "
                   "THE CORRECTION FILE - NOT A LEGAL ENVELOPE.  "
                   "STEP FAILING."
               CLOSE CORR-IN-FILE
