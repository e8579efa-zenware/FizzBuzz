      *    CHECKPOINT INTERVAL FOR HEADER CARDS; STREAM ID  *
      *    AND FROM/TO RANGE FOR STREAM CARDS), AND THE     *
      *    REPORT CLOSES WITH PER-USER AND PER-ACTION       *
      *    SUMMARY COUNTS.  SUPERVISOR OVERRIDE ACTIONS     *
      *    LOGGED BY FZBZOVRM (OVRADD, OVRCHG, OVRREL,      *
      *    OVREXP) ARE SHOWN AS THE CASE AND TARGET QUEUE   *
      *    IN THE OLD COLUMN AND THE APPROVER, REASON AND   *
      *    EXPIRES-ON DATE IN THE NEW COLUMN.               *
      *                                                     *
      *    SYSIN SELECTION CARDS (COLUMN 1, ONE PER CARD):  *
      *      DATE   FFFFFF TTTTTT   (YYMMDD FROM AND TO)    *
      *      USERID UUUUUUUU                                *
      *      ACTION AAAAAAAA        (ADD, CHANGE, DELETE,   *
      *                              FORCE OR AN OVR ACTION)*
      *    NO CARDS SELECTS THE ENTIRE LOG.                 *
      ******************************************************
       ENVIRONMENT DIVISION.
               ==PARM-STREAM-ID==      BY ==WS-DECODE-STREAM-ID==
               ==PARM-STREAM-FROM==    BY ==WS-DECODE-STREAM-FROM==
               ==PARM-STREAM-TO==      BY ==WS-DECODE-STREAM-TO==
               ==PARM-STREAM3-DATA==   BY ==WS-DECODE-STREAM3-DATA==
               ==PARM-STREAM3-ID==     BY ==WS-DECODE-STREAM3-ID==
               ==PARM-STREAM3-FROM==   BY ==WS-DECODE-STREAM3-FROM==
               ==PARM-STREAM3-TO==     BY ==WS-DECODE-STREAM3-TO==
               ==PARM-STREAM3-REST==   BY ==WS-DECODE-STREAM3-REST==
               ==PARM-CAP-DATA==       BY ==WS-DECODE-CAP-DATA==
               ==PARM-CAP-QUEUE==      BY ==WS-DECODE-CAP-QUEUE==
               ==PARM-CAP-LIMIT==      BY ==WS-DECODE-CAP-LIMIT==
               ==PARM-CAP-SPILL==      BY ==WS-DECODE-CAP-SPILL==
               ==PARM-RGN-DATA==       BY ==WS-DECODE-RGN-DATA==
               ==PARM-RGN-LABEL==      BY ==WS-DECODE-RGN-LABEL==
               ==PARM-RGN-CODES==      BY ==WS-DECODE-RGN-CODES==.
       01 WS-DECODED-TEXT PIC X(45).
       01 WS-DECODED-HDR REDEFINES WS-DECODED-TEXT.
           05 FILLER                  PIC X(6).
           05 FILLER                  PIC X(7).
           05 WS-DECODED-STREAM-ID    PIC X(2).
           05 FILLER                  PIC X(6).
           05 WS-DECODED-FROM         PIC 9(5).
           05 FILLER                  PIC X(4).
           05 WS-DECODED-TO           PIC 9(5).
           05 FILLER                  PIC X(16).
       01 WS-DECODED-CAP REDEFINES WS-DECODED-TEXT.
           05 FILLER                  PIC X(4).
           05 WS-DECODED-CAP-QUEUE    PIC X(8).
           05 FILLER                  PIC X(7).
           05 WS-DECODED-CAP-SPILL    PIC X(8).
           05 FILLER                  PIC X(8).
       01 WS-DECODED-OVR-CASE REDEFINES WS-DECODED-TEXT.
           05 FILLER                  PIC X(5).
           05 WS-DECODED-OVR-NUMBER   PIC 9(5).
           05 FILLER                  PIC X(7).
           05 WS-DECODED-OVR-QUEUE    PIC X(20).
           05 FILLER                  PIC X(8).
       01 WS-DECODED-OVR-SIGNOFF REDEFINES WS-DECODED-TEXT.
           05 FILLER                  PIC X(5).
           05 WS-DECODED-OVR-APPROVER PIC X(8).
           05 FILLER                  PIC X(5).
           05 WS-DECODED-OVR-REASON   PIC X(2).
           05 FILLER                  PIC X(5).
           05 WS-DECODED-OVR-EXPIRES  PIC 9(6).
           05 FILLER                  PIC X(14).
       01 WS-DECODED-RGN REDEFINES WS-DECODED-TEXT.
           05 FILLER                  PIC X(4).
           05 WS-DECODED-RGN-LABEL    PIC X(8).
           05 FILLER                  PIC X(9).
           05 WS-DECODED-RGN-CODES    PIC X(16).
           05 FILLER                  PIC X(8).
      *    PER-USER SUMMARY TABLE - 50 DISTINCT USERIDS IS FAR
      *    BEYOND THE HANDFUL WITH PARMLIB UPDATE ACCESS.
       01 WS-USER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVRADD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVRCHG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVRREL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVREXP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
           MOVE AUDIT-USERID TO WS-DETAIL-USERID
           MOVE AUDIT-ACTION TO WS-DETAIL-ACTION
           MOVE AUDIT-CARD-NUMBER TO WS-DETAIL-CARD-NUM
           IF AUDIT-ACTION (1 : 3) = "OVR"
               PERFORM DECODE-OVERRIDE-DETAIL
           ELSE
               MOVE AUDIT-OLD-CARD TO WS-DECODE-CARD
               PERFORM DECODE-CARD-IMAGE
               MOVE WS-DECODED-TEXT TO WS-DETAIL-OLD
               MOVE AUDIT-NEW-CARD TO WS-DECODE-CARD
               PERFORM DECODE-CARD-IMAGE
               MOVE WS-DECODED-TEXT TO WS-DETAIL-NEW
           END-IF
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN "DELETE"
                   ADD 1 TO WS-DELETE-COUNT
               WHEN "OVRADD"
                   ADD 1 TO WS-OVRADD-COUNT
               WHEN "OVRCHG"
                   ADD 1 TO WS-OVRCHG-COUNT
               WHEN "OVRREL"
                   ADD 1 TO WS-OVRREL-COUNT
               WHEN "OVREXP"
                   ADD 1 TO WS-OVREXP-COUNT
           END-EVALUATE.

       DECODE-OVERRIDE-DETAIL.
      *    AN OVERRIDE ACTION'S TWO CARD IMAGES ARE ONE OVERRIDE
      *    DETAIL (SEE AUDITREC) - THE OVERRIDE AS IT STOOD AFTER
      *    THE ACTION.
           MOVE "CASE=00000 QUEUE=" TO WS-DECODED-TEXT
           MOVE AUDIT-OVR-CASE-NUMBER TO WS-DECODED-OVR-NUMBER
           MOVE AUDIT-OVR-QUEUE-CODE TO WS-DECODED-OVR-QUEUE
           MOVE WS-DECODED-TEXT TO WS-DETAIL-OLD
           MOVE "APPR=XXXXXXXX RSN=XX EXP=000000" TO WS-DECODED-TEXT
           MOVE AUDIT-OVR-APPROVER TO WS-DECODED-OVR-APPROVER
           MOVE AUDIT-OVR-REASON TO WS-DECODED-OVR-REASON
           MOVE AUDIT-OVR-EXPIRES TO WS-DECODED-OVR-EXPIRES
           MOVE WS-DECODED-TEXT TO WS-DETAIL-NEW.

       DECODE-CARD-IMAGE.
      *    TURNS A RAW 25-BYTE CARD IMAGE INTO READABLE FIELDS.
      *    AN ALL-SPACES IMAGE IS THE "NO CARD ON THAT SIDE" CASE
      *    PARM-MAINT WRITES FOR ADDS AND DELETES.  'S' CARDS LOGGED
      *    BEFORE THE FIVE-DIGIT STREAM LAYOUT ARE RECOGNIZED THE
      *    SAME WAY THE NIGHTLY RUN RECOGNIZES THEM (SEE PARMREC)
      *    AND SHOWN WITH THEIR RANGE WIDENED TO FIVE DIGITS.
           EVALUATE TRUE
               WHEN WS-DECODE-CARD = SPACES
                   MOVE "(NONE)" TO WS-DECODED-TEXT
                   MOVE WS-DECODE-RULE-EFF TO WS-DECODED-EFF
                   MOVE WS-DECODE-RULE-EXP TO WS-DECODED-EXP
               WHEN WS-DECODE-REC-TYPE = "S"
                   MOVE "STREAM=XX FROM=00000 TO=00000" TO
                       WS-DECODED-TEXT
                   MOVE WS-DECODE-STREAM-ID TO WS-DECODED-STREAM-ID
                   IF WS-DECODE-STREAM-TO NOT NUMERIC
                           AND WS-DECODE-STREAM3-FROM NUMERIC
                           AND WS-DECODE-STREAM3-TO NUMERIC
                           AND WS-DECODE-STREAM3-REST = SPACES
                       MOVE WS-DECODE-STREAM3-FROM TO WS-DECODED-FROM
                       MOVE WS-DECODE-STREAM3-TO TO WS-DECODED-TO
                   ELSE
                       MOVE WS-DECODE-STREAM-FROM TO WS-DECODED-FROM
                       MOVE WS-DECODE-STREAM-TO TO WS-DECODED-TO
                   END-IF
               WHEN WS-DECODE-REC-TYPE = "Q"
                   MOVE "CAP=XXXXXXXX LIM=00000 SPILL=XXXXXXXX"
                       TO WS-DECODED-TEXT
                   MOVE WS-DECODE-CAP-QUEUE TO WS-DECODED-CAP-QUEUE
                   MOVE WS-DECODE-CAP-LIMIT TO WS-DECODED-CAP-LIMIT
                   MOVE WS-DECODE-CAP-SPILL TO WS-DECODED-CAP-SPILL
               WHEN WS-DECODE-REC-TYPE = "G"
                   MOVE "RGN=XXXXXXXX REGIONS=" TO WS-DECODED-TEXT
                   MOVE WS-DECODE-RGN-LABEL TO WS-DECODED-RGN-LABEL
                   MOVE WS-DECODE-RGN-CODES TO WS-DECODED-RGN-CODES
               WHEN OTHER
                   MOVE WS-DECODE-CARD TO WS-DECODED-TEXT
           END-EVALUATE.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-REPORT-SUMMARY.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 12
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES TO AUDIT-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "DELETE" TO WS-SUMMARY-ACTION
           MOVE WS-DELETE-COUNT TO WS-SUMMARY-ACTION-HITS
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-ACTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OVRADD" TO WS-SUMMARY-ACTION
           MOVE WS-OVRADD-COUNT TO WS-SUMMARY-ACTION-HITS
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-ACTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OVRCHG" TO WS-SUMMARY-ACTION
           MOVE WS-OVRCHG-COUNT TO WS-SUMMARY-ACTION-HITS
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-ACTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OVRREL" TO WS-SUMMARY-ACTION
           MOVE WS-OVRREL-COUNT TO WS-SUMMARY-ACTION-HITS
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-ACTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OVREXP" TO WS-SUMMARY-ACTION
           MOVE WS-OVREXP-COUNT TO WS-SUMMARY-ACTION-HITS
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-ACTION-LINE
               AFTER ADVANCING 1 LINE.
