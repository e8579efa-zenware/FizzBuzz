      ******************************************************
      *    FZBZROST TEAM ROSTER RECORD                     *
      *    ONE CARD PER WORKER ON SHIFT FOR ONE ROUTED     *
      *    QUEUE, MAINTAINED BY THE TEAM LEADS IN THE      *
      *    PARMLIB ROSTER MEMBER AND READ BY THE NIGHTLY   *
      *    ASSIGNMENT STEP (FZBZASGN), WHICH DEALS EACH    *
      *    ROUTE SPLIT FILE'S CASES OUT TO THE QUEUE'S     *
      *    WORKERS IN PROPORTION TO THEIR DAILY CAPACITY.  *
      *    ROST-QUEUE NAMES THE SPLIT THE WORKER TAKES     *
      *    CASES FROM - FIZZ, BUZZ, BANG, FIZZBUZZ, NUMBER *
      *    OR OTHER, THE SAME NAMES FZBZROUTE COUNTS UNDER.*
      *    A WORKER MARKED ABSENT ("A") STAYS ON THE       *
      *    ROSTER BUT IS DEALT NOTHING; BLANK OR "P" IS    *
      *    PRESENT.  A CARD WITH "*" IN COLUMN 1 IS A      *
      *    COMMENT.                                        *
      *    COLUMNS: 1-8 QUEUE, 10-17 WORKER USERID, 19-38  *
      *    WORKER NAME, 40-42 DAILY CAPACITY, 44 STATUS.   *
      ******************************************************
       01 ROSTER-CARD.
           05 ROST-QUEUE               PIC X(8).
           05 FILLER                   PIC X(1).
           05 ROST-WORKER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 ROST-WORKER-NAME         PIC X(20).
           05 FILLER                   PIC X(1).
           05 ROST-CAPACITY            PIC X(3).
           05 ROST-CAPACITY-N REDEFINES ROST-CAPACITY
                                       PIC 9(3).
           05 FILLER                   PIC X(1).
           05 ROST-STATUS              PIC X(1).
               88 ROST-ABSENT VALUE "A".
               88 ROST-PRESENT VALUE " " "P".
           05 FILLER                   PIC X(36).
