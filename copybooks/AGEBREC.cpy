      ******************************************************
      *    FZBZAGEB SLA BREACH EXTRACT RECORD              *
      *    ONE RECORD PER OPEN CASE WHOSE AGE - DAYS FROM  *
      *    ITS RECEIVED DATE TO THE RUN DATE - PASSES THE  *
      *    SLA LIMIT FOR ITS QUEUE, FOR ITS REGION, OR     *
      *    BOTH, WRITTEN NIGHTLY BY FZBZAGE FOR THE        *
      *    ESCALATION TEAM.  AGEB-BREACH-TYPE IS "Q" QUEUE *
      *    LIMIT ONLY, "R" REGION LIMIT ONLY, "B" BOTH.  A *
      *    LIMIT THAT DOES NOT APPLY TO THE CASE IS ZERO.  *
      *    AGEB-ACK-DISP IS "R" WHEN THE CASE HAS BEEN     *
      *    REJECTED BACK TO US BY THE DOWNSTREAM TEAM.     *
      ******************************************************
       01 AGEB-RECORD.
           05 AGEB-RUN-DATE            PIC 9(6).
           05 AGEB-CASE-NUMBER         PIC 9(5).
           05 AGEB-QUEUE-CODE          PIC X(20).
           05 AGEB-REGION              PIC X(2).
           05 AGEB-STREAM-ID           PIC X(2).
           05 AGEB-RECV-DATE           PIC 9(6).
           05 AGEB-RECV-SOURCE         PIC X(1).
           05 AGEB-AGE-DAYS            PIC 9(4).
           05 AGEB-QUEUE-SLA           PIC 9(3).
           05 AGEB-REGION-SLA          PIC 9(3).
           05 AGEB-BREACH-TYPE         PIC X(1).
           05 AGEB-ACK-DISP            PIC X(1).
           05 FILLER                   PIC X(6).
