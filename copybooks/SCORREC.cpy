      ******************************************************
      *    FZBZSCOR NIGHTLY JOB SCORECARD RECORD           *
      *    ONE RECORD APPENDED BY EVERY STEP OF THE        *
      *    NIGHTLY JOB (FZBZJOB) AND THE MORNING ACK       *
      *    RECONCILIATION (FZBZACKR) AS IT ENDS - CLEAN,   *
      *    WARNING OR FAILING - SO THE NIGHT'S STATE IS IN *
      *    ONE PLACE INSTEAD OF A DOZEN SYSOUTS.  FZBZSCRP *
      *    PRINTS IT AS THE MORNING STATUS REPORT.         *
      *      SCOR-JOB-NAME / SCOR-STEP-NAME - THE JOB AND  *
      *            THE EXEC STEP NAME THE RECORD IS FOR.   *
      *      SCOR-RUN-DATE - THE RUN DATE THE STEP WORKED  *
      *            ON: THE CASEOUT ENVELOPE HEADER'S DATE  *
      *            FOR A STEP THAT READS CASEOUT, OTHERWISE*
      *            THE DATE THE STEP STARTED.              *
      *      SCOR-START-xxxx / SCOR-END-xxxx - WHEN THE    *
      *            STEP STARTED AND ENDED.                 *
      *      SCOR-RETURN-CODE - THE CONDITION CODE THE     *
      *            STEP ENDED WITH.                        *
      *      SCOR-KEY-FIGURE - ONE LINE: THE STEP'S        *
      *            HEADLINE RESULT (CASES WRITTEN, VARIANCE*
      *            COUNT, BROKEN LEG...) OR THE MESSAGE ID *
      *            OF THE CHECK THAT FAILED IT.            *
      *    AN IDCAMS STEP CANNOT WRITE ITS OWN RECORD -    *
      *    A FZBZSTEP STEP GATED ON IT ENDING CLEAN WRITES *
      *    IT INSTEAD.  A STEP THAT ABENDS WITHOUT REACHING*
      *    ITS OWN ENDING, OR IS BYPASSED BY COND=, WRITES *
      *    NOTHING - THE REPORT WORKS OUT WHICH IT WAS.    *
      ******************************************************
       01 SCOR-RECORD.
           05 SCOR-JOB-NAME            PIC X(8).
           05 SCOR-STEP-NAME           PIC X(8).
           05 SCOR-RUN-DATE            PIC 9(6).
           05 SCOR-START-DATE          PIC 9(6).
           05 SCOR-START-TIME          PIC 9(6).
           05 SCOR-END-DATE            PIC 9(6).
           05 SCOR-END-TIME            PIC 9(6).
           05 SCOR-RETURN-CODE         PIC 9(4).
           05 SCOR-KEY-FIGURE          PIC X(60).
           05 FILLER                   PIC X(10).
