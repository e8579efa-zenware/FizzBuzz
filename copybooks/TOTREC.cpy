      ******************************************************
      *    FZBZTOT CONTROL-TOTAL SUMMARY RECORD             *
      *    ONE RECORD WRITTEN AT THE END OF EACH RUN, INTO  *
      *    A DATED GDG GENERATION (FOLLOWED BY THE REGION   *
      *    RECORDS DESCRIBED AT THE END OF THIS MEMBER), SO *
      *    A RECONCILIATION STEP CAN DIFF TODAY'S QUEUE     *
      *    COUNTS AGAINST YESTERDAY'S BEFORE THE ROUTING    *
      *    JOBS ARE ALLOWED TO PROCEED.                     *
      *    A REAL RUN ALWAYS HAS AT LEAST THE DEFAULT RULE SET, *
      *    SO TOT-RULE-COUNT IS NEVER ZERO ON THIS FILE - THE  *
      *    ONE-TIME SEED GENERATION FZBZGDG.JCL CREATES WHEN   *
               10 TOT-STREAM-ID            PIC X(2).
               10 TOT-STREAM-CASES         PIC 9(5).
               10 TOT-STREAM-NUMBER        PIC 9(5).
      *    REGION RECORDS.  AN INTAKE-MODE RUN (SEE INTKREC) FOLLOWS
      *    THE CONTROL RECORD ABOVE WITH ONE TOT-REGION-RECORD PER
      *    INTAKE REGION THAT SENT CASES: THE REGION'S CASE AND
      *    OVERRIDE COUNTS AND ITS RULE-DERIVED HITS PER QUEUE-CODE
      *    (THE SAME BASIS AS TOT-QUEUE-ENTRY, SO THE REGION
      *    ENTRIES FOR A CODE SUM TO ITS CONTROL-RECORD COUNT).
      *    TOT-RGN-MARKER IS ALWAYS "RG" AND OCCUPIES THE POSITION
      *    OF TOT-RULE-COUNT, WHICH IS NUMERIC ON A CONTROL RECORD,
      *    SO A READER TELLS THE TWO APART FROM THE RECORD ITSELF.
      *    THE CONTROL RECORD IS ALWAYS FIRST IN A GENERATION -
      *    A READER THAT ONLY WANTS IT (FZBZBAL, FZBZOPSQ) READS
      *    ONE RECORD AND STOPS, EXACTLY AS BEFORE.  A GENERATED-
      *    RANGE RUN HAS NO REGIONS AND WRITES NO REGION RECORDS;
      *    NEITHER DID ANY GENERATION WRITTEN BEFORE REGIONS WERE
      *    CARRIED.  A REGION CAN HOLD NO MORE QUEUE-CODES THAN
      *    THE CONTROL RECORD DOES, SO 20 ENTRIES ALWAYS SUFFICE.
       01 TOT-REGION-RECORD.
           05 TOT-RGN-RUN-DATE         PIC 9(6).
           05 TOT-RGN-MARKER           PIC X(2).
           05 TOT-RGN-REGION           PIC X(2).
           05 TOT-RGN-CASES            PIC 9(5).
           05 TOT-RGN-OVERRIDES        PIC 9(5).
           05 TOT-RGN-QUEUE-COUNT      PIC 9(2).
           05 TOT-RGN-QUEUE-ENTRY OCCURS 20 TIMES.
               10 TOT-RGN-QUEUE-CODE       PIC X(20).
               10 TOT-RGN-QUEUE-HITS       PIC 9(5).
           05 FILLER                   PIC X(442).
