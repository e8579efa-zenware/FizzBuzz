      *    THE NIGHTLY LOAD ADDS TONIGHT'S RECORDS AND     *
      *    NEVER RESETS THE CLUSTER, SO YESTERDAY'S        *
      *    ANSWERS SURVIVE TONIGHT'S LOAD.                 *
      *    CASEH-REGION IS THE INTAKE REGION CARRIED ON THE *
      *    CASE-OUT DETAIL; HISTORY WRITTEN BEFORE REGIONS  *
      *    WERE CARRIED HOLDS SPACES THERE.                 *
      *    CASEH-CORRECTED-SW AND CASEH-SPILL-SW ARE THE    *
      *    CASE-OUT DETAIL'S CORRECTED AND SPILL FLAGS ("Y" *
      *    OR "N", SEE CASEREC); HISTORY WRITTEN BEFORE     *
      *    THEY WERE CARRIED HOLDS SPACES THERE TOO.        *
      ******************************************************
       01 CASE-HIST-RECORD.
           05 CASEH-KEY.
           05 CASEH-QUEUE-CODE         PIC X(20).
           05 CASEH-OVERRIDE-SW        PIC X(1).
           05 CASEH-STREAM-ID          PIC X(2).
           05 CASEH-REGION             PIC X(2).
           05 CASEH-CORRECTED-SW       PIC X(1).
           05 CASEH-SPILL-SW           PIC X(1).
