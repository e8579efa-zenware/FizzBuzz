      *    BROWSE OF THE FLAT CASEOUT DATASET.  REBUILT IN *
      *    FULL BY THE LOAD STEP EACH NIGHT - IT ALWAYS    *
      *    REFLECTS EXACTLY THE CURRENT RUN.               *
      *    CASEM-REGION IS THE INTAKE REGION CARRIED ON THE *
      *    CASE-OUT DETAIL (BLANK ON A GENERATED-RANGE RUN).*
      *    CASEM-WORKER-ID IS THE TEAM MEMBER THE CASE WAS  *
      *    DEALT TO BY THE ASSIGNMENT STEP (FZBZASGN) -     *
      *    LOADED BLANK, AND LEFT BLANK FOR A CASE ROUTING  *
      *    WAS HELD FOR OR NO WORKER HAD CAPACITY FOR.      *
      ******************************************************
       01 CASE-MASTER-RECORD.
           05 CASEM-KEY                PIC 9(5).
           05 CASEM-RUN-DATE           PIC 9(6).
           05 CASEM-OVERRIDE-SW        PIC X(1).
           05 CASEM-STREAM-ID          PIC X(2).
           05 CASEM-REGION             PIC X(2).
           05 CASEM-WORKER-ID          PIC X(8).
