      *      "R" - ONE RECORD PER RULE CARD IN EFFECT,      *
      *            AFTER THE HEADER: DIVISOR, LABEL, RESET  *
      *            FLAG - THE RULE-SET THAT PRODUCED THE    *
      *            DETAILS - PLUS THE REGIONS A REGION-      *
      *            RESTRICTED RULE APPLIES TO (BLANK WHEN    *
      *            THE RULE APPLIES TO EVERY CASE, SEE       *
      *            PARMREC'S 'G' CARDS).                     *
      *      "D" - ONE DETAIL PER CASE, STAMPED WITH THE    *
      *            STREAM THAT PRODUCED IT AND THE INTAKE    *
      *            REGION THE CASE ARRIVED FROM (SEE         *
      *            INTKREC) - BLANK ON A GENERATED-RANGE     *
      *            RUN, WHICH HAS NO INTAKE FEED.            *
      *            CASE-CORRECTED-SW IS "Y" WHEN A           *
      *            CORRECTION RUN (FZBZCORR/FZBZMERG)        *
      *            RECLASSIFIED THE CASE AFTER THE ORIGINAL  *
      ******************************************************
       01 CASE-OUT-RECORD.
           05 CASE-REC-TYPE           PIC X(1).
           05 CASE-REC-DATA           PIC X(32).
           05 CASE-HDR-DATA REDEFINES CASE-REC-DATA.
               10 CASE-HDR-RUN-DATE       PIC 9(6).
               10 CASE-HDR-RULE-COUNT     PIC 9(2).
               10 CASE-HDR-UPPER-BOUND    PIC 9(5).
               10 FILLER                  PIC X(19).
           05 CASE-RULE-DATA REDEFINES CASE-REC-DATA.
               10 CASE-RULE-DIVISOR       PIC 9(3).
               10 CASE-RULE-LABEL         PIC X(8).
               10 CASE-RULE-RESET         PIC X(1).
               10 CASE-RULE-REGIONS       PIC X(16).
               10 FILLER                  PIC X(4).
           05 CASE-DTL-DATA REDEFINES CASE-REC-DATA.
               10 CASE-NUMBER             PIC 9(5).
               10 QUEUE-CODE              PIC X(20).
               10 CASE-STREAM-ID          PIC X(2).
               10 CASE-CORRECTED-SW       PIC X(1).
               10 CASE-SPILL-SW           PIC X(1).
               10 CASE-REGION             PIC X(2).
           05 CASE-TRQ-DATA REDEFINES CASE-REC-DATA.
               10 CASE-TRQ-QUEUE-CODE     PIC X(20).
               10 CASE-TRQ-COUNT          PIC 9(5).
               10 FILLER                  PIC X(7).
           05 CASE-TRL-DATA REDEFINES CASE-REC-DATA.
               10 CASE-TRL-DETAIL-COUNT   PIC 9(7).
               10 FILLER                  PIC X(25).
