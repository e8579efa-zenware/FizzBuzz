      ******************************************************
      *    FZBZOVRM SUPERVISOR OVERRIDE REGISTER RECORD    *
      *    ONE RECORD PER OVERRIDE CURRENTLY IN FORCE, IN  *
      *    ASCENDING CASE-NUMBER ORDER.  THE REGISTER IS   *
      *    MAINTAINED ONLY BY FZBZOVRM, WHICH REBUILDS THE *
      *    NIGHTLY OVERRIDE FILE (OVERREC) FROM IT - THE   *
      *    OVERRIDE FILE ITSELF IS NO LONGER EDITED BY     *
      *    HAND.  EVERY OVERRIDE CARRIES THE SUPERVISOR    *
      *    WHO REQUESTED IT, THE DIFFERENT USERID THAT     *
      *    APPROVED IT, A REASON CODE, AND AN EXPIRES-ON   *
      *    DATE (YYMMDD, INCLUSIVE - THE OVERRIDE STILL    *
      *    APPLIES ON THE NIGHT OF THAT DATE).  AN EXPIRED *
      *    OVERRIDE IS DROPPED FROM THE REGISTER BY THE    *
      *    NEXT FZBZOVRM RUN AND LISTED ON ITS REPORT.     *
      ******************************************************
       01 OVRM-RECORD.
           05 OVRM-CASE-NUMBER         PIC 9(5).
           05 OVRM-QUEUE-CODE          PIC X(20).
           05 OVRM-REQUESTER           PIC X(8).
           05 OVRM-APPROVER            PIC X(8).
           05 OVRM-REASON              PIC X(2).
           05 OVRM-EXPIRES-DATE        PIC 9(6).
           05 OVRM-ADDED-DATE          PIC 9(6).
           05 OVRM-CHANGED-DATE        PIC 9(6).
           05 FILLER                   PIC X(3).
