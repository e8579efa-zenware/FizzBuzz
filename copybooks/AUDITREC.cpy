      *    THE CARD IMAGES CARRY THE FULL 25-BYTE CONTROL     *
      *    CARD (SEE PARMREC), INCLUDING THE EFFECTIVE-FROM   *
      *    AND EXPIRES-ON DATES ON RULE CARDS.                *
      *    SUPERVISOR OVERRIDE MAINTENANCE (FZBZOVRM) LOGS    *
      *    ITS ACTIONS HERE TOO - ACTION OVRADD, OVRCHG,      *
      *    OVRREL OR OVREXP, USERID = THE REQUESTING          *
      *    SUPERVISOR - WITH THE TWO CARD IMAGES READ AS ONE  *
      *    OVERRIDE DETAIL (AUDIT-OVERRIDE-DATA) HOLDING THE  *
      *    OVERRIDE AS IT STANDS AFTER THE ACTION.            *
      ******************************************************
       01 AUDIT-RECORD.
           05 AUDIT-DATE               PIC 9(6).
           05 AUDIT-USERID              PIC X(8).
           05 AUDIT-ACTION              PIC X(8).
           05 AUDIT-CARD-NUMBER         PIC 9(3).
           05 AUDIT-CARD-IMAGES.
               10 AUDIT-OLD-CARD        PIC X(25).
               10 AUDIT-NEW-CARD        PIC X(25).
           05 AUDIT-OVERRIDE-DATA REDEFINES AUDIT-CARD-IMAGES.
               10 AUDIT-OVR-CASE-NUMBER PIC 9(5).
               10 AUDIT-OVR-QUEUE-CODE  PIC X(20).
               10 AUDIT-OVR-APPROVER    PIC X(8).
               10 AUDIT-OVR-REASON      PIC X(2).
               10 AUDIT-OVR-EXPIRES     PIC 9(6).
               10 FILLER                PIC X(9).
