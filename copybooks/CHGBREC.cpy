      ******************************************************
      *    FZBZCHGB CHARGEBACK GENERAL-LEDGER INTERFACE    *
      *    RECORD                                          *
      *    ONE 'D' RECORD PER QUEUE CODE, COST CENTER AND  *
      *    RATE PERIOD BILLED FOR THE MONTH, FOLLOWED BY   *
      *    ONE 'T' CONTROL TRAILER CARRYING THE RECORD     *
      *    COUNT AND THE CASE AND AMOUNT TOTALS OF THE 'D' *
      *    RECORDS, WHICH THE GENERAL-LEDGER FEED CHECKS   *
      *    BEFORE POSTING.  CHGB-EFF-FROM IDENTIFIES THE   *
      *    RATE CARD THE CASES WERE PRICED ON (A QUEUE     *
      *    WHOSE RATE CHANGED MID-MONTH HAS ONE RECORD PER *
      *    RATE).  AMOUNTS ARE DOLLARS AND CENTS WITH AN   *
      *    IMPLIED DECIMAL POINT.  A QUEUE WITH NO RATE    *
      *    CARD IS NEVER WRITTEN HERE - IT IS REPORTED ON  *
      *    THE RECONCILIATION INSTEAD.                     *
      ******************************************************
       01 CHGB-RECORD.
           05 CHGB-REC-TYPE            PIC X(1).
               88 CHGB-DETAIL VALUE "D".
               88 CHGB-TRAILER VALUE "T".
           05 CHGB-BILL-MONTH          PIC 9(4).
           05 CHGB-COST-CENTER         PIC X(8).
           05 CHGB-QUEUE-CODE          PIC X(20).
           05 CHGB-EFF-FROM            PIC 9(6).
           05 CHGB-CASES               PIC 9(7).
           05 CHGB-RATE                PIC 9(4)V99.
           05 CHGB-AMOUNT              PIC 9(11)V99.
           05 FILLER                   PIC X(15).
       01 CHGB-TRAILER-RECORD REDEFINES CHGB-RECORD.
           05 FILLER                   PIC X(1).
           05 CHGB-TRL-BILL-MONTH      PIC 9(4).
           05 CHGB-TRL-RECORDS         PIC 9(5).
           05 CHGB-TRL-CASES           PIC 9(9).
           05 CHGB-TRL-AMOUNT          PIC 9(13)V99.
           05 CHGB-TRL-GENERATIONS     PIC 9(2).
           05 FILLER                   PIC X(44).
