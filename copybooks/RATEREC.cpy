      ******************************************************
      *    FZBZRATE CHARGEBACK RATE CARD RECORD            *
      *    ONE CARD PER QUEUE CODE PER RATE PERIOD, KEPT   *
      *    BY FINANCE IN THE PARMLIB RATE-CARD MEMBER AND  *
      *    READ BY THE MONTH-END CHARGEBACK (FZBZCHGB).    *
      *    RATE-QUEUE-CODE IS THE ROUTED QUEUE CODE AS THE *
      *    TOTALS GDG CARRIES IT (E.G. "FIZZ", "FIZZBUZZ", *
      *    "NUMBER").  THE CARD APPLIES TO RUN DATES FROM  *
      *    RATE-EFF-FROM THROUGH RATE-EFF-TO (YYMMDD, BOTH *
      *    INCLUSIVE; A BLANK EFF-TO IS OPEN-ENDED), SO A  *
      *    RATE CHANGE MID-MONTH IS A NEW CARD WHOSE FROM  *
      *    DATE FOLLOWS THE OLD CARD'S TO DATE.  TWO CARDS *
      *    FOR ONE QUEUE MAY NOT COVER THE SAME DATE.      *
      *    RATE-PER-CASE IS IN DOLLARS AND CENTS WITH AN   *
      *    IMPLIED DECIMAL POINT (001250 = 12.50).  A CARD *
      *    WITH "*" IN COLUMN 1 IS A COMMENT.              *
      *    COLUMNS: 1-20 QUEUE CODE, 22-29 COST CENTER,    *
      *    31-36 EFFECTIVE FROM, 38-43 EFFECTIVE TO, 45-50 *
      *    RATE PER CASE.                                  *
      ******************************************************
       01 RATE-CARD.
           05 RATE-QUEUE-CODE          PIC X(20).
           05 FILLER                   PIC X(1).
           05 RATE-COST-CENTER         PIC X(8).
           05 FILLER                   PIC X(1).
           05 RATE-EFF-FROM            PIC X(6).
           05 RATE-EFF-FROM-N REDEFINES RATE-EFF-FROM
                                       PIC 9(6).
           05 FILLER                   PIC X(1).
           05 RATE-EFF-TO              PIC X(6).
           05 RATE-EFF-TO-N REDEFINES RATE-EFF-TO
                                       PIC 9(6).
           05 FILLER                   PIC X(1).
           05 RATE-PER-CASE            PIC X(6).
           05 RATE-PER-CASE-N REDEFINES RATE-PER-CASE
                                       PIC 9(4)V99.
           05 FILLER                   PIC X(30).
