      ******************************************************
      *    FZBZAGEM OPEN-CASE AGING REGISTER RECORD        *
      *    ONE RECORD PER CASE ROUTED DOWNSTREAM AND NOT   *
      *    YET WORKED, IN ASCENDING CASE-NUMBER ORDER.     *
      *    MAINTAINED ONLY BY FZBZAGE: A CASE IS OPENED    *
      *    THE FIRST NIGHT IT APPEARS ON THE ROUTING       *
      *    HISTORY (CASEHREC), CARRIES ITS RECEIVED DATE   *
      *    FROM THE INTAKE FEED (INTKREC) FORWARD FROM     *
      *    THAT NIGHT ON, AND IS CLOSED - DROPPED FROM THE *
      *    REGISTER - WHEN A DOWNSTREAM TEAM ACKNOWLEDGES  *
      *    IT WORKED (ACKREC DISPOSITION "W").  A CASE     *
      *    REJECTED BACK TO US ("R") STAYS OPEN AND KEEPS  *
      *    AGEING.  AGEM-RECV-SOURCE SAYS WHERE THE        *
      *    RECEIVED DATE CAME FROM - "I" THE INTAKE FEED,  *
      *    "R" THE FIRST NIGHT THE CASE WAS ROUTED, WHEN   *
      *    NO INTAKE DATE WAS AVAILABLE (A GENERATED-RANGE *
      *    NIGHT, OR A MISPUNCHED DATE ON THE FEED).       *
      ******************************************************
       01 AGEM-RECORD.
           05 AGEM-CASE-NUMBER         PIC 9(5).
           05 AGEM-QUEUE-CODE          PIC X(20).
           05 AGEM-REGION              PIC X(2).
           05 AGEM-STREAM-ID           PIC X(2).
           05 AGEM-RECV-DATE           PIC 9(6).
           05 AGEM-RECV-SOURCE         PIC X(1).
               88 AGEM-RECV-FROM-INTAKE VALUE "I".
               88 AGEM-RECV-FROM-ROUTING VALUE "R".
           05 AGEM-FIRST-ROUTED        PIC 9(6).
           05 AGEM-LAST-ROUTED         PIC 9(6).
           05 AGEM-ACK-DISP            PIC X(1).
           05 FILLER                   PIC X(1).
