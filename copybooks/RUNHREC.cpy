           05 RUNH-END-DATE            PIC 9(6).
           05 RUNH-END-TIME            PIC 9(6).
           05 RUNH-RESTART-SW          PIC X(1).
           05 RUNH-RESUME-CT           PIC 9(6).
           05 RUNH-UPPER-BOUND         PIC 9(5).
           05 RUNH-CASES-WRITTEN       PIC 9(5).
           05 RUNH-OUTCOME             PIC X(9).
