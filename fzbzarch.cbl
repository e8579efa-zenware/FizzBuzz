               10 FILLER                  PIC X(67).
       FD  RUNH-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY RUNHREC.
       FD  RUNH-ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01 RUNH-ARCH-RECORD            PIC X(50).
       FD  RUNH-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01 RUNH-OUT-RECORD             PIC X(50).
       FD  AUDT-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
