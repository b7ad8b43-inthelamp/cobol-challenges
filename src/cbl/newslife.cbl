      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 42 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS HIST-INPUT-REC.
       01  HIST-INPUT-REC.
           05 HIST-RANK               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 HIST-SCORE              PIC 9(04)V9(06).
           05 FILLER                  PIC X(01).
           05 HIST-RANK-MODE          PIC X(01).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
