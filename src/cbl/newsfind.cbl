      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 169 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ARCH-INPUT-REC.
       01  ARCH-INPUT-REC.
           05 ARCH-COMMENTS           PIC 9(04).
           05 FILLER                  PIC X(01).
           05 ARCH-MATCH-FLAGS        PIC X(20).
           05 FILLER                  PIC X(01).
           05 ARCH-RUN-TIME           PIC 9(08).

       FD  IN002 RECORDING MODE F
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
