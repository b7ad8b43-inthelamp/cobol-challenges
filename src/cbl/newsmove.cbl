      * SNAPSHOTS, AND REPORTS RISERS, FALLERS, NEW ENTRIES AND
      * DROP-OUTS BY STORY ID WITH THE RANK DELTA AND SCORE DELTA
      * PER STORY - THE COMPARISON THE MORNING EDITOR CURRENTLY
      * DOES BY EYE ACROSS TWO PRINTOUTS. EACH RUN'S RANKING MODE
      * (STANDARD OR TRENDING) IS SHOWN, AND A WARNING LINE IS
      * WRITTEN WHEN THE TWO BOARDS WERE SCORED DIFFERENTLY, SINCE
      * THEIR MOVES THEN REFLECT THE SCORING CHANGE AS MUCH AS THE
      * STORIES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
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
           05 WS-STAMP-TIME     PIC 9(08).

       01  WS-LATEST-STAMP      PIC 9(16) VALUE 0.
       01  WS-LATEST-MODE       PIC X(01) VALUE SPACE.
       01  WS-PRIOR-MODE        PIC X(01) VALUE SPACE.
       01  WS-PRIOR-STAMP       PIC 9(16) VALUE 0.
       01  WS-THIS-STAMP        PIC 9(16) VALUE 0.

       01  WS-RUNS-HDR-REC.
           05  FILLER           PIC X(15) VALUE 'COMPARING RUN '.
           05  RUNS-CURR-STAMP  PIC 9(16).
           05  FILLER           PIC X(06) VALUE ' MODE '.
           05  RUNS-CURR-MODE   PIC X(01).
           05  FILLER           PIC X(14) VALUE ' AGAINST RUN '.
           05  RUNS-PREV-STAMP  PIC 9(16).
           05  FILLER           PIC X(06) VALUE ' MODE '.
           05  RUNS-PREV-MODE   PIC X(01).
           05  FILLER           PIC X(58) VALUE SPACES.

       01  WS-MODE-WARN-REC.
           05  FILLER           PIC X(58) VALUE
           'RANKING MODE CHANGED BETWEEN RUNS - MOVES REFLECT THE NEW '.
           05  FILLER           PIC X(07) VALUE 'SCORING'.
           05  FILLER           PIC X(68) VALUE SPACES.

       01  WS-SECTION-HDR-REC.
           05  FILLER           PIC X(10) VALUE 'SECTION : '.
                       MOVE HIST-RANK  TO WS-CURR-RANK (WS-CURR-COUNT)
                       MOVE HIST-SCORE TO WS-CURR-SCORE (WS-CURR-COUNT)
                    END-IF
                    MOVE HIST-RANK-MODE TO WS-LATEST-MODE
                 WHEN WS-THIS-STAMP = WS-PRIOR-STAMP
                    IF WS-PREV-COUNT < 30 THEN
                       ADD 1 TO WS-PREV-COUNT
                       MOVE HIST-RANK  TO WS-PREV-RANK (WS-PREV-COUNT)
                       MOVE HIST-SCORE TO WS-PREV-SCORE (WS-PREV-COUNT)
                    END-IF
                    MOVE HIST-RANK-MODE TO WS-PRIOR-MODE
              END-EVALUATE

              PERFORM 3100-READ-HISTORY-REC
      *-------------------*
           MOVE WS-LATEST-STAMP TO RUNS-CURR-STAMP.
           MOVE WS-PRIOR-STAMP  TO RUNS-PREV-STAMP.

      * NEWSHCNV GIVES HISTORY WRITTEN BEFORE THE MODE BYTE EXISTED
      * MODE S. A BLANK MODE CAN ONLY BE A ROW THAT MISSED THE
      * CONVERSION, AND IS SHOWN AS STANDARD, THE ONLY MODE THERE
      * THEN WAS.
           IF WS-LATEST-MODE = SPACE THEN
              MOVE 'S' TO WS-LATEST-MODE
           END-IF.
           IF WS-PRIOR-MODE = SPACE THEN
              MOVE 'S' TO WS-PRIOR-MODE
           END-IF.
           MOVE WS-LATEST-MODE  TO RUNS-CURR-MODE.
           MOVE WS-PRIOR-MODE   TO RUNS-PREV-MODE.
           WRITE OUTPUT-REC FROM WS-RUNS-HDR-REC.

           IF WS-LATEST-MODE NOT = WS-PRIOR-MODE THEN
              WRITE OUTPUT-REC FROM WS-MODE-WARN-REC
           END-IF.

      * RISERS - IN BOTH RUNS, RANK IMPROVED (LOWER NUMBER).
           MOVE 'RISERS'      TO SECTION-TITLE.
           PERFORM 5100-WRITE-SECTION-HEADER
