      * OPENED EXTEND SO RUNS ACCUMULATE, THE SAME WAY COVIDRPT
      * BUILDS ITS OUTTRND TREND HISTORY. NEWSMOVE READS THE
      * ACCUMULATED FILE TO REPORT RISERS AND FALLERS BETWEEN THE
      * LATEST TWO RUNS. THE 42-BYTE ROW ENDS WITH THE RANKING MODE;
      * A HISTORY STILL IN THE OLD 40-BYTE SHAPE IS CONVERTED ONCE
      * BY NEWSHCNV BEFORE THIS PROGRAM APPENDS TO IT.
           SELECT OUT003  ASSIGN TO OUTNHIST
                          ORGANIZATION IS SEQUENTIAL
                          ACCESS MODE IS SEQUENTIAL.
      * RUN, OPENED EXTEND LIKE THE HISTORY, SO A STORY ID IN
      * OUTNHIST CAN STILL BE TURNED BACK INTO A TITLE LONG AFTER
      * THE RUN'S OUDD01 PRINTOUT IS GONE. NEWSFIND SEARCHES IT.
      * THE 169-BYTE ROW ENDS WITH THE RUN TIME; AN ARCHIVE STILL IN
      * THE OLD 160-BYTE SHAPE IS CONVERTED ONCE BY NEWSHCNV, WHICH
      * GIVES ITS ROWS RUN TIME ZERO.
           SELECT OUT004  ASSIGN TO OUTNARCH
                          ORGANIZATION IS SEQUENTIAL
                          ACCESS MODE IS SEQUENTIAL.

      * RANKING-MODE CONTROL CARD - 'S' (OR NO CARD) KEEPS THE
      * STANDARD POINTS-AND-AGE SCORE, 'T' SWITCHES TO THE TRENDING
      * SCORE THAT ALSO COUNTS VOTE AND COMMENT VELOCITY SINCE THE
      * PRIOR RUN. MIRRORS THE CTL001 PATTERN USED ACROSS THE SUITE.
           SELECT CTL001  ASSIGN TO INCTL
                          ORGANIZATION IS SEQUENTIAL
                          ACCESS MODE IS SEQUENTIAL
                          FILE STATUS IS WS-CTL-FILE-STATUS.

      * THE SAME OUTNARCH ARCHIVE, READ (TRENDING MODE ONLY) BEFORE
      * OUT004 IS OPENED FOR EXTEND, FOR EACH STORY'S POINTS AND
      * COMMENTS AS OF THE PRIOR RUN.
           SELECT ARC001  ASSIGN TO INNARCH
                          ORGANIZATION IS SEQUENTIAL
                          ACCESS MODE IS SEQUENTIAL
                          FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT KW001   ASSIGN TO INKEYWD
                          ORGANIZATION IS SEQUENTIAL
                          ACCESS MODE IS SEQUENTIAL

      * WIDENED WITH THE MATCH-FLAG COLUMN, WHICH NOW FOLLOWS THE
      * LOADED KEYWORD TABLE (UP TO 20 POSITIONS) INSTEAD OF THE
      * OLD FIXED SIX, AND AGAIN WITH THE RANKING MODE AND THE
      * VOTE-VELOCITY FIELDS BEHIND A TRENDING SCORE.
       FD  OUT001         RECORDING MODE F
                          RECORD CONTAINS 171 CHARACTERS
                          DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC     PIC X(171).

       FD  OUT002         RECORDING MODE F
                          RECORD CONTAINS 143 CHARACTERS
           05 FILLER                  PIC X(01).

       FD  OUT003         RECORDING MODE F
                          RECORD CONTAINS 42 CHARACTERS
                          DATA RECORD IS HIST-OUTPUT-REC.
       01  HIST-OUTPUT-REC.
           05 HIST-RUN-DATE           PIC 9(08).
           05 HIST-RANK               PIC 9(02).
           05 FILLER                  PIC X(01).
           05 HIST-SCORE              PIC 9(04)V9(06).
           05 FILLER                  PIC X(01).
           05 HIST-RANK-MODE          PIC X(01).

       FD  OUT004         RECORDING MODE F
                          RECORD CONTAINS 169 CHARACTERS
                          DATA RECORD IS ARCH-OUTPUT-REC.
       01  ARCH-OUTPUT-REC.
           05 ARCH-RUN-DATE           PIC 9(08).
           05 ARCH-COMMENTS           PIC 9(04).
           05 FILLER                  PIC X(01).
           05 ARCH-MATCH-FLAGS        PIC X(20).
           05 FILLER                  PIC X(01).
           05 ARCH-RUN-TIME           PIC 9(08).

       FD  ARC001         RECORDING MODE F
                          RECORD CONTAINS 169 CHARACTERS
                          DATA RECORD IS PRIOR-ARCH-REC.
       01  PRIOR-ARCH-REC.
           05 PARC-RUN-DATE           PIC 9(08).
           05 FILLER                  PIC X(01).
           05 PARC-ID                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 PARC-TITLE              PIC X(95).
           05 FILLER                  PIC X(01).
           05 PARC-AUTHOR             PIC X(15).
           05 FILLER                  PIC X(01).
           05 PARC-POINTS             PIC 9(04).
           05 FILLER                  PIC X(01).
           05 PARC-COMMENTS           PIC 9(04).
           05 FILLER                  PIC X(01).
           05 PARC-MATCH-FLAGS        PIC X(20).
           05 FILLER                  PIC X(01).
           05 PARC-RUN-TIME           PIC 9(08).

       FD  CTL001         RECORDING MODE F
                          RECORD CONTAINS 80 CHARACTERS
                          DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-RANK-MODE           PIC X(01).
           05 FILLER                  PIC X(01).
           05 CTL-VELOCITY-WEIGHT     PIC X(04).
           05 FILLER                  PIC X(01).
           05 CTL-COMMENT-WEIGHT      PIC X(04).
           05 FILLER                  PIC X(69).

       SD  SORT-FILE
                          DATA RECORD IS SD-REC.
           05  SD-AUTHOR              PIC X(15).
           05  SD-TIME                PIC X(05).
           05  SD-MATCH-FLAGS         PIC X(20).
           05  SD-VELOCITY-BASIS      PIC X(01).
           05  SD-POINTS-PER-HR       PIC 9(04)V9(02).
           05  SD-COMMENTS-PER-HR     PIC 9(04)V9(02).

       WORKING-STORAGE SECTION.

       01  WS-DEFAULT-KEYWORD-TABLE REDEFINES WS-DEFAULT-LIST-VALUES.
           05  WS-DEFAULT-KEYWORD     PIC X(09) OCCURS 6 TIMES.

       01  WS-CTL-FILE-STATUS.
           05 WS-CTL-FS               PIC X(02).
              88 C-CTL-FILE-OK        VALUE '00'.
              88 C-CTL-FILE-NOTEXST   VALUE '35'.

       01  WS-ARC-FILE-STATUS.
           05 WS-ARC-FS               PIC X(02).
              88 C-ARC-FILE-OK        VALUE '00'.
              88 C-ARC-FILE-NOTEXST   VALUE '35'.

      * RANKING MODE FOR THIS RUN, FROM THE CONTROL CARD. THE MODE
      * BYTE IS CARRIED ON EVERY LEADERBOARD AND OUTNHIST ROW SO A
      * BOARD CAN ALWAYS BE TOLD APART FROM ONE SCORED THE OTHER
      * WAY.
       01  WS-RANK-MODE               PIC X(01) VALUE 'S'.
           88 C-MODE-STANDARD         VALUE 'S'.
           88 C-MODE-TRENDING         VALUE 'T'.

      * TRENDING SCORE - THE POINTS TERM GAINS
      *    VELOCITY-WEIGHT * (PTS/HR + COMMENT-WEIGHT * CMTS/HR)
      * RAISED TO THE SAME VOTES EXPONENT, SO A STORY STILL PILING
      * UP VOTES OUTRANKS AN EQUALLY OLD ONE THAT HAS STOPPED.
       01  WS-VELOCITY-WEIGHT         PIC 9(02)V9(02) COMP-3
                                      VALUE 1.00.
       01  WS-COMMENT-WEIGHT          PIC 9(02)V9(02) COMP-3
                                      VALUE 0.50.

      * EACH STORY'S POINTS AND COMMENTS ON THE PRIOR RUN'S BOARD -
      * THE OUTNARCH ROWS CARRYING THE HIGHEST RUN DATE+TIME STAMP.
       01  WS-PRIOR-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-PRIOR-STAMP             PIC 9(16) VALUE 0.
       01  WS-THIS-STAMP.
           05 WS-THIS-STAMP-DATE      PIC 9(08).
           05 WS-THIS-STAMP-TIME.
              10 WS-THIS-STAMP-HOUR   PIC 9(02).
              10 WS-THIS-STAMP-MINUTE PIC 9(02).
              10 FILLER               PIC 9(04).
       01  WS-THIS-STAMP-NUM REDEFINES WS-THIS-STAMP
                                      PIC 9(16).

       01  WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY          OCCURS 30 TIMES.
              10 WS-PRIOR-ID          PIC X(08).
              10 WS-PRIOR-POINTS      PIC 9(04).
              10 WS-PRIOR-COMMENTS    PIC 9(04).

       01  WS-VELOCITY-WORK.
           05 WS-PRIOR-SUB            PIC 9(02) COMP.
           05 WS-PRIOR-FOUND          PIC X(01).
           05 WS-PRIOR-DATE-INTEGER   PIC S9(09) COMP-3.
           05 WS-PRIOR-TIME-MIN       PIC 9(04) COMP.
           05 WS-ELAPSED-MIN          PIC S9(09) COMP-3.
           05 WS-ELAPSED-HOURS        PIC S9(05)V9(02) COMP-3.
           05 WS-RATE-HOURS           PIC S9(05)V9(02) COMP-3.
           05 WS-POINTS-GAINED        PIC S9(05) COMP-3.
           05 WS-COMMENTS-GAINED      PIC S9(05) COMP-3.
           05 WS-POINTS-PER-HR        PIC 9(04)V9(02) COMP-3.
           05 WS-COMMENTS-PER-HR      PIC 9(04)V9(02) COMP-3.
           05 WS-VELOCITY             PIC S9(05)V9(04) COMP-3.
           05 WS-SCORE-VELOCITY       PIC S9999V999999 COMP-3.
           05 WS-VELOCITY-BASIS       PIC X(01).
              88 C-BASIS-PRIOR-RUN    VALUE 'P'.
              88 C-BASIS-FIRST-SEEN   VALUE 'F'.

       01  WS-KW-FILE-STATUS.
           05 WS-KW-FS                PIC X(02).
              88 C-KW-FILE-OK         VALUE '00'.
              'Keyword Category Summary By Run'.
           05 FILLER                  PIC X(70) VALUE SPACES.

       01  WS-KWSUM-MODE-LINE.
           05 FILLER                  PIC X(15) VALUE
              'RANKING MODE : '.
           05 KWSUM-MODE-TEXT         PIC X(40).
           05 FILLER                  PIC X(88) VALUE SPACES.

       01  WS-KWSUM-HEADER-5.
           05 FILLER                  PIC X(143) VALUE ALL '*'.

           05 HACK-OUT-TIME           PIC X(05).
           05 HACK-OUT-MATCH-FLAGS    PIC X(20).
           05 HACK-OUT-RANKING-SCORE  PIC S9999V999999 COMP-3.
           05 HACK-OUT-RANK-MODE      PIC X(01).
           05 HACK-OUT-VELOCITY-BASIS PIC X(01).
           05 HACK-OUT-POINTS-PER-HR  PIC 9(04)V9(02).
           05 HACK-OUT-COMMENTS-PER-HR
                                      PIC 9(04)V9(02).

       01  FILLER.
           05 LASTREC                 PIC X VALUE SPACE.
           05 CTL-LASTREC             PIC X VALUE SPACE.
           05 ARC-LASTREC             PIC X VALUE SPACE.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      *
       0000-MAIN-PARA.
      *--------------* 
           PERFORM 1100-GET-RUN-DATE-TIME
              THRU 1100-GET-RUN-DATE-TIME-EXIT.

           PERFORM 1300-READ-CONTROL-CARD
              THRU 1300-READ-CONTROL-CARD-EXIT.

      * THE PRIOR RUN IS READ OFF OUTNARCH BEFORE 1000-OPEN-FILES
      * OPENS THE SAME ARCHIVE FOR EXTEND.
           IF C-MODE-TRENDING THEN
              PERFORM 1400-LOAD-PRIOR-RUN
                 THRU 1400-LOAD-PRIOR-RUN-EXIT
           END-IF.

           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1200-LOAD-KEYWORDS
              THRU 1200-LOAD-KEYWORDS-EXIT.

      *--------------------------*
           EXIT.

      *
      * NO CONTROL FILE, AN EMPTY ONE OR A BLANK MODE ALL MEAN THE
      * STANDARD SCORE. A BLANK OR INVALID WEIGHT KEEPS ITS DEFAULT
      * (VELOCITY 1.00, COMMENTS 0.50); A COMMENT WEIGHT OF ZERO IS
      * ALLOWED AND RANKS ON VOTE VELOCITY ALONE.
       1300-READ-CONTROL-CARD.
      *----------------------*
           MOVE 'S' TO WS-RANK-MODE.

           OPEN INPUT CTL001.

           IF C-CTL-FILE-NOTEXST THEN
              DISPLAY 'NO RANKING CONTROL CARD - STANDARD MODE'
           ELSE
              PERFORM 1310-READ-CONTROL-REC
                 THRU 1310-READ-CONTROL-REC-EXIT
              CLOSE CTL001
           END-IF.

           IF C-MODE-TRENDING THEN
              MOVE 'TRENDING (POINTS, AGE AND VOTE VELOCITY)'
                 TO KWSUM-MODE-TEXT
              DISPLAY 'RANKING MODE : TRENDING - VELOCITY WEIGHT '
                      WS-VELOCITY-WEIGHT ' COMMENT WEIGHT '
                      WS-COMMENT-WEIGHT
           ELSE
              MOVE 'STANDARD (POINTS AND AGE)' TO KWSUM-MODE-TEXT
              DISPLAY 'RANKING MODE : STANDARD'
           END-IF.
       1300-READ-CONTROL-CARD-EXIT.
      *---------------------------*
           EXIT.

      *
       1310-READ-CONTROL-REC.
      *---------------------*
           READ CTL001
              AT END MOVE 'Y' TO CTL-LASTREC
           END-READ.

           IF CTL-LASTREC = 'Y' THEN
              GO TO 1310-READ-CONTROL-REC-EXIT
           END-IF.

           EVALUATE CTL-RANK-MODE
              WHEN 'T'
                 MOVE 'T' TO WS-RANK-MODE
              WHEN 'S'
              WHEN SPACE
                 MOVE 'S' TO WS-RANK-MODE
              WHEN OTHER
                 DISPLAY 'INVALID RANKING MODE ' CTL-RANK-MODE
                         ' - STANDARD MODE USED'
           END-EVALUATE.

           IF CTL-VELOCITY-WEIGHT NUMERIC AND
              CTL-VELOCITY-WEIGHT NOT = '0000' THEN
              COMPUTE WS-VELOCITY-WEIGHT =
                      FUNCTION NUMVAL(CTL-VELOCITY-WEIGHT) / 100
           END-IF.

           IF CTL-COMMENT-WEIGHT NUMERIC THEN
              COMPUTE WS-COMMENT-WEIGHT =
                      FUNCTION NUMVAL(CTL-COMMENT-WEIGHT) / 100
           END-IF.
       1310-READ-CONTROL-REC-EXIT.
      *--------------------------*
           EXIT.

      *
      * KEEPS ONLY THE ROWS WITH THE HIGHEST RUN STAMP - A HIGHER
      * STAMP STARTS THE TABLE AGAIN - AND WORKS OUT THE HOURS
      * BETWEEN THAT RUN AND THIS ONE. WITH NO ARCHIVE YET EVERY
      * STORY IS TREATED AS A FIRST SIGHTING.
       1400-LOAD-PRIOR-RUN.
      *-------------------*
           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 0 TO WS-PRIOR-STAMP.

           OPEN INPUT ARC001.

           IF C-ARC-FILE-NOTEXST THEN
              DISPLAY 'NO STORY ARCHIVE - EVERY STORY IS A FIRST '
                      'SIGHTING'
              GO TO 1400-LOAD-PRIOR-RUN-EXIT
           END-IF.

           PERFORM 1410-READ-PRIOR-REC
              THRU 1410-READ-PRIOR-REC-EXIT.

           PERFORM UNTIL ARC-LASTREC = 'Y'
              MOVE PARC-RUN-DATE TO WS-THIS-STAMP-DATE
              MOVE PARC-RUN-TIME TO WS-THIS-STAMP-TIME

              IF WS-THIS-STAMP-NUM > WS-PRIOR-STAMP THEN
                 MOVE WS-THIS-STAMP-NUM TO WS-PRIOR-STAMP
                 MOVE 0                 TO WS-PRIOR-COUNT
              END-IF

              IF WS-THIS-STAMP-NUM = WS-PRIOR-STAMP AND
                 WS-PRIOR-COUNT < 30 THEN
                 ADD 1 TO WS-PRIOR-COUNT
                 MOVE PARC-ID       TO WS-PRIOR-ID (WS-PRIOR-COUNT)
                 MOVE PARC-POINTS   TO WS-PRIOR-POINTS (WS-PRIOR-COUNT)
                 MOVE PARC-COMMENTS
                    TO WS-PRIOR-COMMENTS (WS-PRIOR-COUNT)
              END-IF

              PERFORM 1410-READ-PRIOR-REC
                 THRU 1410-READ-PRIOR-REC-EXIT
           END-PERFORM.

           CLOSE ARC001.

           IF WS-PRIOR-COUNT = 0 THEN
              DISPLAY 'STORY ARCHIVE EMPTY - EVERY STORY IS A FIRST '
                      'SIGHTING'
              GO TO 1400-LOAD-PRIOR-RUN-EXIT
           END-IF.

      * HOURS SINCE THE PRIOR RUN, NEVER LESS THAN ONE SO A QUICK
      * RERUN CANNOT TURN A HANDFUL OF VOTES INTO A HUGE RATE.
           MOVE WS-PRIOR-STAMP TO WS-THIS-STAMP-NUM.
           COMPUTE WS-PRIOR-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-THIS-STAMP-DATE).
           COMPUTE WS-PRIOR-TIME-MIN =
                   WS-THIS-STAMP-HOUR * 60 + WS-THIS-STAMP-MINUTE.
           COMPUTE WS-ELAPSED-MIN =
                   (WS-RUN-DATE-INTEGER - WS-PRIOR-DATE-INTEGER)
                   * 1440 + WS-RUN-TIME-MIN - WS-PRIOR-TIME-MIN.
           COMPUTE WS-ELAPSED-HOURS ROUNDED = WS-ELAPSED-MIN / 60.
           IF WS-ELAPSED-HOURS < 1 THEN
              MOVE 1 TO WS-ELAPSED-HOURS
           END-IF.

           DISPLAY 'PRIOR RUN ' WS-PRIOR-STAMP ' STORIES '
                   WS-PRIOR-COUNT ' HOURS SINCE ' WS-ELAPSED-HOURS.
       1400-LOAD-PRIOR-RUN-EXIT.
      *------------------------*
           EXIT.

      *
       1410-READ-PRIOR-REC.
      *-------------------*
           READ ARC001
              AT END MOVE 'Y' TO ARC-LASTREC
           END-READ.
       1410-READ-PRIOR-REC-EXIT.
      *------------------------*
           EXIT.

      *
       2500-PROC-RECORDS.
      *-----------------*
           COMPUTE WS-SCORE-AGE          = 
                                (WS-AGE-HOURS + 2) ** WS-AGE-EXPNT.             

      * TRENDING MODE ADDS THE WEIGHTED VELOCITY TO THE POINTS TERM.
           MOVE SPACE TO WS-VELOCITY-BASIS.
           MOVE 0     TO WS-POINTS-PER-HR.
           MOVE 0     TO WS-COMMENTS-PER-HR.
           IF C-MODE-TRENDING THEN
              PERFORM 5200-GET-VELOCITY
                 THRU 5200-GET-VELOCITY-EXIT
              COMPUTE WS-VELOCITY = WS-POINTS-PER-HR
                      + WS-COMMENTS-PER-HR * WS-COMMENT-WEIGHT
              COMPUTE WS-SCORE-VELOCITY =
                      WS-VELOCITY ** WS-VOTES-EXPNT
              COMPUTE WS-SCORE-POINT = WS-SCORE-POINT
                      + WS-VELOCITY-WEIGHT * WS-SCORE-VELOCITY
           END-IF.

      * EACH MATCHED KEYWORD NOW CONTRIBUTES ITS CONTROL-FILE
      * WEIGHT INSTEAD OF EVERY MATCH COUNTING EQUALLY.
           IF WS-SCORE-AGE NOT = 0 THEN
      *-----------------------*
           EXIT.

      *
      * POINTS AND COMMENTS GAINED PER HOUR SINCE THE PRIOR RUN'S
      * OUTNARCH ROW FOR THE SAME STORY. A STORY NOT ON THE PRIOR
      * BOARD IS A FIRST SIGHTING AND IS RATED OVER ITS WHOLE LIFE
      * INSTEAD - EVERYTHING IT HAS GATHERED SINCE IT WAS POSTED,
      * PER HOUR OF AGE (AT LEAST ONE). A DROP IN POINTS OR
      * COMMENTS COUNTS AS NO GAIN.
       5200-GET-VELOCITY.
      *-----------------*
           MOVE 'N' TO WS-PRIOR-FOUND.

           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                   OR WS-PRIOR-FOUND = 'Y'
              IF WS-PRIOR-ID (WS-PRIOR-SUB) = HACK-IN-ID THEN
                 MOVE 'Y' TO WS-PRIOR-FOUND
              END-IF
           END-PERFORM.

           IF WS-PRIOR-FOUND = 'Y' THEN
              SUBTRACT 1 FROM WS-PRIOR-SUB
              MOVE 'P' TO WS-VELOCITY-BASIS
              COMPUTE WS-POINTS-GAINED = HACK-IN-POINTS
                      - WS-PRIOR-POINTS (WS-PRIOR-SUB)
              COMPUTE WS-COMMENTS-GAINED = HACK-IN-COMMENTS
                      - WS-PRIOR-COMMENTS (WS-PRIOR-SUB)
              MOVE WS-ELAPSED-HOURS TO WS-RATE-HOURS
           ELSE
              MOVE 'F' TO WS-VELOCITY-BASIS
              MOVE HACK-IN-POINTS   TO WS-POINTS-GAINED
              MOVE HACK-IN-COMMENTS TO WS-COMMENTS-GAINED
              MOVE WS-AGE-HOURS     TO WS-RATE-HOURS
              IF WS-RATE-HOURS < 1 THEN
                 MOVE 1 TO WS-RATE-HOURS
              END-IF
           END-IF.

           IF WS-POINTS-GAINED < 0 THEN
              MOVE 0 TO WS-POINTS-GAINED
           END-IF.
           IF WS-COMMENTS-GAINED < 0 THEN
              MOVE 0 TO WS-COMMENTS-GAINED
           END-IF.

           COMPUTE WS-POINTS-PER-HR ROUNDED =
                   WS-POINTS-GAINED / WS-RATE-HOURS
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-POINTS-PER-HR
           END-COMPUTE.
           COMPUTE WS-COMMENTS-PER-HR ROUNDED =
                   WS-COMMENTS-GAINED / WS-RATE-HOURS
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-COMMENTS-PER-HR
           END-COMPUTE.
       5200-GET-VELOCITY-EXIT.
      *----------------------*
           EXIT.

      *
       6000-SORT-INPUT.
      *---------------*
           MOVE  WS-POST-TIME      TO SD-TIME.
           MOVE  WS-MATCH-FLAGS    TO SD-MATCH-FLAGS.
           MOVE  WS-RANKING-SCORE  TO SD-RANKING-SCORE.
           MOVE  WS-VELOCITY-BASIS TO SD-VELOCITY-BASIS.
           MOVE  WS-POINTS-PER-HR  TO SD-POINTS-PER-HR.
           MOVE  WS-COMMENTS-PER-HR
                                   TO SD-COMMENTS-PER-HR.
       6100-BUILD-SORT-REC-EXIT.
      *---------------------------*
           EXIT.
           MOVE  SD-TIME            TO HACK-OUT-TIME.
           MOVE  SD-MATCH-FLAGS     TO HACK-OUT-MATCH-FLAGS.
           MOVE  SD-RANKING-SCORE   TO HACK-OUT-RANKING-SCORE.
           MOVE  WS-RANK-MODE       TO HACK-OUT-RANK-MODE.
           MOVE  SD-VELOCITY-BASIS  TO HACK-OUT-VELOCITY-BASIS.
           MOVE  SD-POINTS-PER-HR   TO HACK-OUT-POINTS-PER-HR.
           MOVE  SD-COMMENTS-PER-HR TO HACK-OUT-COMMENTS-PER-HR.
           WRITE OUTPUT-REC         FROM HACKER-OUT-FIELDS.

      * APPEND THIS RUN'S LEADERBOARD POSITION TO THE HISTORY FILE
           MOVE  SD-ID              TO HIST-ID.
           MOVE  WS-TOP-COUNT       TO HIST-RANK.
           MOVE  SD-RANKING-SCORE   TO HIST-SCORE.
           MOVE  WS-RANK-MODE       TO HIST-RANK-MODE.
           WRITE HIST-OUTPUT-REC.

      * APPEND THE FULL STORY DETAILS TO THE CUMULATIVE ARCHIVE SO
           MOVE  SD-POINTS          TO ARCH-POINTS.
           MOVE  SD-COMMENTS        TO ARCH-COMMENTS.
           MOVE  SD-MATCH-FLAGS     TO ARCH-MATCH-FLAGS.
           MOVE  WS-CURRENT-TIME    TO ARCH-RUN-TIME.
           WRITE ARCH-OUTPUT-REC.
       8100-WRITE-TOP-RECORD-EXIT.
      *---------------------------*
       8500-WRITE-KEYWORD-SUMMARY.
      *--------------------------*
           WRITE KWSUM-OUTPUT-REC FROM WS-KWSUM-HEADER-1.
           WRITE KWSUM-OUTPUT-REC FROM WS-KWSUM-MODE-LINE.
           WRITE KWSUM-OUTPUT-REC FROM WS-KWSUM-HEADER-5.

           PERFORM VARYING WS-KW-SUB FROM 1 BY 1
