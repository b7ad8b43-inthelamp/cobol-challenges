      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NEWSDGST.
       AUTHOR.        DONGWON K.
      *
      * PER-SUBSCRIBER DIGEST OFF THE LEADERBOARD NEWSRANK HAS JUST
      * WRITTEN TO OUDD01. EACH INSUBS PROFILE NAMES THE INKEYWD
      * CATEGORIES THE TEAM CARES ABOUT, A MINIMUM RANKING SCORE
      * AND A CAP ON STORIES PER DIGEST; EACH SUBSCRIBER GETS ONE
      * DIGEST SECTION HOLDING, IN BOARD ORDER, ONLY THE STORIES
      * THAT MATCH ONE OF ITS CATEGORIES AND REACH ITS MINIMUM
      * SCORE. A STORY ALREADY SENT TO THE SUBSCRIBER IN AN EARLIER
      * DIGEST - RECORDED ON THE INSENT LEDGER, WHICH THIS PROGRAM
      * APPENDS TO THROUGH OUTSENT - IS NOT SENT AGAIN. THE OUTDCTL
      * DISTRIBUTION CONTROL REPORT GIVES, PER SUBSCRIBER, THE
      * STORIES QUALIFIED, HELD BACK AS ALREADY SENT OR OVER THE
      * CAP, AND ACTUALLY SENT.
      *
      * THE CATEGORY NAMES ARE RESOLVED AGAINST THE SAME INKEYWD
      * TABLE (OR BUILT-IN FALLBACK) NEWSRANK LOADED, SO THEY LINE
      * UP WITH THE BOARD'S MATCH-FLAG POSITIONS. RUN IT IN THE
      * SAME JOB AS NEWSRANK, AFTER IT, WITH THE SAME INKEYWD.
      *
      * A LEDGER THAT WILL NOT OPEN FOR ANY REASON BUT NOT BEING
      * THERE, OR A DELIVERY THAT WILL NOT WRITE TO IT, ENDS THE STEP
      * RETURN CODE 16 - A DIGEST THE LEDGER DOES NOT RECORD WOULD BE
      * SENT AGAIN TOMORROW. IF THE EARLIER DELIVERIES OF THE BOARD'S
      * STORIES DO NOT ALL FIT IN THE TABLE, EACH SUBSCRIBER WHOSE
      * DELIVERIES WERE LEFT OUT GETS NO DIGEST THIS RUN, SAYS SO ON
      * THE CONTROL REPORT, AND THE STEP ENDS RETURN CODE 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INBOARD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT IN002 ASSIGN TO INSUBS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * DIGEST LEDGER - ONE ROW PER STORY PER SUBSCRIBER EVER SENT.
      * READ THROUGH INSENT, THEN APPENDED THROUGH OUTSENT, THE WAY
      * NEWSRANK READS AND EXTENDS OUTNARCH. ABSENT ON THE FIRST RUN.
           SELECT IN003 ASSIGN TO INSENT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SENT-FILE-STATUS.

           SELECT KW001 ASSIGN TO INKEYWD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-KW-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTDGST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT002 ASSIGN TO OUTDCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT003 ASSIGN TO OUTSENT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SENTO-FILE-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 171 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BOARD-INPUT-REC.
       01  BOARD-INPUT-REC.
           05 BRD-ID                  PIC X(08).
           05 BRD-TITLE               PIC X(95).
           05 BRD-POINTS              PIC 9(04).
           05 BRD-COMMENTS            PIC 9(04).
           05 BRD-AUTHOR              PIC X(15).
           05 BRD-TIME                PIC X(05).
           05 BRD-MATCH-FLAGS         PIC X(20).
           05 BRD-RANKING-SCORE       PIC S9999V999999 COMP-3.
           05 BRD-RANK-MODE           PIC X(01).
           05 BRD-VELOCITY-BASIS      PIC X(01).
           05 BRD-POINTS-PER-HR       PIC 9(04)V9(02).
           05 BRD-COMMENTS-PER-HR     PIC 9(04)V9(02).

      * SUBSCRIBER PROFILE - UP TO FIVE INKEYWD CATEGORY NAMES. THE
      * MINIMUM SCORE CARRIES TWO IMPLIED DECIMALS.
       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SUBS-INPUT-REC.
       01  SUBS-INPUT-REC.
           05 SUBS-ID                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 SUBS-NAME               PIC X(30).
           05 FILLER                  PIC X(01).
           05 SUBS-MIN-SCORE-X        PIC X(06).
           05 SUBS-MIN-SCORE REDEFINES SUBS-MIN-SCORE-X
                                      PIC 9(04)V9(02).
           05 FILLER                  PIC X(01).
           05 SUBS-MAX-STORIES-X      PIC X(02).
           05 SUBS-MAX-STORIES REDEFINES SUBS-MAX-STORIES-X
                                      PIC 9(02).
           05 FILLER                  PIC X(01).
           05 SUBS-CATEGORY-ENTRY     OCCURS 5 TIMES.
              10 SUBS-CATEGORY        PIC X(09).
              10 FILLER               PIC X(01).

       FD  IN003 RECORDING MODE F
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SENT-INPUT-REC.
       01  SENT-INPUT-REC.
           05 SENTI-RUN-DATE          PIC 9(08).
           05 FILLER                  PIC X(01).
           05 SENTI-RUN-TIME          PIC 9(08).
           05 FILLER                  PIC X(01).
           05 SENTI-SUBS-ID           PIC X(08).
           05 FILLER                  PIC X(01).
           05 SENTI-STORY-ID          PIC X(08).
           05 FILLER                  PIC X(05).

       FD  KW001 RECORDING MODE F
               RECORD CONTAINS 15 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS KEYWORD-INPUT-REC.
       01  KEYWORD-INPUT-REC.
           05 KW-TEXT                 PIC X(09).
           05 FILLER                  PIC X(01).
           05 KW-WEIGHT               PIC 9(02)V9(02).
           05 FILLER                  PIC X(01).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DIGEST-REC.
       01  DIGEST-REC           PIC X(133).

       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC          PIC X(133).

       FD  OUT003 RECORDING MODE F
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SENT-OUTPUT-REC.
       01  SENT-OUTPUT-REC.
           05 SENTO-RUN-DATE          PIC 9(08).
           05 FILLER                  PIC X(01).
           05 SENTO-RUN-TIME          PIC 9(08).
           05 FILLER                  PIC X(01).
           05 SENTO-SUBS-ID           PIC X(08).
           05 FILLER                  PIC X(01).
           05 SENTO-STORY-ID          PIC X(08).
           05 FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.

       77  WS-BOARD-COUNT       PIC 9(02) COMP VALUE 0.
       77  WS-SUBS-COUNT        PIC 9(03) COMP VALUE 0.
       77  WS-SENT-COUNT        PIC 9(05) COMP VALUE 0.
       77  WS-KW-LOADED         PIC 9(02) COMP VALUE 0.
       77  WS-DEFAULT-MAX       PIC 9(02) COMP VALUE 10.
       77  WS-CAT-POS           PIC 9(02) COMP VALUE 1.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 KW-LASTREC        PIC X VALUE SPACE.
           05 SENT-LASTREC      PIC X VALUE SPACE.
           05 WS-FOUND-SW       PIC X VALUE 'N'.
           05 WS-MATCH-SW       PIC X VALUE 'N'.
           05 WS-LEDGER-FULL-SW PIC X VALUE 'N'.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-DGST-OK         VALUE ' '.
           88 C-DGST-FAILED     VALUE 'F'.

       01  WS-OUTPUT-SW         PIC X(01) VALUE 'N'.
           88 C-OUTPUT-OPEN     VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 SUBS-SUB          PIC 9(03) COMP.
           05 BRD-SUB           PIC 9(02) COMP.
           05 CAT-SUB           PIC 9(02) COMP.
           05 KW-SUB            PIC 9(02) COMP.

       01  WS-SENT-FILE-STATUS.
           05 WS-SENT-FS              PIC X(02).
              88 C-SENT-FILE-OK       VALUE '00'.
              88 C-SENT-FILE-NOTEXST  VALUE '35'.

       01  WS-SENTO-FILE-STATUS.
           05 WS-SENTO-FS             PIC X(02).
              88 C-SENTO-FILE-OK      VALUE '00'.
              88 C-SENTO-FILE-NOTEXST VALUE '35'.

       01  WS-KW-FILE-STATUS.
           05 WS-KW-FS                PIC X(02).
              88 C-KW-FILE-OK         VALUE '00'.
              88 C-KW-FILE-NOTEXST    VALUE '35'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

      * SAME BUILT-IN FALLBACK AND LOAD RULES AS NEWSRANK'S
      * 1200-LOAD-KEYWORDS, SO POSITION N HERE IS MATCH FLAG N ON
      * THE BOARD.
       01  WS-DEFAULT-LIST-VALUES.
           05  FILLER                 PIC X(09) VALUE 'MAINFRAME'.
           05  FILLER                 PIC X(09) VALUE 'COBOL'.
           05  FILLER                 PIC X(09) VALUE 'JCL'.
           05  FILLER                 PIC X(09) VALUE 'VSAM'.
           05  FILLER                 PIC X(09) VALUE 'CICS'.
           05  FILLER                 PIC X(09) VALUE 'MVS'.

       01  WS-DEFAULT-KEYWORD-TABLE REDEFINES WS-DEFAULT-LIST-VALUES.
           05  WS-DEFAULT-KEYWORD     PIC X(09) OCCURS 6 TIMES.

       01  WS-KEYWORD-TABLE.
           05  WS-KEYWORD-TEXT        PIC X(09) OCCURS 20 TIMES.

       01  WS-UPPER-CATEGORY          PIC X(09).

      * THIS RUN'S BOARD, IN RANK ORDER AS NEWSRANK WROTE IT.
       01  WS-BOARD-TABLE.
           05 WS-BRD-ENTRY            OCCURS 30 TIMES.
              10 WS-BRD-ID            PIC X(08).
              10 WS-BRD-TITLE         PIC X(95).
              10 WS-BRD-POINTS        PIC 9(04).
              10 WS-BRD-COMMENTS      PIC 9(04).
              10 WS-BRD-AUTHOR        PIC X(15).
              10 WS-BRD-FLAGS         PIC X(20).
              10 WS-BRD-SCORE         PIC S9999V999999 COMP-3.

       01  WS-BOARD-MODE              PIC X(01) VALUE SPACE.

      * ONE ENTRY PER ACCEPTED PROFILE. WANT-FLAGS HOLDS A 'Y' IN
      * EVERY MATCH-FLAG POSITION THE SUBSCRIBER CHOSE.
       01  WS-SUBS-TABLE.
           05 WS-SUB-ENTRY            OCCURS 100 TIMES.
              10 WS-SUB-ID            PIC X(08).
              10 WS-SUB-NAME          PIC X(30).
              10 WS-SUB-CATEGORIES    PIC X(50).
              10 WS-SUB-MIN-SCORE     PIC 9(04)V9(02).
              10 WS-SUB-MAX-STORIES   PIC 9(02).
              10 WS-SUB-WANT-FLAGS    PIC X(20).
              10 WS-SUB-NOTE          PIC X(40).
              10 WS-SUB-HELD          PIC X(01).
              10 WS-SUB-QUALIFIED     PIC 9(05) COMP.
              10 WS-SUB-ALREADY       PIC 9(05) COMP.
              10 WS-SUB-OVER-CAP      PIC 9(05) COMP.
              10 WS-SUB-SENT          PIC 9(05) COMP.

      * PROFILES REFUSED AT LOAD, LISTED ON THE CONTROL REPORT.
       01  WS-REJECT-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-REJECT-REASON           PIC X(40).
       01  WS-REJECT-TABLE.
           05 WS-REJ-ENTRY            OCCURS 50 TIMES.
              10 WS-REJ-ID            PIC X(08).
              10 WS-REJ-NAME          PIC X(30).
              10 WS-REJ-NOTE          PIC X(40).

      * EARLIER DELIVERIES OF THE STORIES NOW ON THE BOARD - ONLY
      * THOSE CAN BLOCK A SEND, SO NOTHING ELSE IS HELD.
       01  WS-SENT-TABLE.
           05 WS-SENT-ENTRY           OCCURS 3000 TIMES.
              10 WS-SENT-SUBS-ID      PIC X(08).
              10 WS-SENT-STORY-ID     PIC X(08).

       01  WS-TOTALS.
           05 WS-TOT-QUALIFIED        PIC 9(07) COMP VALUE 0.
           05 WS-TOT-ALREADY          PIC 9(07) COMP VALUE 0.
           05 WS-TOT-OVER-CAP         PIC 9(07) COMP VALUE 0.
           05 WS-TOT-SENT             PIC 9(07) COMP VALUE 0.

       01  HEADER-1.
           05  FILLER           PIC X(52) VALUE SPACES.
           05  FILLER           PIC X(22) VALUE
           'News Subscriber Digest'.
           05  FILLER           PIC X(59) VALUE SPACES.

       01  HEADER-1-CTL.
           05  FILLER           PIC X(46) VALUE SPACES.
           05  FILLER           PIC X(32) VALUE
           'News Digest Distribution Control'.
           05  FILLER           PIC X(55) VALUE SPACES.

       01  HEADER-2.
           05  FILLER           PIC X(99) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE 'Year '.
           05  HDR-YR           PIC 9(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE 'Month '.
           05  HDR-MO           PIC X(02).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE 'Day '.
           05  HDR-DAY          PIC X(02).
           05  FILLER           PIC X(07) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-DGST-SUB-LINE.
           05  FILLER           PIC X(13) VALUE 'DIGEST FOR : '.
           05  DGSH-NAME        PIC X(30).
           05  FILLER           PIC X(15) VALUE '   SUBSCRIBER '.
           05  DGSH-ID          PIC X(08).
           05  FILLER           PIC X(67) VALUE SPACES.

       01  WS-DGST-PROFILE-LINE.
           05  FILLER           PIC X(13) VALUE 'CATEGORIES : '.
           05  DGSP-CATEGORIES  PIC X(50).
           05  FILLER           PIC X(13) VALUE '  MIN SCORE '.
           05  DGSP-MIN-SCORE   PIC ZZZ9.99.
           05  FILLER           PIC X(15) VALUE '  MAX STORIES '.
           05  DGSP-MAX-STORIES PIC Z9.
           05  FILLER           PIC X(33) VALUE SPACES.

       01  WS-DGST-COL-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE 'RANK'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE '      SCORE'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE ' PTS'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE ' CMT'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(15) VALUE 'AUTHOR'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(83) VALUE 'TITLE'.

       01  WS-DGST-STORY-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DGSL-RANK        PIC Z9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DGSL-SCORE       PIC ZZZ9.999999.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DGSL-POINTS      PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DGSL-COMMENTS    PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DGSL-AUTHOR      PIC X(15).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DGSL-TITLE       PIC X(75).
           05  FILLER           PIC X(08) VALUE SPACES.

       01  WS-DGST-NONE-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DGSN-TEXT        PIC X(60).
           05  FILLER           PIC X(69) VALUE SPACES.

       01  WS-DGST-COUNT-LINE.
           05  FILLER           PIC X(25) VALUE
               'STORIES IN THIS DIGEST : '.
           05  DGSC-COUNT       PIC Z9.
           05  FILLER           PIC X(106) VALUE SPACES.

       01  WS-CTL-BOARD-LINE.
           05  FILLER           PIC X(16) VALUE 'BOARD STORIES : '.
           05  CTLB-COUNT       PIC Z9.
           05  FILLER           PIC X(19) VALUE
               '   RANKING MODE : '.
           05  CTLB-MODE        PIC X(01).
           05  FILLER           PIC X(21) VALUE
               '   SUBSCRIBERS : '.
           05  CTLB-SUBS        PIC ZZ9.
           05  FILLER           PIC X(71) VALUE SPACES.

       01  WS-CTL-COL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(08) VALUE 'SUBSCR'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'DELIVERY NAME'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE '  QUALIFIED'.
           05  FILLER           PIC X(11) VALUE '  ALREADY  '.
           05  FILLER           PIC X(11) VALUE '  OVER CAP '.
           05  FILLER           PIC X(11) VALUE '       SENT'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(44) VALUE 'NOTE'.

       01  WS-CTL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  CTLL-ID          PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CTLL-NAME        PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CTLL-QUALIFIED   PIC Z(10)9.
           05  CTLL-ALREADY     PIC Z(10)9.
           05  CTLL-OVER-CAP    PIC Z(10)9.
           05  CTLL-SENT        PIC Z(10)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CTLL-NOTE        PIC X(40).
           05  FILLER           PIC X(04) VALUE SPACES.

       01  WS-CTL-REJECT-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  CTLR-ID          PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CTLR-NAME        PIC X(30).
           05  FILLER           PIC X(48) VALUE SPACES.
           05  CTLR-NOTE        PIC X(40).
           05  FILLER           PIC X(04) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.

           PERFORM 1100-LOAD-KEYWORDS
              THRU 1100-LOAD-KEYWORDS-EXIT.

           PERFORM 1200-LOAD-BOARD
              THRU 1200-LOAD-BOARD-EXIT.

           PERFORM 1300-LOAD-SUBSCRIBERS
              THRU 1300-LOAD-SUBSCRIBERS-EXIT.

      * THE LEDGER IS READ THROUGH INSENT BEFORE 1000-OPEN-FILES
      * OPENS IT FOR EXTEND THROUGH OUTSENT.
           PERFORM 1400-LOAD-SENT-LEDGER
              THRU 1400-LOAD-SENT-LEDGER-EXIT.

           IF C-DGST-OK THEN
              PERFORM 1000-OPEN-FILES
                 THRU 1000-OPEN-FILES-EXIT
           END-IF.

           IF C-DGST-OK THEN
              PERFORM 2000-WRITE-HEADERS
                 THRU 2000-WRITE-HEADERS-EXIT

              PERFORM VARYING SUBS-SUB FROM 1 BY 1
                      UNTIL SUBS-SUB > WS-SUBS-COUNT
                      OR C-DGST-FAILED
                    PERFORM 3000-WRITE-DIGEST
                       THRU 3000-WRITE-DIGEST-EXIT
              END-PERFORM

              PERFORM 8000-WRITE-CONTROL-REPORT
                 THRU 8000-WRITE-CONTROL-REPORT-EXIT
           END-IF.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * SAME RETURN-CODE CONVENTION AS THE CLAIMS BATCH - A RUN THAT
      * COULD NOT KEEP ITS LEDGER IS A FAILURE; ONE THAT HELD BACK A
      * SUBSCRIBER COMPLETED BUT NEEDS A HUMAN.
           EVALUATE TRUE
              WHEN C-DGST-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN WS-LEDGER-FULL-SW = 'Y'
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *

      * THE LEDGER IS OPENED FIRST - NO DIGEST GOES OUT THAT IT
      * CANNOT RECORD. THE FIRST RUN CREATES IT.
       1000-OPEN-FILES.
      *---------------*
           OPEN EXTEND OUT003.

           IF C-SENTO-FILE-NOTEXST THEN
              OPEN OUTPUT OUT003
           END-IF.

           IF NOT C-SENTO-FILE-OK THEN
              DISPLAY 'FILE OPEN ERROR: OUTSENT ' WS-SENTO-FS
              SET C-DGST-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.
           SET C-OUTPUT-OPEN TO TRUE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.

       1100-LOAD-KEYWORDS.
      *------------------*
           MOVE 0 TO WS-KW-LOADED.

           OPEN INPUT KW001.

           IF NOT C-KW-FILE-NOTEXST THEN
              PERFORM 1110-READ-KEYWORD-REC
                 THRU 1110-READ-KEYWORD-REC-EXIT

              PERFORM UNTIL KW-LASTREC = 'Y' OR WS-KW-LOADED >= 20
                 IF KW-TEXT NOT = SPACES THEN
                    ADD 1 TO WS-KW-LOADED
                    MOVE KW-TEXT TO WS-KEYWORD-TEXT (WS-KW-LOADED)
                 END-IF

                 PERFORM 1110-READ-KEYWORD-REC
                    THRU 1110-READ-KEYWORD-REC-EXIT
              END-PERFORM

              CLOSE KW001
           END-IF.

           IF WS-KW-LOADED = 0 THEN
              DISPLAY 'NO KEYWORD CONTROL FILE - USING BUILT-IN '
                      'KEYWORDS'
              PERFORM VARYING KW-SUB FROM 1 BY 1 UNTIL KW-SUB > 6
                 MOVE WS-DEFAULT-KEYWORD (KW-SUB)
                    TO WS-KEYWORD-TEXT (KW-SUB)
              END-PERFORM
              MOVE 6 TO WS-KW-LOADED
           END-IF.
       1100-LOAD-KEYWORDS-EXIT.
      *-----------------------*
           EXIT.

       1110-READ-KEYWORD-REC.
      *---------------------*
           READ KW001
              AT END MOVE 'Y' TO KW-LASTREC
           END-READ.
       1110-READ-KEYWORD-REC-EXIT.
      *--------------------------*
           EXIT.

       1200-LOAD-BOARD.
      *---------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT IN001.

           PERFORM 1210-READ-BOARD-REC
              THRU 1210-READ-BOARD-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y' OR WS-BOARD-COUNT >= 30
                 ADD 1 TO WS-BOARD-COUNT
                 MOVE BRD-ID        TO WS-BRD-ID (WS-BOARD-COUNT)
                 MOVE BRD-TITLE     TO WS-BRD-TITLE (WS-BOARD-COUNT)
                 MOVE BRD-POINTS    TO WS-BRD-POINTS (WS-BOARD-COUNT)
                 MOVE BRD-COMMENTS  TO WS-BRD-COMMENTS (WS-BOARD-COUNT)
                 MOVE BRD-AUTHOR    TO WS-BRD-AUTHOR (WS-BOARD-COUNT)
                 MOVE BRD-MATCH-FLAGS
                                    TO WS-BRD-FLAGS (WS-BOARD-COUNT)
                 MOVE BRD-RANKING-SCORE
                                    TO WS-BRD-SCORE (WS-BOARD-COUNT)
                 MOVE BRD-RANK-MODE TO WS-BOARD-MODE

                 PERFORM 1210-READ-BOARD-REC
                    THRU 1210-READ-BOARD-REC-EXIT
           END-PERFORM.

           CLOSE IN001.

           DISPLAY 'BOARD STORIES LOADED : ' WS-BOARD-COUNT.
       1200-LOAD-BOARD-EXIT.
      *--------------------*
           EXIT.

       1210-READ-BOARD-REC.
      *-------------------*
           READ IN001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1210-READ-BOARD-REC-EXIT.
      *------------------------*
           EXIT.

      * A BLANK OR REPEATED SUBSCRIBER ID IS REFUSED. A CATEGORY NOT
      * IN THE KEYWORD TABLE IS IGNORED AND NOTED; A PROFILE LEFT
      * WITH NO VALID CATEGORY IS KEPT (SO IT SHOWS ON THE CONTROL
      * REPORT) BUT CAN RECEIVE NOTHING. A NON-NUMERIC MINIMUM SCORE
      * COUNTS AS ZERO; A MISSING OR ZERO CAP IS THE DEFAULT OF 10.
       1300-LOAD-SUBSCRIBERS.
      *---------------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT IN002.

           PERFORM 1310-READ-SUBS-REC
              THRU 1310-READ-SUBS-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 PERFORM 1320-ACCEPT-SUBSCRIBER
                    THRU 1320-ACCEPT-SUBSCRIBER-EXIT

                 PERFORM 1310-READ-SUBS-REC
                    THRU 1310-READ-SUBS-REC-EXIT
           END-PERFORM.

           CLOSE IN002.

           DISPLAY 'SUBSCRIBERS LOADED : ' WS-SUBS-COUNT
                   ' REFUSED : ' WS-REJECT-COUNT.
       1300-LOAD-SUBSCRIBERS-EXIT.
      *--------------------------*
           EXIT.

       1310-READ-SUBS-REC.
      *------------------*
           READ IN002
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1310-READ-SUBS-REC-EXIT.
      *-----------------------*
           EXIT.

       1320-ACCEPT-SUBSCRIBER.
      *----------------------*
           IF SUBS-ID = SPACES THEN
              MOVE 'BLANK SUBSCRIBER ID - REFUSED'
                 TO WS-REJECT-REASON
              PERFORM 1350-REJECT-SUBSCRIBER
                 THRU 1350-REJECT-SUBSCRIBER-EXIT
              GO TO 1320-ACCEPT-SUBSCRIBER-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING SUBS-SUB FROM 1 BY 1
                   UNTIL SUBS-SUB > WS-SUBS-COUNT
                   OR WS-FOUND-SW = 'Y'
              IF WS-SUB-ID (SUBS-SUB) = SUBS-ID THEN
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.

           IF WS-FOUND-SW = 'Y' THEN
              MOVE 'DUPLICATE SUBSCRIBER ID - REFUSED'
                 TO WS-REJECT-REASON
              PERFORM 1350-REJECT-SUBSCRIBER
                 THRU 1350-REJECT-SUBSCRIBER-EXIT
              GO TO 1320-ACCEPT-SUBSCRIBER-EXIT
           END-IF.

           IF WS-SUBS-COUNT >= 100 THEN
              MOVE 'SUBSCRIBER TABLE FULL - REFUSED'
                 TO WS-REJECT-REASON
              PERFORM 1350-REJECT-SUBSCRIBER
                 THRU 1350-REJECT-SUBSCRIBER-EXIT
              GO TO 1320-ACCEPT-SUBSCRIBER-EXIT
           END-IF.

           ADD 1 TO WS-SUBS-COUNT.
           MOVE WS-SUBS-COUNT TO SUBS-SUB.
           MOVE SUBS-ID       TO WS-SUB-ID (SUBS-SUB).
           MOVE SUBS-NAME     TO WS-SUB-NAME (SUBS-SUB).
           MOVE SPACES        TO WS-SUB-CATEGORIES (SUBS-SUB).
           MOVE SPACES        TO WS-SUB-NOTE (SUBS-SUB).
           MOVE 'N'           TO WS-SUB-HELD (SUBS-SUB).
           MOVE ALL 'N'       TO WS-SUB-WANT-FLAGS (SUBS-SUB).
           MOVE 1             TO WS-CAT-POS.
           MOVE 0             TO WS-SUB-QUALIFIED (SUBS-SUB)
                                 WS-SUB-ALREADY (SUBS-SUB)
                                 WS-SUB-OVER-CAP (SUBS-SUB)
                                 WS-SUB-SENT (SUBS-SUB).

           IF SUBS-MIN-SCORE-X NUMERIC THEN
              MOVE SUBS-MIN-SCORE TO WS-SUB-MIN-SCORE (SUBS-SUB)
           ELSE
              MOVE 0              TO WS-SUB-MIN-SCORE (SUBS-SUB)
           END-IF.

           IF SUBS-MAX-STORIES-X NUMERIC AND
              SUBS-MAX-STORIES > 0 THEN
              MOVE SUBS-MAX-STORIES TO WS-SUB-MAX-STORIES (SUBS-SUB)
           ELSE
              MOVE WS-DEFAULT-MAX   TO WS-SUB-MAX-STORIES (SUBS-SUB)
           END-IF.

           PERFORM VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 5
              IF SUBS-CATEGORY (CAT-SUB) NOT = SPACES THEN
                 PERFORM 1330-RESOLVE-CATEGORY
                    THRU 1330-RESOLVE-CATEGORY-EXIT
              END-IF
           END-PERFORM.

           IF WS-SUB-WANT-FLAGS (SUBS-SUB) = ALL 'N' THEN
              MOVE 'NO VALID CATEGORY - NOTHING CAN BE SENT'
                 TO WS-SUB-NOTE (SUBS-SUB)
           END-IF.
       1320-ACCEPT-SUBSCRIBER-EXIT.
      *---------------------------*
           EXIT.

       1330-RESOLVE-CATEGORY.
      *---------------------*
           MOVE FUNCTION UPPER-CASE(SUBS-CATEGORY (CAT-SUB))
              TO WS-UPPER-CATEGORY.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING KW-SUB FROM 1 BY 1
                   UNTIL KW-SUB > WS-KW-LOADED
                   OR WS-FOUND-SW = 'Y'
              IF FUNCTION UPPER-CASE(WS-KEYWORD-TEXT (KW-SUB))
                 = WS-UPPER-CATEGORY THEN
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.

           IF WS-FOUND-SW = 'N' THEN
              MOVE 'UNKNOWN CATEGORY IGNORED' TO WS-SUB-NOTE (SUBS-SUB)
              DISPLAY 'SUBSCRIBER ' SUBS-ID ' UNKNOWN CATEGORY '
                      SUBS-CATEGORY (CAT-SUB)
              GO TO 1330-RESOLVE-CATEGORY-EXIT
           END-IF.

           SUBTRACT 1 FROM KW-SUB.
           MOVE 'Y' TO WS-SUB-WANT-FLAGS (SUBS-SUB)(KW-SUB:1).

           MOVE WS-UPPER-CATEGORY
              TO WS-SUB-CATEGORIES (SUBS-SUB)(WS-CAT-POS:9).
           ADD 10 TO WS-CAT-POS.
       1330-RESOLVE-CATEGORY-EXIT.
      *--------------------------*
           EXIT.

      * THE CALLER HAS PUT THE REASON IN WS-REJECT-REASON.
       1350-REJECT-SUBSCRIBER.
      *----------------------*
           DISPLAY 'SUBSCRIBER PROFILE REFUSED : ' SUBS-ID ' '
                   WS-REJECT-REASON.

           IF WS-REJECT-COUNT >= 50 THEN
              GO TO 1350-REJECT-SUBSCRIBER-EXIT
           END-IF.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-REASON TO WS-REJ-NOTE (WS-REJECT-COUNT).
           MOVE SUBS-ID         TO WS-REJ-ID (WS-REJECT-COUNT).
           MOVE SUBS-NAME       TO WS-REJ-NAME (WS-REJECT-COUNT).
       1350-REJECT-SUBSCRIBER-EXIT.
      *---------------------------*
           EXIT.

       1400-LOAD-SENT-LEDGER.
      *---------------------*
           OPEN INPUT IN003.

           IF C-SENT-FILE-NOTEXST THEN
              DISPLAY 'NO DIGEST LEDGER - NOTHING SENT BEFORE'
              GO TO 1400-LOAD-SENT-LEDGER-EXIT
           END-IF.

           IF NOT C-SENT-FILE-OK THEN
              DISPLAY 'FILE OPEN ERROR: INSENT ' WS-SENT-FS
              SET C-DGST-FAILED TO TRUE
              GO TO 1400-LOAD-SENT-LEDGER-EXIT
           END-IF.

           PERFORM 1410-READ-SENT-REC
              THRU 1410-READ-SENT-REC-EXIT.

           PERFORM UNTIL SENT-LASTREC = 'Y'
                 PERFORM 1420-KEEP-SENT-REC
                    THRU 1420-KEEP-SENT-REC-EXIT

                 PERFORM 1410-READ-SENT-REC
                    THRU 1410-READ-SENT-REC-EXIT
           END-PERFORM.

           CLOSE IN003.

           DISPLAY 'EARLIER DELIVERIES OF BOARD STORIES : '
                   WS-SENT-COUNT.
       1400-LOAD-SENT-LEDGER-EXIT.
      *--------------------------*
           EXIT.

       1410-READ-SENT-REC.
      *------------------*
           READ IN003
              AT END MOVE 'Y' TO SENT-LASTREC
           END-READ.
       1410-READ-SENT-REC-EXIT.
      *-----------------------*
           EXIT.

       1420-KEEP-SENT-REC.
      *------------------*
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > WS-BOARD-COUNT
                   OR WS-FOUND-SW = 'Y'
              IF WS-BRD-ID (BRD-SUB) = SENTI-STORY-ID THEN
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.

           IF WS-FOUND-SW = 'N' THEN
              GO TO 1420-KEEP-SENT-REC-EXIT
           END-IF.

      * A DELIVERY THAT CANNOT BE HELD COULD BE SENT AGAIN, SO ITS
      * SUBSCRIBER GETS NO DIGEST THIS RUN.
           IF WS-SENT-COUNT >= 3000 THEN
              DISPLAY 'LEDGER TABLE FULL - DELIVERY NOT HELD : '
                      SENTI-SUBS-ID ' ' SENTI-STORY-ID
              MOVE 'Y' TO WS-LEDGER-FULL-SW
              PERFORM VARYING SUBS-SUB FROM 1 BY 1
                      UNTIL SUBS-SUB > WS-SUBS-COUNT
                 IF WS-SUB-ID (SUBS-SUB) = SENTI-SUBS-ID THEN
                    MOVE 'Y' TO WS-SUB-HELD (SUBS-SUB)
                    MOVE 'LEDGER TABLE FULL - DIGEST NOT SENT'
                       TO WS-SUB-NOTE (SUBS-SUB)
                 END-IF
              END-PERFORM
              GO TO 1420-KEEP-SENT-REC-EXIT
           END-IF.

           ADD 1 TO WS-SENT-COUNT.
           MOVE SENTI-SUBS-ID  TO WS-SENT-SUBS-ID (WS-SENT-COUNT).
           MOVE SENTI-STORY-ID TO WS-SENT-STORY-ID (WS-SENT-COUNT).
       1420-KEEP-SENT-REC-EXIT.
      *-----------------------*
           EXIT.

       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           WRITE DIGEST-REC FROM HEADER-1.
           WRITE DIGEST-REC FROM HEADER-2.
           WRITE DIGEST-REC FROM HEADER-5.

           WRITE CONTROL-REC FROM HEADER-1-CTL.
           WRITE CONTROL-REC FROM HEADER-2.
           WRITE CONTROL-REC FROM HEADER-5.
       2000-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.

      * ONE DIGEST SECTION. THE BOARD IS WALKED IN RANK ORDER SO
      * THE CAP KEEPS THE HIGHEST-RANKED QUALIFYING STORIES.
       3000-WRITE-DIGEST.
      *-----------------*
           WRITE DIGEST-REC FROM WS-EMPTY-LN.
           MOVE WS-SUB-NAME (SUBS-SUB) TO DGSH-NAME.
           MOVE WS-SUB-ID (SUBS-SUB)   TO DGSH-ID.
           WRITE DIGEST-REC FROM WS-DGST-SUB-LINE.

           MOVE WS-SUB-CATEGORIES (SUBS-SUB)  TO DGSP-CATEGORIES.
           MOVE WS-SUB-MIN-SCORE (SUBS-SUB)   TO DGSP-MIN-SCORE.
           MOVE WS-SUB-MAX-STORIES (SUBS-SUB) TO DGSP-MAX-STORIES.
           WRITE DIGEST-REC FROM WS-DGST-PROFILE-LINE.
           WRITE DIGEST-REC FROM WS-DGST-COL-LINE.

           IF WS-SUB-HELD (SUBS-SUB) = 'Y' THEN
              MOVE 'HELD - EARLIER DELIVERIES NOT ALL ON FILE'
                 TO DGSN-TEXT
              WRITE DIGEST-REC FROM WS-DGST-NONE-LINE
              GO TO 3000-WRITE-DIGEST-EXIT
           END-IF.

           PERFORM VARYING BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > WS-BOARD-COUNT
                   OR C-DGST-FAILED
                 PERFORM 3100-OFFER-STORY
                    THRU 3100-OFFER-STORY-EXIT
           END-PERFORM.

           IF WS-SUB-SENT (SUBS-SUB) = 0 THEN
              MOVE 'NO NEW QUALIFYING STORIES THIS RUN' TO DGSN-TEXT
              WRITE DIGEST-REC FROM WS-DGST-NONE-LINE
           END-IF.

           MOVE WS-SUB-SENT (SUBS-SUB) TO DGSC-COUNT.
           WRITE DIGEST-REC FROM WS-DGST-COUNT-LINE.
           WRITE DIGEST-REC FROM HEADER-5.

           ADD WS-SUB-QUALIFIED (SUBS-SUB) TO WS-TOT-QUALIFIED.
           ADD WS-SUB-ALREADY (SUBS-SUB)   TO WS-TOT-ALREADY.
           ADD WS-SUB-OVER-CAP (SUBS-SUB)  TO WS-TOT-OVER-CAP.
           ADD WS-SUB-SENT (SUBS-SUB)      TO WS-TOT-SENT.
       3000-WRITE-DIGEST-EXIT.
      *----------------------*
           EXIT.

      * A STORY QUALIFIES ON ANY CHOSEN CATEGORY PLUS THE MINIMUM
      * SCORE; A QUALIFYING STORY IS THEN HELD BACK IF ALREADY SENT
      * OR IF THE CAP IS REACHED, OTHERWISE SENT AND LEDGERED.
       3100-OFFER-STORY.
      *----------------*
           MOVE 'N' TO WS-MATCH-SW.
           PERFORM VARYING KW-SUB FROM 1 BY 1
                   UNTIL KW-SUB > WS-KW-LOADED
                   OR WS-MATCH-SW = 'Y'
              IF WS-SUB-WANT-FLAGS (SUBS-SUB)(KW-SUB:1) = 'Y' AND
                 WS-BRD-FLAGS (BRD-SUB)(KW-SUB:1) = 'Y' THEN
                 MOVE 'Y' TO WS-MATCH-SW
              END-IF
           END-PERFORM.

           IF WS-MATCH-SW = 'N' OR
              WS-BRD-SCORE (BRD-SUB) < WS-SUB-MIN-SCORE (SUBS-SUB)
              THEN
              GO TO 3100-OFFER-STORY-EXIT
           END-IF.

           ADD 1 TO WS-SUB-QUALIFIED (SUBS-SUB).

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-SENT-COUNT
                   OR WS-FOUND-SW = 'Y'
              IF WS-SENT-SUBS-ID (SUB1) = WS-SUB-ID (SUBS-SUB) AND
                 WS-SENT-STORY-ID (SUB1) = WS-BRD-ID (BRD-SUB) THEN
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.

           IF WS-FOUND-SW = 'Y' THEN
              ADD 1 TO WS-SUB-ALREADY (SUBS-SUB)
              GO TO 3100-OFFER-STORY-EXIT
           END-IF.

           IF WS-SUB-SENT (SUBS-SUB) >= WS-SUB-MAX-STORIES (SUBS-SUB)
              THEN
              ADD 1 TO WS-SUB-OVER-CAP (SUBS-SUB)
              GO TO 3100-OFFER-STORY-EXIT
           END-IF.

      * THE LEDGER ROW GOES FIRST - A STORY IS ONLY PUT IN THE
      * DIGEST ONCE ITS DELIVERY IS ON RECORD.
           MOVE SPACES                 TO SENT-OUTPUT-REC.
           MOVE WS-CURRENT-DATE        TO SENTO-RUN-DATE.
           MOVE WS-CURRENT-TIME        TO SENTO-RUN-TIME.
           MOVE WS-SUB-ID (SUBS-SUB)   TO SENTO-SUBS-ID.
           MOVE WS-BRD-ID (BRD-SUB)    TO SENTO-STORY-ID.
           WRITE SENT-OUTPUT-REC.

           IF NOT C-SENTO-FILE-OK THEN
              DISPLAY 'OUTSENT WRITE FAILED : ' SENTO-SUBS-ID ' '
                      SENTO-STORY-ID ' FILE STATUS ' WS-SENTO-FS
              SET C-DGST-FAILED TO TRUE
              GO TO 3100-OFFER-STORY-EXIT
           END-IF.

           ADD 1 TO WS-SUB-SENT (SUBS-SUB).

           MOVE BRD-SUB                  TO DGSL-RANK.
           MOVE WS-BRD-SCORE (BRD-SUB)    TO DGSL-SCORE.
           MOVE WS-BRD-POINTS (BRD-SUB)   TO DGSL-POINTS.
           MOVE WS-BRD-COMMENTS (BRD-SUB) TO DGSL-COMMENTS.
           MOVE WS-BRD-AUTHOR (BRD-SUB)   TO DGSL-AUTHOR.
           MOVE WS-BRD-TITLE (BRD-SUB)    TO DGSL-TITLE.
           WRITE DIGEST-REC FROM WS-DGST-STORY-LINE.
       3100-OFFER-STORY-EXIT.
      *---------------------*
           EXIT.

       8000-WRITE-CONTROL-REPORT.
      *-------------------------*
           MOVE WS-BOARD-COUNT TO CTLB-COUNT.
           MOVE WS-BOARD-MODE  TO CTLB-MODE.
           MOVE WS-SUBS-COUNT  TO CTLB-SUBS.
           WRITE CONTROL-REC FROM WS-CTL-BOARD-LINE.
           WRITE CONTROL-REC FROM WS-EMPTY-LN.
           WRITE CONTROL-REC FROM WS-CTL-COL-LINE.

           PERFORM VARYING SUBS-SUB FROM 1 BY 1
                   UNTIL SUBS-SUB > WS-SUBS-COUNT
                 MOVE WS-SUB-ID (SUBS-SUB)        TO CTLL-ID
                 MOVE WS-SUB-NAME (SUBS-SUB)      TO CTLL-NAME
                 MOVE WS-SUB-QUALIFIED (SUBS-SUB) TO CTLL-QUALIFIED
                 MOVE WS-SUB-ALREADY (SUBS-SUB)   TO CTLL-ALREADY
                 MOVE WS-SUB-OVER-CAP (SUBS-SUB)  TO CTLL-OVER-CAP
                 MOVE WS-SUB-SENT (SUBS-SUB)      TO CTLL-SENT
                 MOVE WS-SUB-NOTE (SUBS-SUB)      TO CTLL-NOTE
                 WRITE CONTROL-REC FROM WS-CTL-LINE
           END-PERFORM.

           WRITE CONTROL-REC FROM WS-EMPTY-LN.
           MOVE SPACES             TO CTLL-ID.
           MOVE 'TOTALS'           TO CTLL-NAME.
           MOVE WS-TOT-QUALIFIED   TO CTLL-QUALIFIED.
           MOVE WS-TOT-ALREADY     TO CTLL-ALREADY.
           MOVE WS-TOT-OVER-CAP    TO CTLL-OVER-CAP.
           MOVE WS-TOT-SENT        TO CTLL-SENT.
           MOVE SPACES             TO CTLL-NOTE.
           WRITE CONTROL-REC FROM WS-CTL-LINE.

           IF WS-REJECT-COUNT > 0 THEN
              WRITE CONTROL-REC FROM WS-EMPTY-LN
              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-REJECT-COUNT
                 MOVE WS-REJ-ID (SUB1)   TO CTLR-ID
                 MOVE WS-REJ-NAME (SUB1) TO CTLR-NAME
                 MOVE WS-REJ-NOTE (SUB1) TO CTLR-NOTE
                 WRITE CONTROL-REC FROM WS-CTL-REJECT-LINE
              END-PERFORM
           END-IF.

           WRITE CONTROL-REC FROM HEADER-5.
       8000-WRITE-CONTROL-REPORT-EXIT.
      *------------------------------*
           EXIT.

       9000-CLOSE-FILES.
      *----------------*
           IF C-OUTPUT-OPEN THEN
              CLOSE OUT001
              CLOSE OUT002
              CLOSE OUT003
           END-IF.

           DISPLAY 'NEWS DIGEST COMPLETE'.
           DISPLAY 'STORIES SENT : ' WS-TOT-SENT.
       9000-CLOSE-FILES-EXIT.
      *--------------------*
           EXIT.
