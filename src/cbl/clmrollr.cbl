      * THE PROPOSED-CHANGES LISTING WITH COUNTS BY TRANSITION COMES
      * OUT FIRST, AND THE TRANSACTION FILE IS ONLY SUBMITTED TO
      * UNEMPCLM ONCE SOMEBODY HAS READ IT.
      * A CLAIM WITH AN OPEN HOLD ON THE CLMHOLD FILE IS NEVER
      * PROPOSED FOR CLOSURE - IT IS LISTED IN A HELD - NOT
      * PROCESSED SECTION OF THE LISTING INSTEAD, WITH THE HOLD
      * TYPE, DATE AND REASON, AND PICKED UP BY THE FIRST ROLLOVER
      * AFTER THE HOLD IS RELEASED.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * CLAIM HOLDS UNEMPCLM MAINTAINS - READ ONCE AT START-UP FOR
      * THE HOLDS STILL OPEN. AN ABSENT FILE MEANS NOTHING IS HELD.
           SELECT HLD001 ASSIGN TO CLMHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HLD-KEY
              FILE STATUS IS WS-HLD-FILE-STATUS.

      * ROLLOVER CUTOFF DATE - SAME SINGLE-CARD PATTERN AS
      * CLMPURGE'S RETENTION CONTROL.
           SELECT CTL001 ASSIGN TO INCTL
       01  CTL-INPUT-REC.
           05 CTL-CUTOFF-DATE        PIC 9(08).

      * A ZERO RELEASE DATE IS A HOLD STILL IN FORCE.
       FD  HLD001
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS HLD-REC.
       01  HLD-REC.
           05 HLD-KEY.
              10 HLD-CLAIM-ID        PIC X(08).
              10 HLD-SEQ             PIC 9(03).
           05 FILLER                 PIC X(01).
           05 HLD-TYPE               PIC X(08).
           05 FILLER                 PIC X(01).
           05 HLD-REASON             PIC X(40).
           05 FILLER                 PIC X(01).
           05 HLD-PLACED-BY          PIC X(08).
           05 FILLER                 PIC X(01).
           05 HLD-PLACED-DATE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 HLD-RELEASE-DATE       PIC 9(08).
              88 C-HLD-OPEN          VALUE 0.
           05 FILLER                 PIC X(01).
           05 HLD-RELEASED-BY        PIC X(08).
           05 FILLER                 PIC X(03).

       WORKING-STORAGE SECTION.

       77  WS-SWEPT-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-EXH-CLOSE-COUNT   PIC 9(05) COMP VALUE 0.
       77  WS-PAY-CLOSE-COUNT   PIC 9(05) COMP VALUE 0.
       77  WS-ERROR-COUNT       PIC 9(05) COMP VALUE 0.
       77  WS-HELD-COUNT        PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 HLD-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-ROLLR-OK        VALUE ' '.
              88 C-VSAM-ENDFILE             VALUE '10'.
              88 C-VSAM-OPEN-NORMAL         VALUE '97'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                     PIC X(02).
              88 C-HLD-OK                   VALUE '00'.
              88 C-HLD-NOTEXST              VALUE '35'.

       01  WS-REC-LEN                       PIC 9(3) COMP.

       01  WS-CUTOFF-DATE       PIC 9(08) VALUE 0.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(03) COMP.
           05 HOLD-IDX          PIC 9(05) COMP.
           05 HOLD-SUB          PIC 9(05) COMP.

       01  WS-CURRENT-DATE-REC.
           05  WS-CURRENT-DATE.
       01  WS-CLAIM-DATE-NUM REDEFINES WS-CLAIM-DATE-PARTS
                                     PIC 9(08).

      * CLAIMS WITH AN OPEN HOLD, ONE ENTRY PER CLAIM IN CLAIM ID
      * ORDER (THE FIRST OPEN HOLD IS THE ONE SHOWN). WS-HOLD-HIT IS
      * SET, WITH THE STATUS THE CLAIM WAS IN, WHEN THE SWEEP MEETS
      * A CLAIM THIS RUN WOULD HAVE CLOSED. A FULL TABLE STOPS THE
      * RUN - A HELD CLAIM MISSING FROM IT WOULD BE CLOSED.
       01  WS-HOLD-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY     OCCURS 5000.
              10 WS-HOLD-KEY    PIC X(08).
              10 WS-HOLD-TYPE   PIC X(08).
              10 WS-HOLD-DATE   PIC 9(08).
              10 WS-HOLD-REASON PIC X(40).
              10 WS-HOLD-STATUS PIC X(12).
              10 WS-HOLD-HIT    PIC X(01).

       01  HEADER-1.
           05  FILLER           PIC X(46) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
           05  CHG-NEW-STATUS   PIC X(12).
           05  FILLER           PIC X(92) VALUE SPACES.

       01  WS-HELD-HDR.
           05  FILLER           PIC X(30) VALUE
               'HELD - NOT PROCESSED'.
           05  FILLER           PIC X(103) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-CLAIM-ID    PIC X(08).
           05  FILLER           PIC X(03) VALUE ' : '.
           05  HELD-STATUS      PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-TYPE        PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-DATE        PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-REASON      PIC X(40).
           05  FILLER           PIC X(46) VALUE SPACES.

       01  WS-COUNT-LINE-1.
           05  FILLER           PIC X(32) VALUE
               'EXHAUSTED   -> CLOSED         : '.
           05  CNT-PAY-CLOSE    PIC ZZZZ9.
           05  FILLER           PIC X(96) VALUE SPACES.

       01  WS-COUNT-LINE-3.
           05  FILLER           PIC X(32) VALUE
               'HELD - NOT PROCESSED          : '.
           05  CNT-HELD         PIC ZZZZ9.
           05  FILLER           PIC X(96) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
           PERFORM 1500-READ-CONTROL-DATE
              THRU 1500-READ-CONTROL-DATE-EXIT.

           PERFORM 1700-LOAD-HOLDS
              THRU 1700-LOAD-HOLDS-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

                    THRU 2500-READ-RECORD-EXIT
           END-PERFORM.

           PERFORM 7000-WRITE-HELD
              THRU 7000-WRITE-HELD-EXIT.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

      *---------------------------*
           EXIT.

      * ONE PASS OVER THE CLAIM HOLD FILE FOR THE HOLDS STILL
      * OPEN. THE FILE IS IN CLAIM ID ORDER, SO A CLAIM WITH MORE
      * THAN ONE OPEN HOLD IS TABLED ONCE, UNDER ITS FIRST.
       1700-LOAD-HOLDS.
      *---------------*
           OPEN INPUT HLD001.

           IF C-HLD-NOTEXST THEN
              DISPLAY 'NO CLAIM HOLD FILE - NO CLAIMS HELD'
              GO TO 1700-LOAD-HOLDS-EXIT
           END-IF.

           IF NOT C-HLD-OK THEN
              DISPLAY 'FILE OPEN ERROR: CLMHOLD ' WS-HLD-FS
              SET C-ROLLR-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1700-LOAD-HOLDS-EXIT
           END-IF.

           PERFORM 1710-READ-HOLD-REC
              THRU 1710-READ-HOLD-REC-EXIT.

           PERFORM UNTIL HLD-LASTREC = 'Y'
              IF C-HLD-OPEN THEN
                 PERFORM 1720-ADD-HOLD
                    THRU 1720-ADD-HOLD-EXIT
              END-IF

              PERFORM 1710-READ-HOLD-REC
                 THRU 1710-READ-HOLD-REC-EXIT
           END-PERFORM.

           CLOSE HLD001.

           DISPLAY 'CLAIMS ON HOLD : ' WS-HOLD-COUNT.
       1700-LOAD-HOLDS-EXIT.
      *--------------------*
           EXIT.

       1710-READ-HOLD-REC.
      *------------------*
           READ HLD001 NEXT RECORD
              AT END MOVE 'Y' TO HLD-LASTREC
           END-READ.
       1710-READ-HOLD-REC-EXIT.
      *-----------------------*
           EXIT.

       1720-ADD-HOLD.
      *-------------*
           IF WS-HOLD-COUNT > 0 THEN
              IF WS-HOLD-KEY (WS-HOLD-COUNT) = HLD-CLAIM-ID THEN
                 GO TO 1720-ADD-HOLD-EXIT
              END-IF
           END-IF.

           IF WS-HOLD-COUNT >= 5000 THEN
              IF C-ROLLR-OK THEN
                 DISPLAY 'CLAIM HOLD TABLE FULL - RUN STOPPED'
              END-IF
              SET C-ROLLR-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              MOVE 'Y' TO HLD-LASTREC
              GO TO 1720-ADD-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE HLD-CLAIM-ID    TO WS-HOLD-KEY (WS-HOLD-COUNT).
           MOVE HLD-TYPE        TO WS-HOLD-TYPE (WS-HOLD-COUNT).
           MOVE HLD-PLACED-DATE TO WS-HOLD-DATE (WS-HOLD-COUNT).
           MOVE HLD-REASON      TO WS-HOLD-REASON (WS-HOLD-COUNT).
           MOVE SPACES          TO WS-HOLD-STATUS (WS-HOLD-COUNT).
           MOVE 'N'             TO WS-HOLD-HIT (WS-HOLD-COUNT).
       1720-ADD-HOLD-EXIT.
      *------------------*
           EXIT.

       2000-WRITE-HEADERS.
      *------------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-REC.

           EVALUATE TRUE
              WHEN WS-CLAIM-STATUS = 'EXHAUSTED'
                 PERFORM 3200-FIND-HOLD
                    THRU 3200-FIND-HOLD-EXIT

                 IF HOLD-SUB > 0 THEN
                    PERFORM 3300-NOTE-HELD
                       THRU 3300-NOTE-HELD-EXIT
                 ELSE
                    ADD 1 TO WS-EXH-CLOSE-COUNT
                    PERFORM 4000-GENERATE-CLOSE
                       THRU 4000-GENERATE-CLOSE-EXIT
                 END-IF

      * A PAYING CLAIM IS DORMANT WHEN ITS CLAIM DATE (THE
      * DATE-TIME ZONE, THE SAME ONE CLMPURGE SELECTS ON) IS

                 IF WS-CLAIM-DATE-PARTS NUMERIC AND
                    WS-CLAIM-DATE-NUM < WS-CUTOFF-DATE THEN
                    PERFORM 3200-FIND-HOLD
                       THRU 3200-FIND-HOLD-EXIT

                    IF HOLD-SUB > 0 THEN
                       PERFORM 3300-NOTE-HELD
                          THRU 3300-NOTE-HELD-EXIT
                    ELSE
                       ADD 1 TO WS-PAY-CLOSE-COUNT
                       PERFORM 4000-GENERATE-CLOSE
                          THRU 4000-GENERATE-CLOSE-EXIT
                    END-IF
                 END-IF
           END-EVALUATE.
       3000-SELECT-CLAIM-EXIT.
      *---------------------*
           EXIT.

      * LOOKS THE CLAIM IN WS-WHOLE-ID UP IN THE HOLD TABLE -
      * HOLD-SUB COMES BACK ZERO FOR A CLAIM WITH NO OPEN HOLD.
       3200-FIND-HOLD.
      *--------------*
           MOVE 0 TO HOLD-SUB.

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
                   OR HOLD-SUB > 0
              IF WS-HOLD-KEY (HOLD-IDX) = WS-WHOLE-ID THEN
                 MOVE HOLD-IDX TO HOLD-SUB
              END-IF
           END-PERFORM.
       3200-FIND-HOLD-EXIT.
      *-------------------*
           EXIT.

       3300-NOTE-HELD.
      *--------------*
           ADD 1 TO WS-HELD-COUNT.
           MOVE 'Y'             TO WS-HOLD-HIT (HOLD-SUB).
           MOVE WS-CLAIM-STATUS TO WS-HOLD-STATUS (HOLD-SUB).
       3300-NOTE-HELD-EXIT.
      *-------------------*
           EXIT.

      * DROPS CLOSED INTO THE STATUS ZONE - EVERYTHING ELSE ON THE
      * IMAGE, INCLUDING A STORED WBA/MBA, IS CARRIED ACROSS
      * UNTOUCHED - THEN WRITES ONE UPDATE TRANSACTION AND ONE
      *------------------------*
           EXIT.

      * CLAIMS THE ROLLOVER WOULD HAVE CLOSED BUT FOR AN OPEN HOLD,
      * AFTER THE PROPOSED CHANGES AND BEFORE THE COUNTS.
       7000-WRITE-HELD.
      *---------------*
           IF WS-HELD-COUNT > 0 THEN
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
              WRITE OUTPUT-REC FROM WS-HELD-HDR

              PERFORM VARYING HOLD-IDX FROM 1 BY 1
                      UNTIL HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-HIT (HOLD-IDX) = 'Y' THEN
                    MOVE WS-HOLD-KEY (HOLD-IDX)    TO HELD-CLAIM-ID
                    MOVE WS-HOLD-STATUS (HOLD-IDX) TO HELD-STATUS
                    MOVE WS-HOLD-TYPE (HOLD-IDX)   TO HELD-TYPE
                    MOVE WS-HOLD-DATE (HOLD-IDX)   TO HELD-DATE
                    MOVE WS-HOLD-REASON (HOLD-IDX) TO HELD-REASON
                    WRITE OUTPUT-REC FROM WS-HELD-LINE
                 END-IF
              END-PERFORM
           END-IF.
       7000-WRITE-HELD-EXIT.
      *--------------------*
           EXIT.

       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM HEADER-5.
           MOVE WS-PAY-CLOSE-COUNT TO CNT-PAY-CLOSE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE-2.

           MOVE WS-HELD-COUNT      TO CNT-HELD.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE-3.

           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-TOTALS-EXIT.
      *----------------------*
           DISPLAY 'EXHAUSTED CLOSES PROPOSED : ' WS-EXH-CLOSE-COUNT.
           DISPLAY 'DORMANT PAYING CLOSES PROPOSED : '
                   WS-PAY-CLOSE-COUNT.
           DISPLAY 'HELD - NOT PROCESSED : ' WS-HELD-COUNT.
           DISPLAY 'RECORDS IN ERROR : ' WS-ERROR-COUNT.
       9000-CLOSE-FILE-EXIT.
      *--------------------*
