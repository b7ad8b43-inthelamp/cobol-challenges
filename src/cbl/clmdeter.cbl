      * SECTION OF THE NOTICE INSTEAD OF GETTING A ZERO AWARD
      * SILENTLY, AND AN AWARD TOO LARGE FOR THE FIXED WBA OR MBA
      * ZONE LANDS THERE TOO INSTEAD OF BEING TRUNCATED.
      * THE WAGE-BASE ROW ALSO CARRIES UP TO FOUR BASE-PERIOD
      * EMPLOYERS AND EACH ONE'S SHARE OF THE WAGES FOR CLMCHRG'S
      * BENEFIT CHARGING; THE DETERMINATION ITSELF ONLY NEEDS THE
      * QUARTERLY TOTALS AND IGNORES THEM.
      * AN ADJUDICATED CLAIM WITH AN OPEN HOLD ON THE CLMHOLD FILE
      * GETS NO AWARD - IT IS LISTED IN A HELD - NOT PROCESSED
      * SECTION OF THE NOTICE WITH THE HOLD TYPE, DATE AND REASON,
      * AND IS DETERMINED BY THE FIRST RUN AFTER THE HOLD IS
      * RELEASED.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           FILE STATUS IS WS-FILE-STATUS.

      * WAGE-BASE REFERENCE - ONE ROW PER CLAIMANT, FOUR QUARTERS OF
      * BASE-PERIOD WAGES IN WHOLE DOLLARS, THEN THE BASE-PERIOD
      * EMPLOYERS AND THEIR WAGES. KEPT AS A FILE, NOT
      * HARD-CODED, SO A NEW QUARTER IS A FILE SWAP AND NOT A
      * RECOMPILE.
           SELECT WAGE001 ASSIGN TO INWAGE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * CLAIM HOLDS UNEMPCLM MAINTAINS - READ ONCE AT START-UP FOR
      * THE HOLDS STILL OPEN. AN ABSENT FILE MEANS NOTHING IS HELD.
           SELECT HLD001 ASSIGN TO CLMHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HLD-KEY
              FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTDETER
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
       01  UNEMP-CLAIM-KEY                  PIC X(8).

       FD  WAGE001 RECORDING MODE F
               RECORD CONTAINS 118 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WAGE-INPUT-REC.
       01  WAGE-INPUT-REC.
           05  WAGE-QTR-3            PIC 9(07).
           05  FILLER                PIC X(01).
           05  WAGE-QTR-4            PIC 9(07).
           05  FILLER                PIC X(01).
           05  WAGE-EMP-COUNT        PIC 9(01).
           05  WAGE-EMPLOYER         OCCURS 4 TIMES.
               10  FILLER            PIC X(01).
               10  WAGE-EMP-ID       PIC X(10).
               10  FILLER            PIC X(01).
               10  WAGE-EMP-WAGES    PIC 9(07).

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

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
       77  WS-AWARD-COUNT       PIC 9(05) COMP VALUE 0.
       77  WS-EXCP-COUNT        PIC 9(05) COMP VALUE 0.
       77  WS-ERROR-COUNT       PIC 9(05) COMP VALUE 0.
       77  WS-HELD-COUNT        PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 WAGE-LASTREC      PIC X VALUE SPACE.
           05 HLD-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-DETER-OK        VALUE ' '.
              88 C-VSAM-ENDFILE             VALUE '10'.
              88 C-VSAM-OPEN-NORMAL         VALUE '97'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                     PIC X(02).
              88 C-HLD-OK                   VALUE '00'.
              88 C-HLD-NOTEXST              VALUE '35'.

       01  WS-REC-LEN                       PIC 9(3) COMP.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 WAGE-SUB          PIC 9(05) COMP.
           05 HOLD-SUB          PIC 9(05) COMP.

       01  WS-CURRENT-DATE-REC.
           05  WS-CURRENT-DATE.
              10 WS-AWARD-WBA   PIC 9(05)V99 COMP-3.
              10 WS-AWARD-MBA   PIC 9(07)V99 COMP-3.

      * CLAIMS WITH AN OPEN HOLD, ONE ENTRY PER CLAIM IN CLAIM ID
      * ORDER (THE FIRST OPEN HOLD IS THE ONE SHOWN). WS-HOLD-HIT IS
      * SET WHEN THE SWEEP MEETS A CLAIM THIS RUN WOULD HAVE
      * DETERMINED. A FULL TABLE STOPS THE RUN - A HELD CLAIM
      * MISSING FROM IT WOULD BE AWARDED.
       01  WS-HOLD-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY     OCCURS 5000.
              10 WS-HOLD-KEY    PIC X(08).
              10 WS-HOLD-TYPE   PIC X(08).
              10 WS-HOLD-DATE   PIC 9(08).
              10 WS-HOLD-REASON PIC X(40).
              10 WS-HOLD-HIT    PIC X(01).

      * DETERMINATION ARITHMETIC FOR THE CLAIM IN HAND.
       01  WS-HIGH-QUARTER      PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOTAL-WAGES       PIC 9(08) COMP-3 VALUE 0.
              10 WS-EXCP-TBL-ID     PIC X(08).
              10 WS-EXCP-TBL-REASON PIC X(40).

       01  WS-HELD-HDR.
           05  FILLER           PIC X(20) VALUE 'HELD - NOT PROCESSED'.
           05  FILLER           PIC X(113) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-CLAIM-ID    PIC X(08).
           05  FILLER           PIC X(03) VALUE ' - '.
           05  HELD-TYPE        PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-DATE        PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-REASON      PIC X(40).
           05  FILLER           PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(20) VALUE 'AWARDS ISSUED     : '.
           05  TOT-AWARD-COUNT  PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   EXCEPTIONS     : '.
           05  TOT-EXCP-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   HELD           : '.
           05  TOT-HELD-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(58) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

           PERFORM 1500-LOAD-WAGE-TABLE
              THRU 1500-LOAD-WAGE-TABLE-EXIT.

           PERFORM 1600-LOAD-HOLDS
              THRU 1600-LOAD-HOLDS-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           PERFORM 7000-WRITE-EXCEPTIONS
              THRU 7000-WRITE-EXCEPTIONS-EXIT.

           PERFORM 7100-WRITE-HELD
              THRU 7100-WRITE-HELD-EXIT.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

      *-----------------------*
           EXIT.

      * ONE PASS OVER THE CLAIM HOLD FILE FOR THE HOLDS STILL
      * OPEN. THE FILE IS IN CLAIM ID ORDER, SO A CLAIM WITH MORE
      * THAN ONE OPEN HOLD IS TABLED ONCE, UNDER ITS FIRST.
       1600-LOAD-HOLDS.
      *---------------*
           OPEN INPUT HLD001.

           IF C-HLD-NOTEXST THEN
              DISPLAY 'NO CLAIM HOLD FILE - NO CLAIMS HELD'
              GO TO 1600-LOAD-HOLDS-EXIT
           END-IF.

           IF NOT C-HLD-OK THEN
              DISPLAY 'FILE OPEN ERROR: CLMHOLD ' WS-HLD-FS
              SET C-DETER-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1600-LOAD-HOLDS-EXIT
           END-IF.

           PERFORM 1610-READ-HOLD-REC
              THRU 1610-READ-HOLD-REC-EXIT.

           PERFORM UNTIL HLD-LASTREC = 'Y'
              IF C-HLD-OPEN THEN
                 PERFORM 1620-ADD-HOLD
                    THRU 1620-ADD-HOLD-EXIT
              END-IF

              PERFORM 1610-READ-HOLD-REC
                 THRU 1610-READ-HOLD-REC-EXIT
           END-PERFORM.

           CLOSE HLD001.

           DISPLAY 'CLAIMS ON HOLD : ' WS-HOLD-COUNT.
       1600-LOAD-HOLDS-EXIT.
      *--------------------*
           EXIT.

       1610-READ-HOLD-REC.
      *------------------*
           READ HLD001 NEXT RECORD
              AT END MOVE 'Y' TO HLD-LASTREC
           END-READ.
       1610-READ-HOLD-REC-EXIT.
      *-----------------------*
           EXIT.

       1620-ADD-HOLD.
      *-------------*
           IF WS-HOLD-COUNT > 0 THEN
              IF WS-HOLD-KEY (WS-HOLD-COUNT) = HLD-CLAIM-ID THEN
                 GO TO 1620-ADD-HOLD-EXIT
              END-IF
           END-IF.

           IF WS-HOLD-COUNT >= 5000 THEN
              IF C-DETER-OK THEN
                 DISPLAY 'CLAIM HOLD TABLE FULL - RUN STOPPED'
              END-IF
              SET C-DETER-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              MOVE 'Y' TO HLD-LASTREC
              GO TO 1620-ADD-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE HLD-CLAIM-ID    TO WS-HOLD-KEY (WS-HOLD-COUNT).
           MOVE HLD-TYPE        TO WS-HOLD-TYPE (WS-HOLD-COUNT).
           MOVE HLD-PLACED-DATE TO WS-HOLD-DATE (WS-HOLD-COUNT).
           MOVE HLD-REASON      TO WS-HOLD-REASON (WS-HOLD-COUNT).
           MOVE 'N'             TO WS-HOLD-HIT (WS-HOLD-COUNT).
       1620-ADD-HOLD-EXIT.
      *------------------*
           EXIT.

       2000-WRITE-HEADERS.
      *------------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-REC.
              THRU 3100-PARSE-CLAIM-EXIT.

           IF WS-CLAIM-STATUS = 'ADJUDICATED' AND C-NO-WBA THEN
                PERFORM 3600-FIND-HOLD
                   THRU 3600-FIND-HOLD-EXIT

                IF HOLD-SUB > 0 THEN
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'Y' TO WS-HOLD-HIT (HOLD-SUB)
                ELSE
                   PERFORM 3200-DETERMINE-CLAIM
                      THRU 3200-DETERMINE-CLAIM-EXIT
                END-IF
           END-IF.
       3000-SELECT-CLAIM-EXIT.
      *----------------------*
      *-------------------------*
           EXIT.

      * LOOKS THE CLAIM IN WS-WHOLE-ID UP IN THE HOLD TABLE -
      * HOLD-SUB COMES BACK ZERO FOR A CLAIM WITH NO OPEN HOLD.
       3600-FIND-HOLD.
      *--------------*
           MOVE 0 TO HOLD-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-HOLD-COUNT
                   OR HOLD-SUB > 0
              IF WS-HOLD-KEY (SUB1) = WS-WHOLE-ID THEN
                 MOVE SUB1 TO HOLD-SUB
              END-IF
           END-PERFORM.
       3600-FIND-HOLD-EXIT.
      *-------------------*
           EXIT.

       4000-CLOSE-BROWSE.
      *-----------------*
           CLOSE UNEMP-CLAIM-FILE.
      *--------------------------*
           EXIT.

      * ADJUDICATED CLAIMS LEFT UNDETERMINED BECAUSE OF AN OPEN
      * HOLD, AFTER THE EXCEPTIONS AND BEFORE THE TOTALS.
       7100-WRITE-HELD.
      *---------------*
           IF WS-HELD-COUNT > 0 THEN
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
              WRITE OUTPUT-REC FROM WS-HELD-HDR

              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-HOLD-COUNT
                 IF WS-HOLD-HIT (SUB1) = 'Y' THEN
                    MOVE WS-HOLD-KEY (SUB1)    TO HELD-CLAIM-ID
                    MOVE WS-HOLD-TYPE (SUB1)   TO HELD-TYPE
                    MOVE WS-HOLD-DATE (SUB1)   TO HELD-DATE
                    MOVE WS-HOLD-REASON (SUB1) TO HELD-REASON
                    WRITE OUTPUT-REC FROM WS-HELD-LINE
                 END-IF
              END-PERFORM
           END-IF.
       7100-WRITE-HELD-EXIT.
      *--------------------*
           EXIT.

       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE WS-AWARD-COUNT TO TOT-AWARD-COUNT.
           MOVE WS-EXCP-COUNT  TO TOT-EXCP-COUNT.
           MOVE WS-HELD-COUNT  TO TOT-HELD-COUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.
           DISPLAY 'RECORDS SWEPT : ' WS-SWEPT-COUNT.
           DISPLAY 'AWARDS ISSUED : ' WS-AWARD-COUNT.
           DISPLAY 'EXCEPTIONS : ' WS-EXCP-COUNT.
           DISPLAY 'HELD - NOT PROCESSED : ' WS-HELD-COUNT.
           DISPLAY 'RECORDS IN ERROR : ' WS-ERROR-COUNT.
       9000-CLOSE-FILE-EXIT.
      *--------------------*
