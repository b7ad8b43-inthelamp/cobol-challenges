      * (SO AN ARCHIVED YEAR CAN BE RELOADED), AND THEN DELETES IT
      * THROUGH GETCLAIM'S 'D' COMMAND SO EVERY PURGE STILL LANDS IN
      * THE CLMAUDIT JOURNAL.
      * A CLAIM WITH AN OPEN HOLD ON THE CLMHOLD FILE IS NEITHER
      * ARCHIVED NOR DELETED, HOWEVER OLD - THE RUN SUMMARY LISTS
      * IT UNDER HELD - NOT PROCESSED WITH THE HOLD TYPE, DATE AND
      * REASON, AND THE FIRST PURGE AFTER THE HOLD IS RELEASED
      * TAKES IT.
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

      * RETENTION CUTOFF (DAYS BACK FROM TODAY) - SAME SINGLE-CARD
      * PATTERN AS COVTREND'S TREND-WINDOW CONTROL RECORD.
           SELECT CTL001 ASSIGN TO INCTL
       01  CTL-INPUT-REC.
           05 CTL-PURGE-DAYS-BACK    PIC 9(05).

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

       77  WS-PURGE-DAYS-BACK        PIC 9(05) VALUE 365.

       01  FILLER.
           05 LASTREC                PIC X VALUE SPACE.
           05 HLD-LASTREC            PIC X VALUE SPACE.

       01  WS-FILE-STATUS.
           05 WS-VSAM-FS                    PIC X(02).
              88 C-VSAM-ENDFILE             VALUE '10'.
              88 C-VSAM-OPEN-NORMAL         VALUE '97'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                     PIC X(02).
              88 C-HLD-OK                   VALUE '00'.
              88 C-HLD-NOTEXST              VALUE '35'.

       01  WS-REC-LEN                       PIC 9(3) COMP.

       01  WS-CURRENT-DATE-DATA.
       01  WS-PURGE-KEY-TABLE.
           05 WS-PURGE-KEY           OCCURS 20000 PIC X(08).

      * CLAIMS WITH AN OPEN HOLD, ONE ENTRY PER CLAIM IN CLAIM ID
      * ORDER (THE FIRST OPEN HOLD IS THE ONE SHOWN). WS-HOLD-HIT IS
      * SET WHEN THE SWEEP MEETS A CLAIM OLD ENOUGH TO PURGE. A FULL
      * TABLE STOPS THE RUN - A HELD CLAIM MISSING FROM IT WOULD BE
      * PURGED.
       01  WS-HOLD-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY          OCCURS 5000.
              10 WS-HOLD-KEY         PIC X(08).
              10 WS-HOLD-TYPE        PIC X(08).
              10 WS-HOLD-DATE        PIC 9(08).
              10 WS-HOLD-REASON      PIC X(40).
              10 WS-HOLD-HIT         PIC X(01).

       01  WS-RUN-STATUS             PIC X(01) VALUE ' '.
           88 C-PURGE-OK             VALUE ' '.
           88 C-PURGE-FAILED         VALUE 'F'.
           05 WS-SELECT-COUNT        PIC 9(05) COMP VALUE 0.
           05 WS-DELETE-COUNT        PIC 9(05) COMP VALUE 0.
           05 WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
           05 WS-HELD-COUNT          PIC 9(05) COMP VALUE 0.

       01  WS-SUBSCRIPTS.
           05 SUB1                   PIC 9(05) COMP.
           05 HOLD-SUB               PIC 9(05) COMP.

       01  WS-NUM-OF-RECS            PIC 9(03) VALUE 1.

           PERFORM 1600-SET-CUTOFF-DATE
              THRU 1600-SET-CUTOFF-DATE-EXIT.

           PERFORM 1700-LOAD-HOLDS
              THRU 1700-LOAD-HOLDS-EXIT.

           IF C-PURGE-OK THEN
              PERFORM 2000-READ-RECORD
                 THRU 2000-READ-RECORD-EXIT
      *-------------------------*
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
              SET C-PURGE-FAILED TO TRUE
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
              IF C-PURGE-OK THEN
                 DISPLAY 'CLAIM HOLD TABLE FULL - RUN STOPPED'
              END-IF
              SET C-PURGE-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              MOVE 'Y' TO HLD-LASTREC
              GO TO 1720-ADD-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE HLD-CLAIM-ID    TO WS-HOLD-KEY (WS-HOLD-COUNT).
           MOVE HLD-TYPE        TO WS-HOLD-TYPE (WS-HOLD-COUNT).
           MOVE HLD-PLACED-DATE TO WS-HOLD-DATE (WS-HOLD-COUNT).
           MOVE HLD-REASON      TO WS-HOLD-REASON (WS-HOLD-COUNT).
           MOVE 'N'             TO WS-HOLD-HIT (WS-HOLD-COUNT).
       1720-ADD-HOLD-EXIT.
      *------------------*
           EXIT.

       2000-READ-RECORD.
      *----------------*
           READ UNEMP-CLAIM-FILE NEXT RECORD.
                        UNEMP-CLAIM-KEY
           ELSE
                IF WS-CLAIM-DATE-NUM < WS-CUTOFF-DATE THEN
                     PERFORM 3200-FIND-HOLD
                        THRU 3200-FIND-HOLD-EXIT

                     IF HOLD-SUB > 0 THEN
                          ADD 1 TO WS-HELD-COUNT
                          MOVE 'Y' TO WS-HOLD-HIT (HOLD-SUB)
                     ELSE
                          PERFORM 3100-ARCHIVE-CLAIM
                             THRU 3100-ARCHIVE-CLAIM-EXIT
                     END-IF
                END-IF
           END-IF.
       3000-SELECT-CLAIM-EXIT.
      *-----------------------*
           EXIT.

      * LOOKS THE CLAIM IN WS-WHOLE-ID UP IN THE HOLD TABLE -
      * HOLD-SUB COMES BACK ZERO FOR A CLAIM WITH NO OPEN HOLD.
       3200-FIND-HOLD.
      *--------------*
           MOVE 0 TO HOLD-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-HOLD-COUNT
                   OR HOLD-SUB > 0
              IF WS-HOLD-KEY (SUB1) = WS-WHOLE-ID THEN
                 MOVE SUB1 TO HOLD-SUB
              END-IF
           END-PERFORM.
       3200-FIND-HOLD-EXIT.
      *-------------------*
           EXIT.

       4000-CLOSE-BROWSE.
      *-----------------*
           CLOSE UNEMP-CLAIM-FILE.
           DISPLAY 'RECORDS ARCHIVED : ' WS-SELECT-COUNT.
           DISPLAY 'RECORDS DELETED : ' WS-DELETE-COUNT.
           DISPLAY 'RECORDS IN ERROR : ' WS-ERROR-COUNT.
           DISPLAY 'HELD - NOT PROCESSED : ' WS-HELD-COUNT.

           PERFORM 8100-WRITE-HELD
              THRU 8100-WRITE-HELD-EXIT.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.

      * CLAIMS OLD ENOUGH TO PURGE BUT KEPT ON FILE BY AN OPEN HOLD.
       8100-WRITE-HELD.
      *---------------*
           IF WS-HELD-COUNT > 0 THEN
              DISPLAY 'HELD - NOT PROCESSED'

              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-HOLD-COUNT
                 IF WS-HOLD-HIT (SUB1) = 'Y' THEN
                    DISPLAY '  ' WS-HOLD-KEY (SUB1)
                            ' - ' WS-HOLD-TYPE (SUB1)
                            ' ' WS-HOLD-DATE (SUB1)
                            ' ' WS-HOLD-REASON (SUB1)
                 END-IF
              END-PERFORM
           END-IF.
       8100-WRITE-HELD-EXIT.
      *--------------------*
           EXIT.
