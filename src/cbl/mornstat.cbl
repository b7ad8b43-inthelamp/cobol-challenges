      * PAGE WITH A PER-ITEM OK/WARN/FAIL VERDICT AND AN OVERALL RUN
      * VERDICT. THE RETURN CODE IS 8 WHEN ANYTHING FAILED AND 4
      * WHEN ANYTHING ONLY WARNED, SO THE SCHEDULER CAN PAGE SOMEONE
      * INSTEAD OF WAITING FOR THE FIVE-FILE COFFEE ROUND. A STEP
      * THE RUN CALENDAR DID NOT SCHEDULE IS LISTED AS NOT SCHEDULED
      * AND IS NOT A FAILURE; ONE ENDING WITH THE WARNING RETURN
      * CODE 4 IS A WARNING. A BATCH-WINDOW SECTION SHOWS, FOR THE
      * LAST SEVEN NIGHTS IN THE RUNLOG, WHEN EACH NIGHT FINISHED
      * AGAINST THE SLACTL SUITE TARGET AND HOW LATE IT WAS; THE
      * NIGHT UNDER REVIEW FINISHING LATE IS A WARNING.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT IN005 ASSIGN TO SLACTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SLA-FILE-STATUS.

           SELECT CHK001 ASSIGN TO CLMCHKPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * THE RUNBATCH RUN LOG. A LOG WRITTEN IN THE OLD 64-BYTE
      * SHAPE IS CONVERTED ONCE BY RUNLGCNV BEFORE IT IS READ HERE.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RLOG-INPUT-REC.
       01  RLOG-INPUT-REC.
           05 RLOG-STEP-NAME             PIC X(08).
           05 FILLER                     PIC X(01).
           05 RLOG-START-DATE            PIC 9(08).
           05 RLOG-START-TIME.
              10 RLOG-START-HH           PIC 9(02).
              10 RLOG-START-MM           PIC 9(02).
              10 RLOG-START-SS           PIC 9(02).
              10 FILLER                  PIC 9(02).
           05 FILLER                     PIC X(01).
           05 RLOG-END-DATE              PIC 9(08).
           05 RLOG-END-TIME.
              10 RLOG-END-HH             PIC 9(02).
              10 RLOG-END-MM             PIC 9(02).
              10 RLOG-END-SS             PIC 9(02).
              10 FILLER                  PIC 9(02).
           05 FILLER                     PIC X(01).
           05 RLOG-ELAPSED-SEC           PIC 9(07).
           05 FILLER                     PIC X(01).
           05 RLOG-RETURN-CODE           PIC 9(04).
           05 FILLER                     PIC X(01).
           05 RLOG-OUTCOME               PIC X(13).
              88 C-RLOG-NOT-SCHEDULED    VALUE 'NOT SCHEDULED'.
           05 FILLER                     PIC X(02).

       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 332 CHARACTERS
           05 CTL-EXP-DELETES         PIC 9(05).
           05 FILLER                  PIC X(07).

      * ONLY THE SUITE CARD (TYPE S) MATTERS HERE - SAME LAYOUT
      * RUNBATCH READS.
       FD  IN005 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SLA-INPUT-REC.
       01  SLA-INPUT-REC.
           05 SLA-CARD-TYPE           PIC X(01).
              88 C-SLA-SUITE-CARD     VALUE 'S'.
           05 FILLER                  PIC X(10).
           05 SLA-TARGET-TIME.
              10 SLA-TARGET-HH        PIC 9(02).
              10 SLA-TARGET-MM        PIC 9(02).
           05 FILLER                  PIC X(65).

       FD  CHK001 RECORDING MODE F
               RECORD CONTAINS 28 CHARACTERS
               LABEL RECORDS ARE OMITTED
       77  WS-FAIL-COUNT        PIC 9(03) COMP VALUE 0.
       77  WS-WARN-COUNT        PIC 9(03) COMP VALUE 0.
       77  WS-COUNT-WORK        PIC 9(05) COMP VALUE 0.
       77  WS-WINDOW-NIGHTS     PIC 9(03) COMP VALUE 7.
       77  WS-WINDOW-COUNT      PIC 9(03) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 WS-CTL-FS         PIC X(02).
              88 C-CTL-NOTEXST  VALUE '35'.

       01  WS-SLA-FILE-STATUS.
           05 WS-SLA-FS         PIC X(02).
              88 C-SLA-NOTEXST  VALUE '35'.

       01  WS-CHK-FILE-STATUS.
           05 WS-CHK-FS         PIC X(02).
              88 C-CHK-NOTEXST  VALUE '35'.
       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(03) COMP.
           05 STEP-SUB          PIC 9(03) COMP.
           05 WIN-SUB           PIC 9(03) COMP.
           05 SUB2              PIC 9(03) COMP.

       01  WS-LATEST-RUN-DATE   PIC 9(08) VALUE 0.

              10 WS-STEP-NAME   PIC X(08).
              10 WS-STEP-RC     PIC 9(04).
              10 WS-STEP-ELAPSED PIC 9(07).
              10 WS-STEP-NOT-SCHED PIC X(01).

      * BATCH WINDOW - THE LAST N RUN DATES, NEWEST FIRST, EACH
      * WITH ITS FIRST LOGGED START AND LAST LOGGED FINISH AS
      * SECONDS SINCE THE INTEGER-OF-DATE EPOCH. THE SUITE TARGET
      * IS THE FIRST TIME AT THAT HHMM AFTER THE NIGHT'S FIRST
      * START, THE SAME RULE RUNBATCH ALERTS ON.
       01  WS-WINDOW-TABLE.
           05 WS-WINDOW-ROW     OCCURS 7 TIMES.
              10 WIN-RUN-DATE   PIC 9(08).
              10 WIN-START-ABS  PIC S9(15) COMP-3.
              10 WIN-END-ABS    PIC S9(15) COMP-3.

       01  WS-WINDOW-DATA.
           05 WS-SUITE-TARGET   PIC 9(04) VALUE 0.
           05 WS-SUITE-TARGET-X REDEFINES WS-SUITE-TARGET.
              10 WS-SUITE-TARGET-HH PIC 9(02).
              10 WS-SUITE-TARGET-MM PIC 9(02).
           05 WS-TARGET-SW      PIC X(01) VALUE 'N'.
              88 C-TARGET-SET   VALUE 'Y'.
           05 WS-STAMP-ABS      PIC S9(15) COMP-3.
           05 WS-TARGET-ABS     PIC S9(15) COMP-3.
           05 WS-LATE-SECS      PIC S9(15) COMP-3.
           05 WS-WORK-DAYS      PIC S9(09) COMP-3.
           05 WS-WORK-SECS      PIC S9(05) COMP-3.
           05 WS-WORK-REST      PIC S9(05) COMP-3.
           05 WS-WORK-HH        PIC 9(02).
           05 WS-WORK-MM        PIC 9(02).

      * RECONCILIATION STATE - EXPECTED FROM INCTL, ACTUAL FROM THE
      * LAST CLMCHKPT RECORD FOR ITS LATEST RUN DATE.
           05  STL-ELAPSED      PIC ZZZZZZ9.
           05  FILLER           PIC X(06) VALUE ' SEC  '.
           05  STL-VERDICT      PIC X(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  STL-NOTE         PIC X(13).
           05  FILLER           PIC X(63) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  NOTE-TEXT        PIC X(60).
           05  FILLER           PIC X(71) VALUE SPACES.

       01  WS-WINDOW-HDR-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(28) VALUE
               'BATCH WINDOW - SUITE TARGET '.
           05  WHD-TARGET       PIC 9(04).
           05  FILLER           PIC X(99) VALUE SPACES.

       01  WS-WINDOW-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'NIGHT  '.
           05  WNL-RUN-DATE     PIC 9(08).
           05  FILLER           PIC X(11) VALUE '  FINISHED '.
           05  WNL-END-DATE     PIC 9(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  WNL-END-HH       PIC 9(02).
           05  WNL-END-MM       PIC 9(02).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  WNL-STATUS       PIC X(08).
           05  WNL-LATE-MIN     PIC ZZZZ9 BLANK WHEN ZERO.
           05  WNL-MIN-LABEL    PIC X(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  WNL-VERDICT      PIC X(04).
           05  FILLER           PIC X(67) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
           PERFORM 4500-CHECK-RECONCILE
              THRU 4500-CHECK-RECONCILE-EXIT.

           PERFORM 4700-READ-SUITE-TARGET
              THRU 4700-READ-SUITE-TARGET-EXIT.

           PERFORM 7000-WRITE-DASHBOARD
              THRU 7000-WRITE-DASHBOARD-EXIT.

                 PERFORM 2100-NOTE-STEP-ATTEMPT
                    THRU 2100-NOTE-STEP-ATTEMPT-EXIT

                 PERFORM 2200-NOTE-NIGHT-WINDOW
                    THRU 2200-NOTE-NIGHT-WINDOW-EXIT

                 PERFORM 2010-READ-RLOG-REC
                    THRU 2010-READ-RLOG-REC-EXIT
              END-PERFORM
              IF STEP-SUB > 0 THEN
                 MOVE RLOG-RETURN-CODE TO WS-STEP-RC (STEP-SUB)
                 MOVE RLOG-ELAPSED-SEC TO WS-STEP-ELAPSED (STEP-SUB)
                 IF C-RLOG-NOT-SCHEDULED THEN
                    MOVE 'Y' TO WS-STEP-NOT-SCHED (STEP-SUB)
                 ELSE
                    MOVE 'N' TO WS-STEP-NOT-SCHED (STEP-SUB)
                 END-IF
              END-IF
           END-IF.
       2100-NOTE-STEP-ATTEMPT-EXIT.
      *---------------------------*
           EXIT.

      * KEEPS THE NIGHT'S EARLIEST START OVER EVERY RECORD AND ITS
      * LATEST FINISH OVER THE STEPS THAT ACTUALLY RAN, SO A RERUN
      * IN THE MORNING STRETCHES THE NIGHT IT FINISHED.
       2200-NOTE-NIGHT-WINDOW.
      *----------------------*
           IF RLOG-START-DATE NOT NUMERIC OR
              RLOG-START-TIME NOT NUMERIC OR
              RLOG-END-DATE NOT NUMERIC OR
              RLOG-END-TIME NOT NUMERIC THEN
              GO TO 2200-NOTE-NIGHT-WINDOW-EXIT
           END-IF.

           PERFORM 2300-SLOT-WINDOW-NIGHT
              THRU 2300-SLOT-WINDOW-NIGHT-EXIT.

           IF WIN-SUB = 0 THEN
              GO TO 2200-NOTE-NIGHT-WINDOW-EXIT
           END-IF.

           COMPUTE WS-STAMP-ABS =
                   FUNCTION INTEGER-OF-DATE(RLOG-START-DATE) * 86400
                 + RLOG-START-HH * 3600
                 + RLOG-START-MM * 60
                 + RLOG-START-SS.
           IF WIN-START-ABS (WIN-SUB) = 0 OR
              WS-STAMP-ABS < WIN-START-ABS (WIN-SUB) THEN
              MOVE WS-STAMP-ABS TO WIN-START-ABS (WIN-SUB)
           END-IF.

           IF NOT C-RLOG-NOT-SCHEDULED THEN
              COMPUTE WS-STAMP-ABS =
                      FUNCTION INTEGER-OF-DATE(RLOG-END-DATE) * 86400
                    + RLOG-END-HH * 3600
                    + RLOG-END-MM * 60
                    + RLOG-END-SS
              IF WS-STAMP-ABS > WIN-END-ABS (WIN-SUB) THEN
                 MOVE WS-STAMP-ABS TO WIN-END-ABS (WIN-SUB)
              END-IF
           END-IF.
       2200-NOTE-NIGHT-WINDOW-EXIT.
      *---------------------------*
           EXIT.

      * FINDS OR INSERTS THE RECORD'S RUN DATE IN THE WINDOW TABLE,
      * NEWEST FIRST AND CAPPED AT THE WINDOW, LEAVING ITS
      * SUBSCRIPT IN WIN-SUB - ZERO WHEN THE DATE IS TOO OLD.
       2300-SLOT-WINDOW-NIGHT.
      *----------------------*
           MOVE 0 TO WIN-SUB.
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-WINDOW-COUNT OR WIN-SUB > 0
              IF WIN-RUN-DATE (SUB2) = RLOG-RUN-DATE THEN
                 MOVE SUB2 TO WIN-SUB
              END-IF
           END-PERFORM.

           IF WIN-SUB > 0 THEN
              GO TO 2300-SLOT-WINDOW-NIGHT-EXIT
           END-IF.

           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-WINDOW-COUNT OR WIN-SUB > 0
              IF RLOG-RUN-DATE > WIN-RUN-DATE (SUB2) THEN
                 MOVE SUB2 TO WIN-SUB
              END-IF
           END-PERFORM.

           IF WIN-SUB = 0 THEN
              IF WS-WINDOW-COUNT < WS-WINDOW-NIGHTS THEN
                 ADD 1 TO WS-WINDOW-COUNT
                 MOVE WS-WINDOW-COUNT TO WIN-SUB
              END-IF
           ELSE
              IF WS-WINDOW-COUNT < WS-WINDOW-NIGHTS THEN
                 ADD 1 TO WS-WINDOW-COUNT
              END-IF
              PERFORM VARYING SUB2 FROM WS-WINDOW-COUNT BY -1
                      UNTIL SUB2 <= WIN-SUB
                 MOVE WS-WINDOW-ROW (SUB2 - 1)
                    TO WS-WINDOW-ROW (SUB2)
              END-PERFORM
           END-IF.

           IF WIN-SUB > 0 THEN
              MOVE RLOG-RUN-DATE TO WIN-RUN-DATE (WIN-SUB)
              MOVE 0             TO WIN-START-ABS (WIN-SUB)
                                    WIN-END-ABS (WIN-SUB)
           END-IF.
       2300-SLOT-WINDOW-NIGHT-EXIT.
      *---------------------------*
           EXIT.

       3000-COUNT-REJECTS.
      *------------------*
           MOVE 'N' TO LASTREC.
      *--------------------------*
           EXIT.

      * NO SLACTL FILE OR NO SUITE CARD MEANS NO TARGET, AND THE
      * BATCH-WINDOW SECTION SAYS SO RATHER THAN GUESSING ONE.
       4700-READ-SUITE-TARGET.
      *----------------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT IN005.

           IF C-SLA-NOTEXST THEN
              GO TO 4700-READ-SUITE-TARGET-EXIT
           END-IF.

           PERFORM UNTIL LASTREC = 'Y'
              READ IN005
                 AT END
                    MOVE 'Y' TO LASTREC
                 NOT AT END
                    IF C-SLA-SUITE-CARD AND
                       SLA-TARGET-TIME IS NUMERIC AND
                       SLA-TARGET-HH < 24 AND
                       SLA-TARGET-MM < 60 THEN
                       MOVE SLA-TARGET-TIME TO WS-SUITE-TARGET
                       SET C-TARGET-SET TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE IN005.
       4700-READ-SUITE-TARGET-EXIT.
      *--------------------------*
           EXIT.

       7000-WRITE-DASHBOARD.
      *--------------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-REC.
              MOVE WS-STEP-NAME (STEP-SUB)    TO STL-STEP-NAME
              MOVE WS-STEP-RC (STEP-SUB)      TO STL-RC
              MOVE WS-STEP-ELAPSED (STEP-SUB) TO STL-ELAPSED
              MOVE SPACES                     TO STL-NOTE

              EVALUATE TRUE
                 WHEN WS-STEP-NOT-SCHED (STEP-SUB) = 'Y'
                    MOVE 'OK  '          TO STL-VERDICT
                    MOVE 'NOT SCHEDULED' TO STL-NOTE
                 WHEN WS-STEP-RC (STEP-SUB) = 0
                    MOVE 'OK  ' TO STL-VERDICT
                 WHEN WS-STEP-RC (STEP-SUB) <= 4
                    MOVE 'WARN' TO STL-VERDICT
                    ADD 1 TO WS-WARN-COUNT
                 WHEN OTHER
                    MOVE 'FAIL' TO STL-VERDICT
                    ADD 1 TO WS-FAIL-COUNT
              END-EVALUATE

              WRITE OUTPUT-REC FROM WS-STEP-LINE
           END-PERFORM.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           PERFORM 7200-WRITE-WINDOW-LINES
              THRU 7200-WRITE-WINDOW-LINES-EXIT.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           EVALUATE TRUE
              WHEN WS-FAIL-COUNT > 0
                 MOVE 'FAIL' TO WS-VERDICT
      *----------------------------*
           EXIT.

      * ONE LINE PER NIGHT IN THE WINDOW. ONLY THE NIGHT UNDER
      * REVIEW CARRIES A VERDICT - THE OLDER NIGHTS ARE THERE TO
      * SHOW A TREND, AND WERE ALREADY JUDGED ON THEIR OWN MORNING.
       7200-WRITE-WINDOW-LINES.
      *-----------------------*
           IF NOT C-TARGET-SET THEN
              MOVE 'BATCH WINDOW - NO SLACTL SUITE TARGET ON FILE'
                                TO NOTE-TEXT
              WRITE OUTPUT-REC FROM WS-NOTE-LINE
              GO TO 7200-WRITE-WINDOW-LINES-EXIT
           END-IF.

           MOVE WS-SUITE-TARGET TO WHD-TARGET.
           WRITE OUTPUT-REC FROM WS-WINDOW-HDR-LINE.

           PERFORM VARYING WIN-SUB FROM 1 BY 1
                   UNTIL WIN-SUB > WS-WINDOW-COUNT
              PERFORM 7210-WRITE-ONE-WINDOW
                 THRU 7210-WRITE-ONE-WINDOW-EXIT
           END-PERFORM.
       7200-WRITE-WINDOW-LINES-EXIT.
      *----------------------------*
           EXIT.

       7210-WRITE-ONE-WINDOW.
      *---------------------*
           MOVE WIN-RUN-DATE (WIN-SUB) TO WNL-RUN-DATE.
           MOVE 0                      TO WNL-LATE-MIN.
           MOVE SPACES                 TO WNL-MIN-LABEL
                                          WNL-VERDICT.

           IF WIN-END-ABS (WIN-SUB) = 0 THEN
              MOVE 0          TO WNL-END-DATE WNL-END-HH WNL-END-MM
              MOVE 'NO STEPS' TO WNL-STATUS
              WRITE OUTPUT-REC FROM WS-WINDOW-LINE
              GO TO 7210-WRITE-ONE-WINDOW-EXIT
           END-IF.

           DIVIDE WIN-START-ABS (WIN-SUB) BY 86400
              GIVING WS-WORK-DAYS REMAINDER WS-WORK-SECS.
           COMPUTE WS-TARGET-ABS =
                   WS-WORK-DAYS * 86400
                 + WS-SUITE-TARGET-HH * 3600
                 + WS-SUITE-TARGET-MM * 60.
           IF WS-TARGET-ABS <= WIN-START-ABS (WIN-SUB) THEN
              ADD 86400 TO WS-TARGET-ABS
           END-IF.

           DIVIDE WIN-END-ABS (WIN-SUB) BY 86400
              GIVING WS-WORK-DAYS REMAINDER WS-WORK-SECS.
           COMPUTE WNL-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS).
           DIVIDE WS-WORK-SECS BY 3600
              GIVING WS-WORK-HH REMAINDER WS-WORK-REST.
           DIVIDE WS-WORK-REST BY 60
              GIVING WS-WORK-MM.
           MOVE WS-WORK-HH TO WNL-END-HH.
           MOVE WS-WORK-MM TO WNL-END-MM.

           COMPUTE WS-LATE-SECS =
                   WIN-END-ABS (WIN-SUB) - WS-TARGET-ABS.

           IF WS-LATE-SECS > 0 THEN
              MOVE 'LATE BY '  TO WNL-STATUS
              COMPUTE WNL-LATE-MIN = (WS-LATE-SECS + 59) / 60
              MOVE ' MIN'      TO WNL-MIN-LABEL
           ELSE
              MOVE 'ON TIME '  TO WNL-STATUS
           END-IF.

           IF WIN-RUN-DATE (WIN-SUB) = WS-LATEST-RUN-DATE THEN
              IF WS-LATE-SECS > 0 THEN
                 MOVE 'WARN' TO WNL-VERDICT
                 ADD 1 TO WS-WARN-COUNT
              ELSE
                 MOVE 'OK  ' TO WNL-VERDICT
              END-IF
           END-IF.

           WRITE OUTPUT-REC FROM WS-WINDOW-LINE.
       7210-WRITE-ONE-WINDOW-EXIT.
      *--------------------------*
           EXIT.

       9000-CLOSE-FILES.
      *----------------*
           CLOSE OUT001.
