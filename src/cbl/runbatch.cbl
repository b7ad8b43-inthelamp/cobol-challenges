      * SAME RUN DATE SKIPS ANY STEP ALREADY MARKED COMPLETE
      * INSTEAD OF STARTING THE WHOLE NIGHT OVER - IN PARTICULAR SO
      * UNEMPCLM, WHICH MUTATES THE CLAIMS VSAM, IS NOT RE-RUN FROM
      * SCRATCH JUST BECAUSE A LATER STEP ABENDED. A STEP ENDING
      * WITH THE WARNING RETURN CODE 4 COUNTS AS COMPLETE FOR THE
      * CHECKPOINT AND ITS SUCCESSORS; ANYTHING HIGHER DOES NOT. AN
      * ABSENT OR EMPTY CATALOG FALLS BACK TO THE CLASSIC COVIDRPT /
      * NEWSRANK / UNEMPCLM SEQUENCE.
      * EACH CATALOG STEP ALSO CARRIES A RUN FREQUENCY - DAILY,
      * WEEKLY ON A GIVEN WEEKDAY, MONTH-END, QUARTER-END, YEAR-END
      * OR ON DEMAND - AND RUNBATCH WORKS OUT FOR ITSELF WHICH STEPS
      * ARE DUE ON THE RUN DATE (THE RUNCTL OVERRIDE DATE WHEN ONE
      * IS GIVEN) FROM THE RUNCAL RUN CALENDAR OF HOLIDAYS AND
      * BUSINESS DAYS, SO THE WEEKLY, MONTH-END, QUARTER-END AND
      * YEAR-END STEPS NO LONGER HAVE TO BE ENABLED BY HAND ON THE
      * RIGHT NIGHT. A PERIODIC STEP WHOSE DAY IS NOT A BUSINESS
      * DAY MOVES TO THE NEXT BUSINESS DAY. A STEP THAT IS NOT DUE
      * IS LOGGED AS NOT SCHEDULED ON THE RUN LOG.
      * THE BATCH WINDOW IS WATCHED WHILE THE NIGHT RUNS. THE SLACTL
      * CARDS GIVE A TARGET COMPLETION TIME FOR THE SUITE AND FOR
      * EACH CRITICAL STEP; AS EACH STEP FINISHES, THE REST OF THE
      * NIGHT IS PROJECTED FROM THE RECENT AVERAGE ELAPSED TIME OF
      * EVERY STEP STILL TO RUN, AND A PROJECTED FINISH PAST A
      * TARGET, OR A STEP RUNNING PAST A SET MULTIPLE OF ITS OWN
      * AVERAGE, WRITES AN ALERT TO THE BATALERT OPERATOR FILE
      * WHILE THERE IS STILL TIME TO DO SOMETHING ABOUT THE 06:00
      * HAND-OFF.
      * THE RUNLOG RECORD (NOW 80 BYTES, WITH THE STEP OUTCOME) AND
      * THE STEPCAT CARD (NOW 26 BYTES, WITH THE RUN FREQUENCY) WERE
      * BOTH WIDENED. A RUNLOG OR STEPCAT STILL IN THE OLD 64-BYTE OR
      * 23-BYTE SHAPE IS CONVERTED ONCE BY RUNLGCNV, AND ITS RUNLOG2
      * AND STEPCAT2 COPIES SWAPPED IN, BEFORE THIS PROGRAM, RUNLOGRP
      * OR MORNSTAT NEXT READS IT.
      *
       ENVIRONMENT DIVISION.
      *
      * RUNLOGRP PRINTS THE LAST N NIGHTS SIDE BY SIDE FROM IT.
           SELECT RUN-LOG ASSIGN TO RUNLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RUNLOG-FILE-STATUS.

      * BATCH-WINDOW TARGETS - ONE SUITE CARD WITH THE TARGET
      * COMPLETION TIME, THE OVERRUN MULTIPLE AND THE NUMBER OF
      * RECENT CLEAN RUNS TO AVERAGE, AND ONE CARD PER CRITICAL
      * STEP WITH ITS OWN TARGET. AN ABSENT FILE MEANS THE WINDOW
      * IS NOT WATCHED.
           SELECT SLA-CTL ASSIGN TO SLACTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SLACTL-FILE-STATUS.

      * OPERATOR ALERT FILE - ONE RECORD PER BATCH-WINDOW WARNING
      * (SUITE OR CRITICAL STEP PROJECTED LATE, CRITICAL STEP
      * FINISHED LATE, STEP OVERRUNNING ITS AVERAGE).
           SELECT BAT-ALERT ASSIGN TO BATALERT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BATALRT-FILE-STATUS.

      * OPTIONAL RUN-DATE OVERRIDE CARD. WHEN TUESDAY'S BATCH NEVER
      * RAN, WEDNESDAY MORNING'S CATCH-UP CAN BE SUBMITTED AS
              FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * STEP CATALOG - ONE CARD PER STEP: NAME, RUN ORDER,
      * PREDECESSOR STEP (BLANK FOR NONE), AN ENABLED FLAG AND THE
      * RUN FREQUENCY.
           SELECT STEP-CAT ASSIGN TO STEPCAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-STEPCAT-FILE-STATUS.

      * RUN CALENDAR - ONE CARD PER DATED EXCEPTION TO THE NORMAL
      * MONDAY-TO-FRIDAY WORKING WEEK: A HOLIDAY, A WEEKEND DAY
      * WORKED AS A BUSINESS DAY, OR A REQUEST TO RUN AN ON-DEMAND
      * STEP ON THAT DATE. AN ABSENT CALENDAR MEANS EVERY WEEKDAY
      * IS A BUSINESS DAY AND NOTHING ON DEMAND IS REQUESTED.
           SELECT RUN-CAL ASSIGN TO RUNCAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RUNCAL-FILE-STATUS.

      * PRE-FLIGHT PROBES OF EACH STEP'S INPUT FILES - OPENED AND
      * READ ONCE BEFORE ANY STEP LAUNCHES, SO A MISSING OR EMPTY
      * FEED FAILS FAST WITH A NAMED-FILE MESSAGE INSTEAD OF
           05 CHKPT-STATUS               PIC X(01).

       FD  RUN-LOG RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RLOG-REC.
       01  RLOG-REC.
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
           05 RLOG-END-TIME              PIC 9(08).
           05 RLOG-ELAPSED-SEC           PIC 9(07).
           05 FILLER                     PIC X(01).
           05 RLOG-RETURN-CODE           PIC 9(04).
           05 FILLER                     PIC X(01).
           05 RLOG-OUTCOME               PIC X(13).
           05 FILLER                     PIC X(02).

      * CARD TYPE S IS THE SUITE CARD, C A CRITICAL-STEP CARD.
      * TARGET TIMES ARE HHMM ON THE 24-HOUR CLOCK AND MEAN THE
      * FIRST SUCH TIME AFTER THE NIGHT'S FIRST STEP STARTED. THE
      * OVERRUN MULTIPLE IS 99V9 - 020 IS TWICE THE AVERAGE.
       FD  SLA-CTL RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SLA-CTL-REC.
       01  SLA-CTL-REC.
           05 SLA-CARD-TYPE              PIC X(01).
              88 C-SLA-SUITE-CARD        VALUE 'S'.
              88 C-SLA-STEP-CARD         VALUE 'C'.
           05 FILLER                     PIC X(01).
           05 SLA-STEP-NAME              PIC X(08).
           05 FILLER                     PIC X(01).
           05 SLA-TARGET-TIME.
              10 SLA-TARGET-HH           PIC 9(02).
              10 SLA-TARGET-MM           PIC 9(02).
           05 FILLER                     PIC X(01).
           05 SLA-OVERRUN-MULT           PIC 9(02)V9(01).
           05 FILLER                     PIC X(01).
           05 SLA-HIST-RUNS              PIC 9(02).
           05 FILLER                     PIC X(58).

      * ALERT TYPES: SUITLATE / STEPLATE - PROJECTED FINISH PAST
      * THE TARGET; MISSED - CRITICAL STEP FINISHED PAST ITS TARGET;
      * OVERRUN - STEP RAN PAST THE MULTIPLE OF ITS AVERAGE.
       FD  BAT-ALERT RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BAT-ALERT-REC.
       01  BAT-ALERT-REC.
           05 BALR-RUN-DATE              PIC 9(08).
           05 FILLER                     PIC X(01).
           05 BALR-STAMP-DATE            PIC 9(08).
           05 BALR-STAMP-TIME            PIC 9(04).
           05 FILLER                     PIC X(01).
           05 BALR-TYPE                  PIC X(08).
           05 FILLER                     PIC X(01).
           05 BALR-STEP-NAME             PIC X(08).
           05 FILLER                     PIC X(01).
           05 BALR-TARGET-TIME           PIC 9(04).
           05 FILLER                     PIC X(01).
           05 BALR-PROJ-DATE             PIC 9(08).
           05 BALR-PROJ-TIME             PIC 9(04).
           05 FILLER                     PIC X(01).
           05 BALR-LATE-MIN              PIC 9(05).
           05 FILLER                     PIC X(01).
           05 BALR-ELAPSED-SEC           PIC 9(07).
           05 FILLER                     PIC X(01).
           05 BALR-AVG-SEC               PIC 9(07).
           05 FILLER                     PIC X(01).

       FD  RUN-CTL RECORDING MODE F
               RECORD CONTAINS 08 CHARACTERS
       01  RUNCTL-REC.
           05 CTL-RUN-DATE-OVR           PIC X(08).

      * FREQUENCY: D (OR BLANK) DAILY, W WEEKLY ON THE WEEKDAY IN
      * SCAT-FREQ-DAY (1 = MONDAY ... 7 = SUNDAY), M MONTH-END,
      * Q QUARTER-END, Y YEAR-END, O ON DEMAND (RUNS ONLY ON A DATE
      * THE RUN CALENDAR REQUESTS IT).
       FD  STEP-CAT RECORDING MODE F
               RECORD CONTAINS 26 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-CAT-REC.
       01  STEP-CAT-REC.
           05 SCAT-PRED-NAME             PIC X(08).
           05 FILLER                     PIC X(01).
           05 SCAT-ENABLED               PIC X(01).
           05 FILLER                     PIC X(01).
           05 SCAT-FREQ                  PIC X(01).
           05 SCAT-FREQ-DAY              PIC X(01).

      * H = HOLIDAY, B = BUSINESS DAY (A WEEKEND DAY WORKED),
      * R = RUN THE ON-DEMAND STEP IN CAL-STEP-NAME ON CAL-DATE.
       FD  RUN-CAL RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RUN-CAL-REC.
       01  RUN-CAL-REC.
           05 CAL-DATE                   PIC 9(08).
           05 FILLER                     PIC X(01).
           05 CAL-TYPE                   PIC X(01).
              88 C-CAL-HOLIDAY           VALUE 'H'.
              88 C-CAL-BUSINESS-DAY      VALUE 'B'.
              88 C-CAL-RUN-REQUEST       VALUE 'R'.
           05 FILLER                     PIC X(01).
           05 CAL-STEP-NAME              PIC X(08).
           05 FILLER                     PIC X(01).
           05 CAL-DESC                   PIC X(30).
           05 FILLER                     PIC X(30).

      * THE PROBES READ A SINGLE BYTE - ENOUGH TO PROVE THE FILE IS
      * PRESENT AND NON-EMPTY WITHOUT TYING THE DRIVER TO EACH
              88 C-CHKPT-OK              VALUE '00'.
              88 C-CHKPT-NOTEXST         VALUE '35'.

       01  WS-RUNLOG-FILE-STATUS.
           05 WS-RUNLOG-FS               PIC X(02).
              88 C-RUNLOG-OK             VALUE '00'.
              88 C-RUNLOG-NOTEXST        VALUE '35'.

       01  WS-SLACTL-FILE-STATUS.
           05 WS-SLACTL-FS               PIC X(02).
              88 C-SLACTL-OK             VALUE '00'.
              88 C-SLACTL-NOTEXST        VALUE '35'.

       01  WS-BATALRT-FILE-STATUS.
           05 WS-BATALRT-FS              PIC X(02).
              88 C-BATALRT-OK            VALUE '00'.
              88 C-BATALRT-NOTEXST       VALUE '35'.

       01  WS-RUNCTL-FILE-STATUS.
           05 WS-RUNCTL-FS               PIC X(02).
              88 C-RUNCTL-OK             VALUE '00'.
              88 C-RUNCTL-NOTEXST        VALUE '35'.

       01  WS-RUNCAL-FILE-STATUS.
           05 WS-RUNCAL-FS               PIC X(02).
              88 C-RUNCAL-OK             VALUE '00'.
              88 C-RUNCAL-NOTEXST        VALUE '35'.

       01  WS-PREFLT-FILE-STATUS.
           05 WS-PREFLT-FS               PIC X(02).
              88 C-PREFLT-OK             VALUE '00'.
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-DATA
                                         PIC 9(08).

       01  WS-RUN-INTEGER                PIC S9(09) COMP-3 VALUE 0.

      * THE DATE BEING TESTED AGAINST THE CALENDAR AND A STEP'S
      * FREQUENCY, AND THE DAY AFTER IT FOR THE PERIOD-END TESTS.
       01  WS-TEST-DATE-DATA.
           05 WS-TEST-YEAR               PIC 9(04).
           05 WS-TEST-MONTH              PIC 9(02).
           05 WS-TEST-DAY                PIC 9(02).
       01  WS-TEST-DATE REDEFINES WS-TEST-DATE-DATA
                                         PIC 9(08).

       01  WS-NEXT-DATE-DATA.
           05 WS-NEXT-YEAR               PIC 9(04).
           05 WS-NEXT-MONTH              PIC 9(02).
           05 WS-NEXT-DAY                PIC 9(02).
       01  WS-NEXT-DATE REDEFINES WS-NEXT-DATE-DATA
                                         PIC 9(08).

       01  WS-TEST-INTEGER               PIC S9(09) COMP-3 VALUE 0.
       01  WS-TEST-WEEKDAY               PIC 9(01) VALUE 0.
       01  WS-LOOKBACK                   PIC 9(03) COMP VALUE 0.

      * A PERIODIC STEP LOOKS BACK NO FURTHER THAN THIS FOR A
      * NOMINAL DAY THAT FELL ON A RUN OF NON-BUSINESS DAYS.
       01  WS-MAX-LOOKBACK               PIC 9(03) COMP VALUE 14.

       01  WS-BUSINESS-DAY-SW            PIC X(01) VALUE 'Y'.
           88 C-BUSINESS-DAY             VALUE 'Y'.
           88 C-NON-BUSINESS-DAY         VALUE 'N'.

       01  WS-NOMINAL-SW                 PIC X(01) VALUE 'N'.
           88 C-NOMINAL-DATE             VALUE 'Y'.
           88 C-NOT-NOMINAL-DATE         VALUE 'N'.

      * THE CALENDAR CARDS NEAR ENOUGH TO THE RUN DATE TO MATTER -
      * THE LOOK-BACK WINDOW AND THE RUN DATE ITSELF.
       01  WS-CAL-COUNT                  PIC 9(03) COMP VALUE 0.
       01  WS-CAL-LOW-DATE               PIC 9(08) VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ROW                 OCCURS 200 TIMES.
              10 WS-CAL-DATE             PIC 9(08).
              10 WS-CAL-TYPE             PIC X(01).
              10 WS-CAL-STEP             PIC X(08).

      * TIMING STATE FOR THE STEP ATTEMPT CURRENTLY RUNNING.
       01  WS-STEP-LOG-DATA.
           05 WS-LOG-STEP-NAME           PIC X(08).
           05 WS-START-SECS              PIC S9(07) COMP-3.
           05 WS-END-SECS                PIC S9(07) COMP-3.

      * BATCH-WINDOW STATE. TIMES ARE HELD AS SECONDS SINCE THE
      * INTEGER-OF-DATE EPOCH SO A NIGHT THAT CROSSES MIDNIGHT
      * COMPARES STRAIGHT.
       01  WS-SLA-SW                     PIC X(01) VALUE 'N'.
           88 C-SLA-ACTIVE               VALUE 'Y'.
           88 C-SLA-INACTIVE             VALUE 'N'.

       01  WS-SLA-CONTROL.
           05 WS-SUITE-TARGET-TIME       PIC 9(04) VALUE 0.
           05 WS-SUITE-TARGET-SW         PIC X(01) VALUE 'N'.
              88 C-SUITE-TARGET-SET      VALUE 'Y'.
           05 WS-SUITE-LATE-SW           PIC X(01) VALUE 'N'.
              88 C-SUITE-LATE-ALERTED    VALUE 'Y'.
           05 WS-OVERRUN-MULT            PIC 9(02)V9(01) VALUE 2.0.
           05 WS-HIST-RUNS               PIC 9(02) VALUE 7.

       01  WS-WINDOW-TIMES.
           05 WS-SUITE-START-DAYS        PIC S9(09) COMP-3 VALUE 0.
           05 WS-SUITE-START-ABS         PIC S9(15) COMP-3 VALUE 0.
           05 WS-SUITE-TARGET-ABS        PIC S9(15) COMP-3 VALUE 0.
           05 WS-NOW-ABS                 PIC S9(15) COMP-3 VALUE 0.
           05 WS-PROJECTED-ABS           PIC S9(15) COMP-3 VALUE 0.
           05 WS-STAMP-ABS               PIC S9(15) COMP-3 VALUE 0.
           05 WS-TARGET-ABS              PIC S9(15) COMP-3 VALUE 0.
           05 WS-TARGET-HHMM             PIC 9(04) VALUE 0.
           05 WS-TARGET-HHMM-X REDEFINES WS-TARGET-HHMM.
              10 WS-TARGET-HH            PIC 9(02).
              10 WS-TARGET-MM            PIC 9(02).
           05 WS-OVERRUN-LIMIT           PIC S9(09)V9(01) COMP-3.
           05 WS-HIST-TOTAL              PIC S9(09) COMP-3.

      * AN ABSOLUTE TIME BROKEN BACK OUT INTO A DATE AND HHMM FOR
      * THE ALERT RECORD AND THE JOB LOG.
       01  WS-SPLIT-TIME.
           05 WS-SPLIT-ABS               PIC S9(15) COMP-3.
           05 WS-SPLIT-DAYS              PIC S9(09) COMP-3.
           05 WS-SPLIT-SECS              PIC S9(05) COMP-3.
           05 WS-SPLIT-REST              PIC S9(05) COMP-3.
           05 WS-SPLIT-DATE              PIC 9(08).
           05 WS-SPLIT-HHMM              PIC 9(04).
           05 WS-SPLIT-HHMM-X REDEFINES WS-SPLIT-HHMM.
              10 WS-SPLIT-HH             PIC 9(02).
              10 WS-SPLIT-MM             PIC 9(02).

       01  WS-ALERT-DATA.
           05 WS-ALERT-TYPE              PIC X(08).
           05 WS-ALERT-STEP              PIC X(08).
           05 WS-ALERT-TARGET            PIC 9(04).
           05 WS-ALERT-ABS               PIC S9(15) COMP-3.
           05 WS-ALERT-LATE-SECS         PIC S9(09) COMP-3.
           05 WS-ALERT-ELAPSED           PIC 9(07).
           05 WS-ALERT-AVG               PIC 9(07).

      * PER-STEP WINDOW DATA, SUBSCRIPTED IN STEP WITH THE CATALOG
      * TABLE ONCE IT IS IN RUN ORDER. THE LAST N CLEAN ELAPSED
      * TIMES ARE KEPT IN A RING, OLDEST OVERWRITTEN FIRST.
       01  WS-SLA-TABLE.
           05 WS-SLA-ROW                 OCCURS 20 TIMES.
              10 WS-SLA-CRITICAL         PIC X(01).
              10 WS-SLA-TARGET-TIME      PIC 9(04).
              10 WS-SLA-TARGET-ABS       PIC S9(15) COMP-3.
              10 WS-SLA-LATE-SW          PIC X(01).
              10 WS-SLA-HIST-COUNT       PIC 9(02) COMP.
              10 WS-SLA-HIST-NEXT        PIC 9(02) COMP.
              10 WS-SLA-HIST-SEC         PIC 9(07) OCCURS 10 TIMES.
              10 WS-SLA-AVG-SEC          PIC 9(07).

       01  WS-STEPCAT-FILE-STATUS.
           05 WS-STEPCAT-FS              PIC X(02).
              88 C-STEPCAT-OK            VALUE '00'.
              10 WS-CAT-PRED             PIC X(08).
              10 WS-CAT-ENABLED          PIC X(01).
              10 WS-CAT-DONE             PIC X(01).
              10 WS-CAT-FREQ             PIC X(01).
              10 WS-CAT-FREQ-DAY         PIC 9(01).
              10 WS-CAT-DUE              PIC X(01).
              10 WS-CAT-REASON           PIC X(30).

       01  WS-CAT-SWAP-ROW.
           05 WS-SWAP-NAME               PIC X(08).
           05 WS-SWAP-PRED               PIC X(08).
           05 WS-SWAP-ENABLED            PIC X(01).
           05 WS-SWAP-DONE               PIC X(01).
           05 WS-SWAP-FREQ               PIC X(01).
           05 WS-SWAP-FREQ-DAY           PIC 9(01).
           05 WS-SWAP-DUE                PIC X(01).
           05 WS-SWAP-REASON             PIC X(30).

       01  WS-SUBSCRIPTS.
           05 CAT-SUB                    PIC 9(03) COMP.
           05 SUB1                       PIC 9(03) COMP.
           05 SUB2                       PIC 9(03) COMP.
           05 PRED-SUB                   PIC 9(03) COMP.
           05 CAL-SUB                    PIC 9(03) COMP.
           05 HIST-SUB                   PIC 9(03) COMP.

       01  WS-PRED-OK-SW                 PIC X(01) VALUE 'Y'.
           88 C-PRED-OK                  VALUE 'Y'.
           88 C-PRED-NOT-DONE            VALUE 'N'.

      * WHICH OF THE PROBE-OWNING STEPS ARE ACTUALLY IN TONIGHT'S
      * CATALOG, ENABLED AND DUE - A DISABLED OR ABSENT STEP MUST NOT
      * HAVE ITS INPUTS PROBED, OR DISABLING COVIDRPT DURING A FEED
      * OUTAGE WOULD STILL KILL THE WHOLE NIGHT ON THE MISSING
      * INDD01.
           PERFORM 1300-LOAD-STEP-CATALOG
              THRU 1300-LOAD-STEP-CATALOG-EXIT.

           PERFORM 1450-LOAD-RUN-CALENDAR
              THRU 1450-LOAD-RUN-CALENDAR-EXIT.

           PERFORM 1600-SET-STEPS-DUE
              THRU 1600-SET-STEPS-DUE-EXIT.

           PERFORM 1700-PREFLIGHT-CHECKS
              THRU 1700-PREFLIGHT-CHECKS-EXIT.

           PERFORM 1500-READ-CHECKPOINTS
              THRU 1500-READ-CHECKPOINTS-EXIT.

           PERFORM 1800-LOAD-SLA-CONTROL
              THRU 1800-LOAD-SLA-CONTROL-EXIT.

           IF C-SLA-ACTIVE THEN
              PERFORM 1850-LOAD-STEP-HISTORY
                 THRU 1850-LOAD-STEP-HISTORY-EXIT
              PERFORM 1880-SET-WINDOW-TARGETS
                 THRU 1880-SET-WINDOW-TARGETS-EXIT
           END-IF.

           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CAT-COUNT
              PERFORM 2000-RUN-CATALOG-STEP
                       TO WS-CAT-ENABLED (WS-CAT-COUNT)
                    MOVE 'N'
                       TO WS-CAT-DONE (WS-CAT-COUNT)
                    MOVE SCAT-FREQ
                       TO WS-CAT-FREQ (WS-CAT-COUNT)
                    IF SCAT-FREQ-DAY IS NUMERIC THEN
                       MOVE SCAT-FREQ-DAY
                          TO WS-CAT-FREQ-DAY (WS-CAT-COUNT)
                    ELSE
                       MOVE 0
                          TO WS-CAT-FREQ-DAY (WS-CAT-COUNT)
                    END-IF
                 END-IF

                 PERFORM 1310-READ-CATALOG-REC
           MOVE SPACES     TO WS-CAT-PRED (1).
           MOVE 'Y'        TO WS-CAT-ENABLED (1).
           MOVE 'N'        TO WS-CAT-DONE (1).
           MOVE 'D'        TO WS-CAT-FREQ (1).
           MOVE 0          TO WS-CAT-FREQ-DAY (1).

           MOVE 'NEWSRANK' TO WS-CAT-NAME (2).
           MOVE 020        TO WS-CAT-ORDER (2).
           MOVE SPACES     TO WS-CAT-PRED (2).
           MOVE 'Y'        TO WS-CAT-ENABLED (2).
           MOVE 'N'        TO WS-CAT-DONE (2).
           MOVE 'D'        TO WS-CAT-FREQ (2).
           MOVE 0          TO WS-CAT-FREQ-DAY (2).

           MOVE 'UNEMPCLM' TO WS-CAT-NAME (3).
           MOVE 030        TO WS-CAT-ORDER (3).
           MOVE SPACES     TO WS-CAT-PRED (3).
           MOVE 'Y'        TO WS-CAT-ENABLED (3).
           MOVE 'N'        TO WS-CAT-DONE (3).
           MOVE 'D'        TO WS-CAT-FREQ (3).
           MOVE 0          TO WS-CAT-FREQ-DAY (3).
       1350-DEFAULT-CATALOG-EXIT.
      *-------------------------*
           EXIT.
      *----------------------*
           EXIT.

      *
      * KEEPS THE CALENDAR CARDS FROM THE LOOK-BACK WINDOW UP TO
      * THE RUN DATE - ENOUGH TO TELL WHETHER THE RUN DATE AND THE
      * DAYS JUST BEFORE IT WERE BUSINESS DAYS, AND WHICH ON-DEMAND
      * STEPS WERE ASKED FOR TONIGHT. A CARD WITH A BAD DATE OR AN
      * UNKNOWN TYPE IS REPORTED AND IGNORED.
       1450-LOAD-RUN-CALENDAR.
      *----------------------*
           MOVE 0 TO WS-CAL-COUNT.
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-CAL-LOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER
                                            - WS-MAX-LOOKBACK - 1).

           OPEN INPUT RUN-CAL.

           IF C-RUNCAL-NOTEXST THEN
              DISPLAY 'RUNBATCH - NO RUN CALENDAR - MONDAY TO '
                      'FRIDAY ARE BUSINESS DAYS'
              GO TO 1450-LOAD-RUN-CALENDAR-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           PERFORM 1460-READ-CALENDAR-REC
              THRU 1460-READ-CALENDAR-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
              EVALUATE TRUE
                 WHEN CAL-DATE NOT NUMERIC
                 WHEN NOT (C-CAL-HOLIDAY OR C-CAL-BUSINESS-DAY
                           OR C-CAL-RUN-REQUEST)
                    DISPLAY 'RUNBATCH - BAD RUN CALENDAR CARD '
                            'IGNORED: ' RUN-CAL-REC (1:19)

                 WHEN CAL-DATE < WS-CAL-LOW-DATE
                 WHEN CAL-DATE > WS-RUN-DATE
                    CONTINUE

                 WHEN WS-CAL-COUNT >= 200
                    DISPLAY 'RUNBATCH - RUN CALENDAR TABLE FULL - '
                            'CARD IGNORED: ' RUN-CAL-REC (1:19)

                 WHEN OTHER
                    ADD 1 TO WS-CAL-COUNT
                    MOVE CAL-DATE      TO WS-CAL-DATE (WS-CAL-COUNT)
                    MOVE CAL-TYPE      TO WS-CAL-TYPE (WS-CAL-COUNT)
                    MOVE CAL-STEP-NAME TO WS-CAL-STEP (WS-CAL-COUNT)
              END-EVALUATE

              PERFORM 1460-READ-CALENDAR-REC
                 THRU 1460-READ-CALENDAR-REC-EXIT
           END-PERFORM.

           CLOSE RUN-CAL.
       1450-LOAD-RUN-CALENDAR-EXIT.
      *---------------------------*
           EXIT.

      *
       1460-READ-CALENDAR-REC.
      *----------------------*
           READ RUN-CAL
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1460-READ-CALENDAR-REC-EXIT.
      *---------------------------*
           EXIT.

      *
      * DECIDES FOR EVERY CATALOG STEP WHETHER IT IS DUE ON THE RUN
      * DATE. A STEP THAT IS NOT DUE IS MARKED 'S' IN ITS DONE FLAG
      * SO A STEP THAT NAMES IT AS PREDECESSOR IS NOT HELD ON A
      * NIGHT IT WAS NEVER MEANT TO RUN.
       1600-SET-STEPS-DUE.
      *------------------*
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CAT-COUNT
              PERFORM 1610-SET-ONE-STEP-DUE
                 THRU 1610-SET-ONE-STEP-DUE-EXIT
              IF WS-CAT-DUE (CAT-SUB) NOT = 'Y' THEN
                 MOVE 'S' TO WS-CAT-DONE (CAT-SUB)
              END-IF
           END-PERFORM.
       1600-SET-STEPS-DUE-EXIT.
      *-----------------------*
           EXIT.

      *
      * DAILY STEPS (AND OLD CARDS WITH NO FREQUENCY) ARE ALWAYS
      * DUE. AN ON-DEMAND STEP IS DUE ONLY WHEN THE CALENDAR HAS A
      * RUN REQUEST FOR IT ON THE RUN DATE. A MIS-PUNCHED FREQUENCY
      * IS NEVER RUN ON A GUESS.
       1610-SET-ONE-STEP-DUE.
      *---------------------*
           MOVE 'N'    TO WS-CAT-DUE (CAT-SUB).
           MOVE SPACES TO WS-CAT-REASON (CAT-SUB).

           EVALUATE WS-CAT-FREQ (CAT-SUB)
              WHEN 'D'
              WHEN SPACE
                 MOVE 'Y' TO WS-CAT-DUE (CAT-SUB)

              WHEN 'O'
                 MOVE 'ON DEMAND - NOT REQUESTED'
                    TO WS-CAT-REASON (CAT-SUB)
                 PERFORM VARYING CAL-SUB FROM 1 BY 1
                         UNTIL CAL-SUB > WS-CAL-COUNT
                    IF WS-CAL-DATE (CAL-SUB) = WS-RUN-DATE
                       AND WS-CAL-TYPE (CAL-SUB) = 'R'
                       AND WS-CAL-STEP (CAL-SUB) =
                           WS-CAT-NAME (CAT-SUB) THEN
                       MOVE 'Y'    TO WS-CAT-DUE (CAT-SUB)
                       MOVE SPACES TO WS-CAT-REASON (CAT-SUB)
                    END-IF
                 END-PERFORM

              WHEN 'W'
                 IF WS-CAT-FREQ-DAY (CAT-SUB) < 1 OR
                    WS-CAT-FREQ-DAY (CAT-SUB) > 7 THEN
                    MOVE 'NO WEEKDAY ON CATALOG CARD'
                       TO WS-CAT-REASON (CAT-SUB)
                 ELSE
                    PERFORM 1620-CHECK-PERIODIC-DUE
                       THRU 1620-CHECK-PERIODIC-DUE-EXIT
                 END-IF

              WHEN 'M'
              WHEN 'Q'
              WHEN 'Y'
                 PERFORM 1620-CHECK-PERIODIC-DUE
                    THRU 1620-CHECK-PERIODIC-DUE-EXIT

              WHEN OTHER
                 MOVE 'UNKNOWN FREQUENCY ON CARD'
                    TO WS-CAT-REASON (CAT-SUB)
           END-EVALUATE.
       1610-SET-ONE-STEP-DUE-EXIT.
      *--------------------------*
           EXIT.

      *
      * A PERIODIC STEP RUNS ON ITS NOMINAL DAY WHEN THAT IS A
      * BUSINESS DAY. WHEN THE NOMINAL DAY IS A HOLIDAY OR A
      * WEEKEND IT MOVES TO THE NEXT BUSINESS DAY - SO ON A
      * BUSINESS DAY THE STEP IS ALSO DUE IF ITS NOMINAL DAY FELL
      * IN THE RUN OF NON-BUSINESS DAYS JUST BEFORE IT.
       1620-CHECK-PERIODIC-DUE.
      *-----------------------*
           MOVE WS-RUN-DATE TO WS-TEST-DATE.
           PERFORM 1630-TEST-NOMINAL-DATE
              THRU 1630-TEST-NOMINAL-DATE-EXIT.
           PERFORM 1640-TEST-BUSINESS-DAY
              THRU 1640-TEST-BUSINESS-DAY-EXIT.

           IF C-NON-BUSINESS-DAY THEN
              IF C-NOMINAL-DATE THEN
                 MOVE 'NOT A BUSINESS DAY - MOVED ON'
                    TO WS-CAT-REASON (CAT-SUB)
              ELSE
                 MOVE 'NOT DUE ON THIS DATE'
                    TO WS-CAT-REASON (CAT-SUB)
              END-IF
              GO TO 1620-CHECK-PERIODIC-DUE-EXIT
           END-IF.

           IF C-NOMINAL-DATE THEN
              MOVE 'Y' TO WS-CAT-DUE (CAT-SUB)
              GO TO 1620-CHECK-PERIODIC-DUE-EXIT
           END-IF.

           MOVE 'NOT DUE ON THIS DATE' TO WS-CAT-REASON (CAT-SUB).

           PERFORM VARYING WS-LOOKBACK FROM 1 BY 1
                   UNTIL WS-LOOKBACK > WS-MAX-LOOKBACK
              COMPUTE WS-TEST-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER
                                               - WS-LOOKBACK)
              PERFORM 1640-TEST-BUSINESS-DAY
                 THRU 1640-TEST-BUSINESS-DAY-EXIT
              IF C-BUSINESS-DAY THEN
                 MOVE WS-MAX-LOOKBACK TO WS-LOOKBACK
              ELSE
                 PERFORM 1630-TEST-NOMINAL-DATE
                    THRU 1630-TEST-NOMINAL-DATE-EXIT
                 IF C-NOMINAL-DATE THEN
                    MOVE 'Y'    TO WS-CAT-DUE (CAT-SUB)
                    MOVE SPACES TO WS-CAT-REASON (CAT-SUB)
                    DISPLAY 'RUNBATCH - ' WS-CAT-NAME (CAT-SUB)
                            ' DUE ' WS-TEST-DATE
                            ' - MOVED TO BUSINESS DAY ' WS-RUN-DATE
                    MOVE WS-MAX-LOOKBACK TO WS-LOOKBACK
                 END-IF
              END-IF
           END-PERFORM.
       1620-CHECK-PERIODIC-DUE-EXIT.
      *----------------------------*
           EXIT.

      *
      * IS WS-TEST-DATE THE STEP'S OWN DAY - ITS WEEKDAY, OR THE
      * LAST CALENDAR DAY OF THE MONTH, QUARTER OR YEAR.
      * INTEGER-OF-DATE DAY 1 IS A MONDAY, SO THE REMAINDER BY 7
      * GIVES 1 = MONDAY ... 7 = SUNDAY.
       1630-TEST-NOMINAL-DATE.
      *----------------------*
           SET C-NOT-NOMINAL-DATE TO TRUE.
           COMPUTE WS-TEST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
           COMPUTE WS-TEST-WEEKDAY =
                   FUNCTION REM(WS-TEST-INTEGER - 1, 7) + 1.
           COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INTEGER + 1).

           EVALUATE WS-CAT-FREQ (CAT-SUB)
              WHEN 'W'
                 IF WS-TEST-WEEKDAY = WS-CAT-FREQ-DAY (CAT-SUB) THEN
                    SET C-NOMINAL-DATE TO TRUE
                 END-IF
              WHEN 'M'
                 IF WS-NEXT-DAY = 1 THEN
                    SET C-NOMINAL-DATE TO TRUE
                 END-IF
              WHEN 'Q'
                 IF WS-NEXT-DAY = 1 AND
                    (WS-TEST-MONTH = 3 OR 6 OR 9 OR 12) THEN
                    SET C-NOMINAL-DATE TO TRUE
                 END-IF
              WHEN 'Y'
                 IF WS-NEXT-DAY = 1 AND WS-TEST-MONTH = 12 THEN
                    SET C-NOMINAL-DATE TO TRUE
                 END-IF
           END-EVALUATE.
       1630-TEST-NOMINAL-DATE-EXIT.
      *---------------------------*
           EXIT.

      *
      * MONDAY TO FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR
      * MARKS THEM AS HOLIDAYS; A WEEKEND DAY IS ONE ONLY WHEN THE
      * CALENDAR SAYS IT IS WORKED.
       1640-TEST-BUSINESS-DAY.
      *----------------------*
           COMPUTE WS-TEST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
           COMPUTE WS-TEST-WEEKDAY =
                   FUNCTION REM(WS-TEST-INTEGER - 1, 7) + 1.

           IF WS-TEST-WEEKDAY > 5 THEN
              SET C-NON-BUSINESS-DAY TO TRUE
           ELSE
              SET C-BUSINESS-DAY TO TRUE
           END-IF.

           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > WS-CAL-COUNT
              IF WS-CAL-DATE (CAL-SUB) = WS-TEST-DATE THEN
                 EVALUATE WS-CAL-TYPE (CAL-SUB)
                    WHEN 'H' SET C-NON-BUSINESS-DAY TO TRUE
                    WHEN 'B' SET C-BUSINESS-DAY TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM.
       1640-TEST-BUSINESS-DAY-EXIT.
      *---------------------------*
           EXIT.

      *
      * EACH STEP INPUT IS OPENED AND READ ONCE. A MISSING OR EMPTY
      * FILE NAMES ITSELF IN THE FAILURE MESSAGE AND STOPS THE RUN
      * BEFORE ANY STEP LAUNCHES. A PROBE ONLY RUNS WHEN THE STEP
      * THAT OWNS THE INPUT IS IN THE CATALOG, ENABLED AND DUE - THE
      * COVID EXTRACT AND THE NEWS FEED SHARE THE INDD01 DD IN THIS
      * RUN UNIT, SO EITHER OWNER KEEPS THAT PROBE ALIVE.
       1700-PREFLIGHT-CHECKS.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-CAT-COUNT
              IF WS-CAT-ENABLED (SUB1) = 'Y' AND
                 WS-CAT-DUE (SUB1) = 'Y' THEN
                 EVALUATE WS-CAT-NAME (SUB1)
                    WHEN 'COVIDRPT' MOVE 'Y' TO WS-WANT-COVIDRPT
                    WHEN 'NEWSRANK' MOVE 'Y' TO WS-WANT-NEWSRANK
      *----------------------------*
           EXIT.

      *
      * THE SUITE CARD SETS THE SUITE TARGET, THE OVERRUN MULTIPLE
      * AND THE AVERAGING DEPTH (DEFAULTS TWICE THE AVERAGE OVER
      * THE LAST SEVEN CLEAN RUNS); EACH C CARD MARKS A CATALOG
      * STEP CRITICAL WITH ITS OWN TARGET.
       1800-LOAD-SLA-CONTROL.
      *---------------------*
           INITIALIZE WS-SLA-TABLE.
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 20
              MOVE 'N' TO WS-SLA-CRITICAL (SUB1)
                          WS-SLA-LATE-SW (SUB1)
              MOVE 1   TO WS-SLA-HIST-NEXT (SUB1)
           END-PERFORM.

           OPEN INPUT SLA-CTL.

           IF C-SLACTL-NOTEXST THEN
              DISPLAY 'RUNBATCH - NO SLACTL TARGETS - BATCH WINDOW '
                      'NOT WATCHED'
              GO TO 1800-LOAD-SLA-CONTROL-EXIT
           END-IF.

           SET C-SLA-ACTIVE TO TRUE.
           MOVE 'N' TO LASTREC.
           PERFORM 1810-READ-SLA-REC
              THRU 1810-READ-SLA-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
              PERFORM 1820-APPLY-SLA-CARD
                 THRU 1820-APPLY-SLA-CARD-EXIT
              PERFORM 1810-READ-SLA-REC
                 THRU 1810-READ-SLA-REC-EXIT
           END-PERFORM.

           CLOSE SLA-CTL.
       1800-LOAD-SLA-CONTROL-EXIT.
      *--------------------------*
           EXIT.

      *
       1810-READ-SLA-REC.
      *-----------------*
           READ SLA-CTL
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1810-READ-SLA-REC-EXIT.
      *----------------------*
           EXIT.

      *
       1820-APPLY-SLA-CARD.
      *-------------------*
           IF SLA-TARGET-TIME NOT NUMERIC OR
              SLA-TARGET-HH > 23 OR SLA-TARGET-MM > 59 THEN
              DISPLAY 'RUNBATCH - BAD SLACTL TARGET TIME IGNORED: '
                      SLA-CTL-REC (1:15)
              GO TO 1820-APPLY-SLA-CARD-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN C-SLA-SUITE-CARD
                 MOVE SLA-TARGET-TIME TO WS-SUITE-TARGET-TIME
                 SET C-SUITE-TARGET-SET TO TRUE
                 IF SLA-OVERRUN-MULT IS NUMERIC AND
                    SLA-OVERRUN-MULT > 1 THEN
                    MOVE SLA-OVERRUN-MULT TO WS-OVERRUN-MULT
                 END-IF
                 IF SLA-HIST-RUNS IS NUMERIC AND
                    SLA-HIST-RUNS > 0 AND SLA-HIST-RUNS <= 10 THEN
                    MOVE SLA-HIST-RUNS TO WS-HIST-RUNS
                 END-IF

              WHEN C-SLA-STEP-CARD
                 MOVE 0 TO SUB2
                 PERFORM VARYING SUB1 FROM 1 BY 1
                         UNTIL SUB1 > WS-CAT-COUNT
                    IF WS-CAT-NAME (SUB1) = SLA-STEP-NAME THEN
                       MOVE SUB1 TO SUB2
                    END-IF
                 END-PERFORM
                 IF SUB2 = 0 THEN
                    DISPLAY 'RUNBATCH - SLACTL STEP NOT IN CATALOG: '
                            SLA-STEP-NAME
                 ELSE
                    MOVE 'Y' TO WS-SLA-CRITICAL (SUB2)
                    MOVE SLA-TARGET-TIME
                       TO WS-SLA-TARGET-TIME (SUB2)
                 END-IF

              WHEN OTHER
                 DISPLAY 'RUNBATCH - BAD SLACTL CARD TYPE IGNORED: '
                         SLA-CTL-REC (1:15)
           END-EVALUATE.
       1820-APPLY-SLA-CARD-EXIT.
      *------------------------*
           EXIT.

      *
      * ONE PASS OVER THE RUN LOG. EARLIER NIGHTS' CLEAN ATTEMPTS
      * FEED EACH STEP'S AVERAGE - A FAILED OR NOT-SCHEDULED ATTEMPT
      * SAYS NOTHING ABOUT HOW LONG THE STEP TAKES. RECORDS ALREADY
      * LOGGED FOR THIS RUN DATE (A RESUBMISSION) MOVE THE NIGHT'S
      * START BACK TO THE FIRST ATTEMPT, SO A RERUN IS MEASURED
      * AGAINST THE SAME TARGET AS THE NIGHT IT IS FINISHING.
       1850-LOAD-STEP-HISTORY.
      *----------------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STEP-START-STAMP.
           COMPUTE WS-SUITE-START-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE).
           COMPUTE WS-SUITE-START-ABS =
                   WS-SUITE-START-DAYS * 86400
                 + WS-START-HH * 3600
                 + WS-START-MM * 60
                 + WS-START-SS.

           OPEN INPUT RUN-LOG.

           IF NOT C-RUNLOG-OK THEN
              DISPLAY 'RUNBATCH - NO RUN LOG HISTORY - NOTHING TO '
                      'PROJECT FROM'
              GO TO 1850-LOAD-STEP-HISTORY-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           PERFORM 1860-READ-RLOG-REC
              THRU 1860-READ-RLOG-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
              PERFORM 1870-NOTE-HISTORY
                 THRU 1870-NOTE-HISTORY-EXIT
              PERFORM 1860-READ-RLOG-REC
                 THRU 1860-READ-RLOG-REC-EXIT
           END-PERFORM.

           CLOSE RUN-LOG.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-CAT-COUNT
              MOVE 0 TO WS-HIST-TOTAL
              PERFORM VARYING HIST-SUB FROM 1 BY 1
                      UNTIL HIST-SUB > WS-SLA-HIST-COUNT (SUB1)
                 ADD WS-SLA-HIST-SEC (SUB1, HIST-SUB)
                    TO WS-HIST-TOTAL
              END-PERFORM
              IF WS-SLA-HIST-COUNT (SUB1) > 0 THEN
                 COMPUTE WS-SLA-AVG-SEC (SUB1) ROUNDED =
                         WS-HIST-TOTAL / WS-SLA-HIST-COUNT (SUB1)
              END-IF
           END-PERFORM.
       1850-LOAD-STEP-HISTORY-EXIT.
      *---------------------------*
           EXIT.

      *
       1860-READ-RLOG-REC.
      *------------------*
           READ RUN-LOG
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1860-READ-RLOG-REC-EXIT.
      *-----------------------*
           EXIT.

      *
       1870-NOTE-HISTORY.
      *-----------------*
           IF RLOG-RUN-DATE = WS-RUN-DATE AND
              RLOG-START-DATE IS NUMERIC AND
              RLOG-START-TIME IS NUMERIC THEN
              COMPUTE WS-STAMP-ABS =
                      FUNCTION INTEGER-OF-DATE(RLOG-START-DATE)
                      * 86400
                    + RLOG-START-HH * 3600
                    + RLOG-START-MM * 60
                    + RLOG-START-SS
              IF WS-STAMP-ABS < WS-SUITE-START-ABS THEN
                 MOVE WS-STAMP-ABS TO WS-SUITE-START-ABS
                 COMPUTE WS-SUITE-START-DAYS =
                         FUNCTION INTEGER-OF-DATE(RLOG-START-DATE)
              END-IF
           END-IF.

           IF RLOG-RUN-DATE >= WS-RUN-DATE OR
              RLOG-OUTCOME = 'NOT SCHEDULED' OR
              RLOG-RETURN-CODE NOT = 0 THEN
              GO TO 1870-NOTE-HISTORY-EXIT
           END-IF.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-CAT-COUNT
              IF WS-CAT-NAME (SUB1) = RLOG-STEP-NAME THEN
                 MOVE WS-SLA-HIST-NEXT (SUB1) TO HIST-SUB
                 MOVE RLOG-ELAPSED-SEC
                    TO WS-SLA-HIST-SEC (SUB1, HIST-SUB)
                 IF WS-SLA-HIST-COUNT (SUB1) < WS-HIST-RUNS THEN
                    ADD 1 TO WS-SLA-HIST-COUNT (SUB1)
                 END-IF
                 IF HIST-SUB >= WS-HIST-RUNS THEN
                    MOVE 1 TO WS-SLA-HIST-NEXT (SUB1)
                 ELSE
                    ADD 1 TO WS-SLA-HIST-NEXT (SUB1)
                 END-IF
              END-IF
           END-PERFORM.
       1870-NOTE-HISTORY-EXIT.
      *----------------------*
           EXIT.

      *
      * EVERY TARGET IS THE FIRST TIME AT THAT HHMM AFTER THE
      * NIGHT STARTED - A 22:00 START WITH AN 06:00 TARGET MEANS
      * 06:00 TOMORROW.
       1880-SET-WINDOW-TARGETS.
      *-----------------------*
           IF C-SUITE-TARGET-SET THEN
              MOVE WS-SUITE-TARGET-TIME TO WS-TARGET-HHMM
              PERFORM 1890-TARGET-TO-ABS
                 THRU 1890-TARGET-TO-ABS-EXIT
              MOVE WS-TARGET-ABS TO WS-SUITE-TARGET-ABS
           END-IF.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-CAT-COUNT
              IF WS-SLA-CRITICAL (SUB1) = 'Y' THEN
                 MOVE WS-SLA-TARGET-TIME (SUB1) TO WS-TARGET-HHMM
                 PERFORM 1890-TARGET-TO-ABS
                    THRU 1890-TARGET-TO-ABS-EXIT
                 MOVE WS-TARGET-ABS TO WS-SLA-TARGET-ABS (SUB1)
              END-IF
           END-PERFORM.
       1880-SET-WINDOW-TARGETS-EXIT.
      *----------------------------*
           EXIT.

      *
       1890-TARGET-TO-ABS.
      *------------------*
           COMPUTE WS-TARGET-ABS =
                   WS-SUITE-START-DAYS * 86400
                 + WS-TARGET-HH * 3600
                 + WS-TARGET-MM * 60.
           IF WS-TARGET-ABS <= WS-SUITE-START-ABS THEN
              ADD 86400 TO WS-TARGET-ABS
           END-IF.
       1890-TARGET-TO-ABS-EXIT.
      *-----------------------*
           EXIT.

      *
      * ONE CATALOG ENTRY PER VISIT: DISABLED AND ALREADY-COMPLETE
      * STEPS ARE SKIPPED WITH A MESSAGE, A STEP NOT DUE ON THE RUN
      * DATE IS SKIPPED AND LOGGED AS NOT SCHEDULED, A STEP WHOSE
      * PREDECESSOR HAS NOT COMPLETED IS HELD BACK, AND EVERYTHING
      * THAT RUNS GETS THE SAME RUN-LOG AND CHECKPOINT TREATMENT THE
      * ORIGINAL THREE STEPS HAD.
       2000-RUN-CATALOG-STEP.
      *---------------------*
           EVALUATE TRUE
                 DISPLAY 'RUNBATCH - ' WS-CAT-NAME (CAT-SUB)
                         ' DISABLED IN CATALOG - SKIPPING'

              WHEN WS-CAT-DUE (CAT-SUB) NOT = 'Y'
                 DISPLAY 'RUNBATCH - ' WS-CAT-NAME (CAT-SUB)
                         ' NOT SCHEDULED FOR ' WS-RUN-DATE
                         ' - ' WS-CAT-REASON (CAT-SUB)
                 PERFORM 7600-LOG-NOT-SCHEDULED
                    THRU 7600-LOG-NOT-SCHEDULED-EXIT

              WHEN WS-CAT-DONE (CAT-SUB) = 'Y'
                 DISPLAY WS-CAT-NAME (CAT-SUB)
                         ' ALREADY COMPLETE FOR ' WS-RUN-DATE
      *
      * A BLANK PREDECESSOR ALWAYS PASSES. A NAMED ONE MUST BE A
      * CATALOG STEP ALREADY MARKED DONE - BY TONIGHT'S RUN OR BY A
      * CHECKPOINT FROM AN EARLIER ATTEMPT - OR ONE THAT IS NOT
      * SCHEDULED ON THE RUN DATE AT ALL. A PREDECESSOR THAT IS
      * NOT IN THE CATALOG AT ALL IS A CARD ERROR AND HOLDS THE
      * STEP.
       2100-CHECK-PREDECESSOR.
              PERFORM VARYING PRED-SUB FROM 1 BY 1
                      UNTIL PRED-SUB > WS-CAT-COUNT
                 IF WS-CAT-NAME (PRED-SUB) = WS-CAT-PRED (CAT-SUB)
                    AND (WS-CAT-DONE (PRED-SUB) = 'Y' OR 'S') THEN
                    SET C-PRED-OK TO TRUE
                    MOVE WS-CAT-COUNT TO PRED-SUB
                 END-IF
           CALL WS-CAT-NAME (CAT-SUB).
           PERFORM 7500-WRITE-RUN-LOG
              THRU 7500-WRITE-RUN-LOG-EXIT.
      * RETURN CODE 4 IS THE SUITE'S WARNING LEVEL - THE STEP DID
      * ITS WORK AND SAID SO ON ITS REPORT - SO IT IS CHECKPOINTED
      * LIKE A CLEAN STEP AND ITS SUCCESSORS ARE NOT HELD.
           IF RETURN-CODE <= 4 THEN
              IF RETURN-CODE = 0 THEN
                 DISPLAY 'RUNBATCH - ' WS-CAT-NAME (CAT-SUB)
                         ' COMPLETE'
              ELSE
                 DISPLAY 'RUNBATCH - ' WS-CAT-NAME (CAT-SUB)
                         ' COMPLETE WITH WARNINGS, RETURN CODE '
                         RETURN-CODE
              END-IF
              MOVE 'Y' TO WS-CAT-DONE (CAT-SUB)
              MOVE WS-CAT-NAME (CAT-SUB) TO CHKPT-STEP-NAME
              PERFORM 8000-WRITE-CHECKPOINT
                      ' FAILED, RETURN CODE '
                      RETURN-CODE ' - STEP NOT CHECKPOINTED COMPLETE'
           END-IF.

           IF C-SLA-ACTIVE THEN
              PERFORM 2300-CHECK-BATCH-WINDOW
                 THRU 2300-CHECK-BATCH-WINDOW-EXIT
           END-IF.
       2200-LAUNCH-STEP-EXIT.
      *---------------------*
           EXIT.

      *
      * RUN AFTER EVERY STEP THAT WAS LAUNCHED. THE PROJECTION IS
      * NOW PLUS THE AVERAGE OF EVERY LATER STEP THAT IS ENABLED,
      * DUE AND NOT YET DONE; A STEP WITH NO CLEAN HISTORY ADDS
      * NOTHING. EACH TARGET RAISES ITS LATE ALERT ONCE A NIGHT.
       2300-CHECK-BATCH-WINDOW.
      *-----------------------*
           COMPUTE WS-NOW-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE) * 86400
                 + WS-END-SECS.

           IF WS-SLA-HIST-COUNT (CAT-SUB) > 0 AND
              WS-SLA-AVG-SEC (CAT-SUB) > 0 THEN
              COMPUTE WS-OVERRUN-LIMIT =
                      WS-SLA-AVG-SEC (CAT-SUB) * WS-OVERRUN-MULT
              IF WS-ELAPSED-SEC > WS-OVERRUN-LIMIT THEN
                 MOVE 'OVERRUN'              TO WS-ALERT-TYPE
                 MOVE WS-CAT-NAME (CAT-SUB)  TO WS-ALERT-STEP
                 MOVE 0                      TO WS-ALERT-TARGET
                                                WS-ALERT-LATE-SECS
                 MOVE WS-NOW-ABS             TO WS-ALERT-ABS
                 MOVE WS-ELAPSED-SEC         TO WS-ALERT-ELAPSED
                 MOVE WS-SLA-AVG-SEC (CAT-SUB)
                                             TO WS-ALERT-AVG
                 PERFORM 7700-WRITE-BATCH-ALERT
                    THRU 7700-WRITE-BATCH-ALERT-EXIT
              END-IF
           END-IF.

           IF WS-SLA-CRITICAL (CAT-SUB) = 'Y' AND
              WS-SLA-LATE-SW (CAT-SUB) = 'N' AND
              WS-NOW-ABS > WS-SLA-TARGET-ABS (CAT-SUB) THEN
              MOVE 'Y'                       TO WS-SLA-LATE-SW (CAT-SUB)
              MOVE 'MISSED'                  TO WS-ALERT-TYPE
              MOVE WS-CAT-NAME (CAT-SUB)     TO WS-ALERT-STEP
              MOVE WS-SLA-TARGET-TIME (CAT-SUB)
                                             TO WS-ALERT-TARGET
              MOVE WS-NOW-ABS                TO WS-ALERT-ABS
              COMPUTE WS-ALERT-LATE-SECS =
                      WS-NOW-ABS - WS-SLA-TARGET-ABS (CAT-SUB)
              MOVE WS-ELAPSED-SEC            TO WS-ALERT-ELAPSED
              MOVE WS-SLA-AVG-SEC (CAT-SUB)  TO WS-ALERT-AVG
              PERFORM 7700-WRITE-BATCH-ALERT
                 THRU 7700-WRITE-BATCH-ALERT-EXIT
           END-IF.

           MOVE WS-NOW-ABS TO WS-PROJECTED-ABS.

           PERFORM VARYING SUB1 FROM CAT-SUB BY 1
                   UNTIL SUB1 >= WS-CAT-COUNT
              IF WS-CAT-ENABLED (SUB1 + 1) = 'Y' AND
                 WS-CAT-DUE (SUB1 + 1) = 'Y' AND
                 WS-CAT-DONE (SUB1 + 1) = 'N' THEN
                 PERFORM 2310-PROJECT-NEXT-STEP
                    THRU 2310-PROJECT-NEXT-STEP-EXIT
              END-IF
           END-PERFORM.

           MOVE WS-PROJECTED-ABS TO WS-SPLIT-ABS.
           PERFORM 7800-SPLIT-ABS-TIME
              THRU 7800-SPLIT-ABS-TIME-EXIT.
           DISPLAY 'RUNBATCH - PROJECTED SUITE FINISH ' WS-SPLIT-DATE
                   ' ' WS-SPLIT-HHMM ' TARGET ' WS-SUITE-TARGET-TIME.

           IF C-SUITE-TARGET-SET AND
              NOT C-SUITE-LATE-ALERTED AND
              WS-PROJECTED-ABS > WS-SUITE-TARGET-ABS THEN
              SET C-SUITE-LATE-ALERTED TO TRUE
              MOVE 'SUITLATE'                TO WS-ALERT-TYPE
              MOVE SPACES                    TO WS-ALERT-STEP
              MOVE WS-SUITE-TARGET-TIME      TO WS-ALERT-TARGET
              MOVE WS-PROJECTED-ABS          TO WS-ALERT-ABS
              COMPUTE WS-ALERT-LATE-SECS =
                      WS-PROJECTED-ABS - WS-SUITE-TARGET-ABS
              MOVE 0                         TO WS-ALERT-ELAPSED
                                                WS-ALERT-AVG
              PERFORM 7700-WRITE-BATCH-ALERT
                 THRU 7700-WRITE-BATCH-ALERT-EXIT
           END-IF.
       2300-CHECK-BATCH-WINDOW-EXIT.
      *----------------------------*
           EXIT.

      *
      * ADDS ONE STEP STILL TO RUN (SUB1 + 1) TO THE PROJECTION AND
      * CHECKS IT AGAINST ITS OWN TARGET WHEN IT IS CRITICAL.
       2310-PROJECT-NEXT-STEP.
      *----------------------*
           MOVE SUB1 TO SUB2.
           ADD 1 TO SUB2.
           ADD WS-SLA-AVG-SEC (SUB2) TO WS-PROJECTED-ABS.

           IF WS-SLA-CRITICAL (SUB2) = 'Y' AND
              WS-SLA-LATE-SW (SUB2) = 'N' AND
              WS-PROJECTED-ABS > WS-SLA-TARGET-ABS (SUB2) THEN
              MOVE 'Y'                       TO WS-SLA-LATE-SW (SUB2)
              MOVE 'STEPLATE'                TO WS-ALERT-TYPE
              MOVE WS-CAT-NAME (SUB2)        TO WS-ALERT-STEP
              MOVE WS-SLA-TARGET-TIME (SUB2) TO WS-ALERT-TARGET
              MOVE WS-PROJECTED-ABS          TO WS-ALERT-ABS
              COMPUTE WS-ALERT-LATE-SECS =
                      WS-PROJECTED-ABS - WS-SLA-TARGET-ABS (SUB2)
              MOVE 0                         TO WS-ALERT-ELAPSED
              MOVE WS-SLA-AVG-SEC (SUB2)     TO WS-ALERT-AVG
              PERFORM 7700-WRITE-BATCH-ALERT
                 THRU 7700-WRITE-BATCH-ALERT-EXIT
           END-IF.
       2310-PROJECT-NEXT-STEP-EXIT.
      *---------------------------*
           EXIT.

      *
       7000-MARK-STEP-START.
      *----------------------*
      * ONE RUN-LOG RECORD PER STEP ATTEMPT, WRITTEN WHETHER THE
      * STEP ENDED CLEAN OR NOT - THE RETURN CODE TELLS WHICH.
      * ELAPSED TIME SPANS MIDNIGHT BY GOING THROUGH INTEGER-OF-DATE
      * RATHER THAN SUBTRACTING CLOCK TIMES. THE RUN LOG IS CREATED
      * HERE IF IT IS NOT THERE YET. A STEP WHOSE RECORD CANNOT BE
      * LOGGED IS RAISED TO THE WARNING RETURN CODE - IT DID ITS
      * WORK, SO IT IS STILL CHECKPOINTED AND NOT RUN AGAIN, BUT THE
      * GAP IN THE LOG SHOWS ON THE JOB AND IN THE SLA HISTORY.
       7500-WRITE-RUN-LOG.
      *----------------------*
           MOVE RETURN-CODE TO WS-LOG-RC.
           MOVE WS-STEP-END-TIME    TO RLOG-END-TIME.
           MOVE WS-ELAPSED-SEC      TO RLOG-ELAPSED-SEC.
           MOVE WS-LOG-RC           TO RLOG-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-LOG-RC = 0
                 MOVE 'COMPLETE'    TO RLOG-OUTCOME
              WHEN WS-LOG-RC <= 4
                 MOVE 'WARNING'     TO RLOG-OUTCOME
              WHEN OTHER
                 MOVE 'FAILED'      TO RLOG-OUTCOME
           END-EVALUATE.

           OPEN EXTEND RUN-LOG.
           IF C-RUNLOG-NOTEXST THEN
              OPEN OUTPUT RUN-LOG
           END-IF.

           IF NOT C-RUNLOG-OK THEN
              DISPLAY 'RUNBATCH - FILE OPEN ERROR: RUNLOG '
                      WS-RUNLOG-FS ' - STEP ' WS-LOG-STEP-NAME
                      ' NOT LOGGED'
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 7500-WRITE-RUN-LOG-EXIT
           END-IF.

           WRITE RLOG-REC.
           IF NOT C-RUNLOG-OK THEN
              DISPLAY 'RUNBATCH - RUNLOG WRITE FAILED ' WS-RUNLOG-FS
                      ' - STEP ' WS-LOG-STEP-NAME ' NOT LOGGED'
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE RUN-LOG.
       7500-WRITE-RUN-LOG-EXIT.
      *---------------------------*
           EXIT.

      *
      * A STEP THE CALENDAR SAYS IS NOT DUE STILL GETS A RUN-LOG
      * RECORD, SO THE MORNING REPORTS CAN TELL A STEP THAT WAS
      * NEVER MEANT TO RUN FROM ONE THAT WAS MISSED. THE RUN LOG IS
      * CREATED HERE IF NO STEP HAS WRITTEN ONE YET.
       7600-LOG-NOT-SCHEDULED.
      *----------------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STEP-START-STAMP.

           MOVE SPACES              TO RLOG-REC.
           MOVE WS-RUN-DATE         TO RLOG-RUN-DATE.
           MOVE WS-CAT-NAME (CAT-SUB)
                                    TO RLOG-STEP-NAME.
           MOVE WS-STEP-START-DATE  TO RLOG-START-DATE
                                       RLOG-END-DATE.
           MOVE WS-STEP-START-TIME  TO RLOG-START-TIME
                                       RLOG-END-TIME.
           MOVE 0                   TO RLOG-ELAPSED-SEC
                                       RLOG-RETURN-CODE.
           MOVE 'NOT SCHEDULED'     TO RLOG-OUTCOME.

           OPEN EXTEND RUN-LOG.
           IF C-RUNLOG-NOTEXST THEN
              OPEN OUTPUT RUN-LOG
           END-IF.

           IF NOT C-RUNLOG-OK THEN
              DISPLAY 'RUNBATCH - FILE OPEN ERROR: RUNLOG '
                      WS-RUNLOG-FS ' - NOT SCHEDULED RECORD FOR '
                      RLOG-STEP-NAME ' NOT LOGGED'
              GO TO 7600-LOG-NOT-SCHEDULED-EXIT
           END-IF.

           WRITE RLOG-REC.
           IF NOT C-RUNLOG-OK THEN
              DISPLAY 'RUNBATCH - RUNLOG WRITE FAILED ' WS-RUNLOG-FS
                      ' - NOT SCHEDULED RECORD FOR ' RLOG-STEP-NAME
           END-IF.

           CLOSE RUN-LOG.
       7600-LOG-NOT-SCHEDULED-EXIT.
      *---------------------------*
           EXIT.

      *
      * LATE MINUTES ROUND UP, SO A TARGET MISSED BY SECONDS STILL
      * READS AS ONE MINUTE LATE. THE ALERT FILE IS CREATED BY THE
      * FIRST ALERT; AN ALERT THAT CANNOT BE FILED STILL REACHES THE
      * JOB LOG THROUGH THE DISPLAY BELOW.
       7700-WRITE-BATCH-ALERT.
      *----------------------*
           MOVE SPACES              TO BAT-ALERT-REC.
           MOVE WS-RUN-DATE         TO BALR-RUN-DATE.
           MOVE WS-STEP-END-DATE    TO BALR-STAMP-DATE.
           MOVE WS-STEP-END-TIME (1:4)
                                    TO BALR-STAMP-TIME.
           MOVE WS-ALERT-TYPE       TO BALR-TYPE.
           MOVE WS-ALERT-STEP       TO BALR-STEP-NAME.
           MOVE WS-ALERT-TARGET     TO BALR-TARGET-TIME.

           MOVE WS-ALERT-ABS        TO WS-SPLIT-ABS.
           PERFORM 7800-SPLIT-ABS-TIME
              THRU 7800-SPLIT-ABS-TIME-EXIT.
           MOVE WS-SPLIT-DATE       TO BALR-PROJ-DATE.
           MOVE WS-SPLIT-HHMM       TO BALR-PROJ-TIME.

           COMPUTE BALR-LATE-MIN = (WS-ALERT-LATE-SECS + 59) / 60.
           MOVE WS-ALERT-ELAPSED    TO BALR-ELAPSED-SEC.
           MOVE WS-ALERT-AVG        TO BALR-AVG-SEC.

           OPEN EXTEND BAT-ALERT.
           IF C-BATALRT-NOTEXST THEN
              OPEN OUTPUT BAT-ALERT
           END-IF.

           IF C-BATALRT-OK THEN
              WRITE BAT-ALERT-REC
              IF NOT C-BATALRT-OK THEN
                 DISPLAY 'RUNBATCH - BATALERT WRITE FAILED '
                         WS-BATALRT-FS
              END-IF
              CLOSE BAT-ALERT
           ELSE
              DISPLAY 'RUNBATCH - FILE OPEN ERROR: BATALERT '
                      WS-BATALRT-FS
           END-IF.

           DISPLAY 'RUNBATCH - BATCH WINDOW ALERT ' WS-ALERT-TYPE
                   ' ' WS-ALERT-STEP ' AT ' BALR-PROJ-DATE
                   ' ' BALR-PROJ-TIME ' LATE MIN ' BALR-LATE-MIN.
       7700-WRITE-BATCH-ALERT-EXIT.
      *---------------------------*
           EXIT.

      *
       7800-SPLIT-ABS-TIME.
      *-------------------*
           DIVIDE WS-SPLIT-ABS BY 86400
              GIVING WS-SPLIT-DAYS REMAINDER WS-SPLIT-SECS.
           COMPUTE WS-SPLIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SPLIT-DAYS).
           DIVIDE WS-SPLIT-SECS BY 3600
              GIVING WS-SPLIT-HH REMAINDER WS-SPLIT-REST.
           DIVIDE WS-SPLIT-REST BY 60
              GIVING WS-SPLIT-MM.
       7800-SPLIT-ABS-TIME-EXIT.
      *------------------------*
           EXIT.

      *
       8000-WRITE-CHECKPOINT.
      *-----------------------*
