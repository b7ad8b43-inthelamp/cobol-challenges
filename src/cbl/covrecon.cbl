       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COVRECON.
       AUTHOR.        DONGWON K.
      *
      * DUAL-PROVIDER RECONCILIATION OF THE DAILY COVID EXTRACT, RUN
      * AHEAD OF COVIDRPT. THE PRIMARY PROVIDER'S FEED (INPRIM) AND
      * THE SECONDARY PROVIDER'S FEED (INSECD) ARRIVE IN THE SAME
      * 170-BYTE HDR/ID/DATA/TRL ENVELOPE COVIDRPT READS ON INDD01.
      * BOTH ENVELOPES ARE VERIFIED (RECORD COUNT AND HASH TOTALS)
      * THE SAME WAY COVIDRPT VERIFIES ITS OWN, THEN THE ROWS ARE
      * MATCHED ON THE 4-BYTE COUNTRY CODE AND THE SIX FIGURES -
      * NEW AND TOTAL CONFIRMED, DEATHS AND RECOVERED - ARE
      * COMPARED. A FIGURE IS OUT OF TOLERANCE WHEN THE TWO
      * PROVIDERS DIFFER BY MORE THAN THE LARGER OF THE ABSOLUTE
      * COUNT AND THE PERCENT OF THE PRIMARY FIGURE GIVEN ON THE
      * INCTL CONTROL CARD (BOTH ZERO, I.E. AN EXACT MATCH, WHEN NO
      * CARD IS SUPPLIED). THE OUTRECON REPORT LISTS EVERY FIGURE
      * OUTSIDE TOLERANCE, THEN THE COUNTRIES ONLY ONE PROVIDER
      * SENT, EACH IN ITS OWN SECTION, THEN THE CONTROL COUNTS.
      *
      * THE PREFERRED-SOURCE FILE OUTPREF IS A COMPLETE FEED IN THE
      * INDD01 SHAPE FOR COVIDRPT: THE PRIMARY HEADER AND COLUMN
      * LINE, ONE ROW PER COUNTRY AND A TRAILER RECOMPUTED OVER THE
      * ROWS ACTUALLY WRITTEN. THE PRIMARY ROW IS TAKEN WHETHER THE
      * PROVIDERS AGREE OR NOT; THE SECONDARY ROW IS TAKEN ONLY FOR
      * A COUNTRY THE PRIMARY DID NOT SEND OR SENT IN A FORM
      * COVIDRPT WOULD REJECT. A PRIMARY ROW WITH NO COUNTRY CODE IS
      * PASSED THROUGH UNCHANGED SO IT STILL REACHES COVIDRPT'S
      * EXCEPTION FILE AND THE COVREPAR REPAIR PASS.
      *
      * A BAD PRIMARY ENVELOPE STOPS THE STEP WITH RETURN CODE 16
      * BEFORE ANY OUTPUT IS OPENED. A MISSING OR BAD SECONDARY
      * FEED, OR ONE FOR A DIFFERENT FEED DATE, IS REPORTED AND THE
      * PRIMARY FEED IS PASSED THROUGH UNRECONCILED. A CATCH-UP
      * PRIMARY FEED CARRYING SEVERAL ENVELOPES IS NOT RECONCILED -
      * IT IS COPIED TO OUTPREF UNCHANGED, SO COVIDRPT'S OWN
      * BACKLOG HANDLING TAKES IT ENVELOPE BY ENVELOPE, THE REPORT
      * SAYS NOT RECONCILED - BACKLOG FEED, AND THE STEP ENDS WITH
      * THE WARNING RETURN CODE 4, WHICH RUNBATCH STILL CHECKPOINTS
      * COMPLETE SO COVIDRPT IS NOT HELD BEHIND IT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INPRIM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PRIM-FILE-STATUS.

           SELECT IN002 ASSIGN TO INSECD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SECD-FILE-STATUS.

      * TOLERANCE CONTROL CARD, READ ONCE AT START-UP.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTRECON
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT002 ASSIGN TO OUTPREF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 170 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PRIM-INPUT-REC.
       01  PRIM-INPUT-REC           PIC X(170).

       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 170 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SECD-INPUT-REC.
       01  SECD-INPUT-REC           PIC X(170).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-TOL-COUNT            PIC 9(07).
           05 FILLER                   PIC X(01).
           05 CTL-TOL-PCT              PIC 9(03)V9(02).
           05 FILLER                   PIC X(67).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 170 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PREF-OUTPUT-REC.
       01  PREF-OUTPUT-REC      PIC X(170).

       WORKING-STORAGE SECTION.

       77  WS-TOL-COUNT         PIC 9(07) VALUE 0.
       77  WS-TOL-PCT           PIC 9(03)V9(02) COMP-3 VALUE 0.
       77  WS-MAX-ROWS          PIC 9(03) COMP VALUE 300.
       77  WS-FIELD-VALUE       PIC S9(11) COMP-3 VALUE 0.
       77  WS-DIFF              PIC S9(11) COMP-3 VALUE 0.
       77  WS-ABS-DIFF          PIC S9(11) COMP-3 VALUE 0.
       77  WS-ALLOWED           PIC S9(11) COMP-3 VALUE 0.
       77  WS-PCT-DIFF          PIC S9(05)V99 COMP-3 VALUE 0.
       77  WS-COPY-COUNT        PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 WS-ROW-FOUND      PIC X VALUE 'N'.
           05 WS-COUNTRY-OUT    PIC X VALUE 'N'.
           05 WS-SECTION-EMPTY  PIC X VALUE 'Y'.

       01  WS-PRIM-FILE-STATUS.
           05 WS-PRIM-FS                 PIC X(02).
              88 C-PRIM-OK               VALUE '00'.
              88 C-PRIM-NOTEXST          VALUE '35'.

       01  WS-SECD-FILE-STATUS.
           05 WS-SECD-FS                 PIC X(02).
              88 C-SECD-OK               VALUE '00'.
              88 C-SECD-NOTEXST          VALUE '35'.

       01  WS-CTL-FILE-STATUS.
           05 WS-CTL-FS                  PIC X(02).
              88 C-CTL-OK                VALUE '00'.
              88 C-CTL-NOTEXST           VALUE '35'.

       01  WS-SUBSCRIPTS.
           05 FEED-SUB          PIC 9(01) COMP.
           05 SUB1              PIC 9(03) COMP.
           05 SUB2              PIC 9(03) COMP.
           05 SUB3              PIC 9(03) COMP.
           05 FIG-SUB           PIC 9(01) COMP.

       01  WS-COUNTS.
           05 WS-MATCH-COUNT        PIC 9(05) COMP VALUE 0.
           05 WS-AGREE-COUNT        PIC 9(05) COMP VALUE 0.
           05 WS-DIFFER-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-FIGURE-OUT-COUNT   PIC 9(05) COMP VALUE 0.
           05 WS-PRIM-ONLY-COUNT    PIC 9(05) COMP VALUE 0.
           05 WS-SECD-ONLY-COUNT    PIC 9(05) COMP VALUE 0.
           05 WS-REPLACED-COUNT     PIC 9(05) COMP VALUE 0.
           05 WS-PASSED-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-SECD-DROP-COUNT    PIC 9(05) COMP VALUE 0.
           05 WS-PREF-ROW-COUNT     PIC 9(07) COMP VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOUR         PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-CENTISECOND  PIC 9(02).

      * ONE ENTRY PER PROVIDER - 1 IS THE PRIMARY FEED, 2 THE
      * SECONDARY. EACH HOLDS ITS ENVELOPE STATE, ITS OWN RUNNING
      * HASH TOTALS FOR THE TRAILER CHECK AND ITS COUNTRY ROWS IN
      * FEED ORDER. ROW VALUES FOLLOW THE FIGURE ORDER OF
      * WS-FIGURE-NAME; A FIELD THAT IS NOT NUMERIC IS HELD AS ZERO,
      * WHICH IS ALSO WHAT IT CONTRIBUTES TO COVIDRPT'S HASH CHECK.
       01  WS-FEED-TABLE.
           05 WS-FEED               OCCURS 2 TIMES.
              10 WS-FEED-NAME       PIC X(09).
              10 WS-FEED-STATE-SW   PIC X(01).
                 88 C-FEED-USABLE   VALUE 'Y'.
                 88 C-FEED-FAILED   VALUE 'F'.
                 88 C-FEED-ABSENT   VALUE 'N'.
                 88 C-FEED-BACKLOG  VALUE 'B'.
              10 WS-FEED-HDR-SW     PIC X(01).
                 88 C-FEED-HDR-SEEN VALUE 'Y'.
              10 WS-FEED-TRL-SW     PIC X(01).
                 88 C-FEED-TRL-SEEN VALUE 'Y'.
              10 WS-FEED-DATE       PIC 9(08).
              10 WS-FEED-FAIL-MSG   PIC X(40).
              10 WS-FEED-HDR-REC    PIC X(170).
              10 WS-FEED-ID-REC     PIC X(170).
              10 WS-FEED-ROW-COUNT  PIC 9(03) COMP.
              10 WS-FEED-HASH       OCCURS 6 TIMES
                                    PIC S9(13) COMP-3.
              10 WS-FEED-ROW        OCCURS 300 TIMES.
                 15 WS-ROW-CODE     PIC X(04).
                 15 WS-ROW-COUNTRY  PIC X(33).
                 15 WS-ROW-VALID-SW PIC X(01).
                    88 C-ROW-VALID  VALUE 'Y'.
                 15 WS-ROW-MATCH-SW PIC X(01).
                    88 C-ROW-MATCHED VALUE 'Y'.
                 15 WS-ROW-PARTNER  PIC 9(03) COMP.
                 15 WS-ROW-VALUE    OCCURS 6 TIMES
                                    PIC S9(11) COMP-3.
                 15 WS-ROW-RAW      PIC X(170).

       01  WS-FIGURE-NAME-DATA.
           05  FILLER               PIC X(15) VALUE 'NEW CONFIRMED'.
           05  FILLER               PIC X(15) VALUE 'TOTAL CONFIRMED'.
           05  FILLER               PIC X(15) VALUE 'NEW DEATHS'.
           05  FILLER               PIC X(15) VALUE 'TOTAL DEATHS'.
           05  FILLER               PIC X(15) VALUE 'NEW RECOVERED'.
           05  FILLER               PIC X(15) VALUE 'TOTAL RECOVERED'.
       01  WS-FIGURE-NAMES REDEFINES WS-FIGURE-NAME-DATA.
           05  WS-FIGURE-NAME       PIC X(15) OCCURS 6 TIMES.

       01  WS-FEED-REC          PIC X(170) VALUE SPACES.

      * SCRATCH COPY FOR PARSING - THE COMMA-IN-COUNTRY-NAME
      * SUBSTITUTION COVIDRPT'S PARSE MAKES IS APPLIED HERE SO THE
      * ROW PASSED ON TO OUTPREF IS NEVER MUTATED.
       01  WS-PARSE-WORK        PIC X(170) VALUE SPACES.

       01  UNSTRING-COVID-REC.
           05  UCR-ID                      PIC X(38).
           05  UCR-COUNTRY                 PIC X(33).
           05  UCR-COUNTRY-CODE            PIC X(4).
           05  UCR-SLUG                    PIC X(34).
           05  UCR-NEW-CONFIRMED           PIC X(7).
           05  UCR-TOTAL-CONFIRMED         PIC X(9).
           05  UCR-NEW-DEATHS              PIC X(5).
           05  UCR-TOTAL-DEATHS            PIC X(7).
           05  UCR-NEW-RECOVERED           PIC X(5).
           05  UCR-TOTAL-RECOVERED         PIC X(7).
           05  UCR-DATE-TIME-REC.
               10  FILLER                  PIC X(1).
               10  UCR-DATE-TIME           PIC X(24).
               10  FILLER                  PIC X(1).

       01  WS-CHECK-FIELD       PIC X(09) JUSTIFIED RIGHT
                                VALUE SPACES.

      * SAME LAYOUT AS COVIDRPT'S TRAILER - USED BOTH TO CHECK EACH
      * INCOMING TRAILER AND TO BUILD THE ONE WRITTEN TO OUTPREF.
       01  WS-TRL-REC.
           05  FILLER                   PIC X(03).
           05  TRL-REC-COUNT            PIC 9(07).
           05  TRL-NEW-CONFIRMED        PIC 9(11).
           05  TRL-TOTAL-CONFIRMED      PIC 9(13).
           05  TRL-NEW-DEATHS           PIC 9(11).
           05  TRL-TOTAL-DEATHS         PIC 9(13).
           05  TRL-NEW-RECOVERED        PIC 9(11).
           05  TRL-TOTAL-RECOVERED      PIC 9(13).
           05  FILLER                   PIC X(88).

       01  WS-PREF-TOTALS.
           05  WS-PREF-HASH         OCCURS 6 TIMES
                                    PIC S9(13) COMP-3.

       01  HEADER-1.
           05  FILLER         PIC X(45) VALUE SPACES.
           05  FILLER         PIC X(43) VALUE
           'Covid-19 Dual-Provider Feed Reconciliation'.
           05  FILLER         PIC X(45) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(99) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Year '.
           05  HDR-YR         PIC 9(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'Month '.
           05  HDR-MO         PIC X(02).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Day '.
           05  HDR-DAY        PIC X(02).
           05  FILLER         PIC X(07) VALUE SPACES.

       01  HEADER-5.
           05  FILLER         PIC X(133) VALUE ALL '*'.

       01  WS-CONTROL-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(12) VALUE 'FEED DATE : '.
           05  CTLL-FEED-DATE PIC 9(08).
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'TOLERANCE : '.
           05  CTLL-TOL-COUNT PIC Z(06)9.
           05  FILLER         PIC X(04) VALUE ' OR '.
           05  CTLL-TOL-PCT   PIC ZZ9.99.
           05  FILLER         PIC X(29) VALUE
               ' PCT OF PRIMARY, WHICHEVER IS'.
           05  FILLER         PIC X(08) VALUE ' GREATER'.
           05  FILLER         PIC X(41) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SECL-TITLE     PIC X(60).
           05  FILLER         PIC X(72) VALUE SPACES.

       01  WS-DIFF-HDR-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(33) VALUE 'COUNTRY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'FIGURE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '   PRIMARY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ' SECONDARY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'DIFFERENCE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '  PCT   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '   ALLOWED'.
           05  FILLER         PIC X(18) VALUE SPACES.

       01  WS-DIFF-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DIFL-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-COUNTRY   PIC X(33).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-FIGURE    PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-PRIMARY   PIC -(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-SECONDARY PIC -(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-DIFF      PIC -(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-PCT       PIC -(4)9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DIFL-ALLOWED   PIC Z(9)9.
           05  FILLER         PIC X(18) VALUE SPACES.

       01  WS-ONLY-HDR-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(33) VALUE 'COUNTRY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ' CONFIRMED'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '    DEATHS'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ' RECOVERED'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(40) VALUE 'PREFERRED SOURCE'.
           05  FILLER         PIC X(15) VALUE SPACES.

       01  WS-ONLY-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  ONLY-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ONLY-COUNTRY   PIC X(33).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ONLY-CONFIRMED PIC Z(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ONLY-DEATHS    PIC Z(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ONLY-RECOVERED PIC Z(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ONLY-NOTE      PIC X(40).
           05  FILLER         PIC X(15) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  NONE-TEXT      PIC X(80).
           05  FILLER         PIC X(52) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SUML-LABEL     PIC X(45).
           05  SUML-COUNT     PIC Z(06)9.
           05  FILLER         PIC X(80) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-INPUTS
              THRU 1000-OPEN-INPUTS-EXIT.

           PERFORM 1500-READ-CONTROL-CARD
              THRU 1500-READ-CONTROL-CARD-EXIT.

           PERFORM 2000-LOAD-PRIMARY
              THRU 2000-LOAD-PRIMARY-EXIT.

           IF C-FEED-BACKLOG (1) THEN
              PERFORM 9800-PASS-BACKLOG-FEED
                 THRU 9800-PASS-BACKLOG-FEED-EXIT
           END-IF.

           IF NOT C-FEED-USABLE (1) THEN
              PERFORM 9900-PRIMARY-FAIL
                 THRU 9900-PRIMARY-FAIL-EXIT
           END-IF.

           PERFORM 2500-LOAD-SECONDARY
              THRU 2500-LOAD-SECONDARY-EXIT.

           PERFORM 4000-OPEN-OUTPUTS
              THRU 4000-OPEN-OUTPUTS-EXIT.

           PERFORM 5000-RECONCILE-FEEDS
              THRU 5000-RECONCILE-FEEDS-EXIT.

           PERFORM 6000-WRITE-ONLY-SECTIONS
              THRU 6000-WRITE-ONLY-SECTIONS-EXIT.

           PERFORM 7000-WRITE-PREFERRED
              THRU 7000-WRITE-PREFERRED-EXIT.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

           GOBACK.
      *
       1000-OPEN-INPUTS.
      *----------------*
           INITIALIZE WS-FEED-TABLE.
           MOVE 'PRIMARY'   TO WS-FEED-NAME (1).
           MOVE 'SECONDARY' TO WS-FEED-NAME (2).
           MOVE 'Y' TO WS-FEED-STATE-SW (1).
           MOVE 'Y' TO WS-FEED-STATE-SW (2).

           OPEN INPUT IN001.
           IF NOT C-PRIM-OK THEN
              MOVE 'F' TO WS-FEED-STATE-SW (1)
              MOVE 'PRIMARY FEED NOT AVAILABLE'
                 TO WS-FEED-FAIL-MSG (1)
              DISPLAY WS-FEED-FAIL-MSG (1) ' - STATUS ' WS-PRIM-FS
           END-IF.

           OPEN INPUT IN002.
           IF NOT C-SECD-OK THEN
              MOVE 'N' TO WS-FEED-STATE-SW (2)
              MOVE 'SECONDARY FEED NOT SUPPLIED'
                 TO WS-FEED-FAIL-MSG (2)
              DISPLAY WS-FEED-FAIL-MSG (2) ' - STATUS ' WS-SECD-FS
           END-IF.
       1000-OPEN-INPUTS-EXIT.
      *---------------------*
           EXIT.
      *
       1500-READ-CONTROL-CARD.
      *----------------------*
           OPEN INPUT CTL001.
           IF NOT C-CTL-OK THEN
              DISPLAY 'NO TOLERANCE CONTROL CARD SUPPLIED - '
                      'FIGURES MUST MATCH EXACTLY'
              GO TO 1500-READ-CONTROL-CARD-EXIT
           END-IF.

           READ CTL001
              AT END
                 DISPLAY 'NO TOLERANCE CONTROL CARD SUPPLIED - '
                         'FIGURES MUST MATCH EXACTLY'
              NOT AT END
                 IF CTL-TOL-COUNT NUMERIC THEN
                    MOVE CTL-TOL-COUNT TO WS-TOL-COUNT
                 END-IF
                 IF CTL-TOL-PCT NUMERIC THEN
                    MOVE CTL-TOL-PCT TO WS-TOL-PCT
                 END-IF
           END-READ.

           CLOSE CTL001.
       1500-READ-CONTROL-CARD-EXIT.
      *---------------------------*
           EXIT.
      *
       2000-LOAD-PRIMARY.
      *-----------------*
           IF NOT C-FEED-USABLE (1) THEN
              GO TO 2000-LOAD-PRIMARY-EXIT
           END-IF.

           MOVE 1 TO FEED-SUB.
           MOVE SPACE TO LASTREC.

           PERFORM 2010-READ-PRIMARY
              THRU 2010-READ-PRIMARY-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 MOVE PRIM-INPUT-REC TO WS-FEED-REC
                 PERFORM 3000-TAKE-FEED-REC
                    THRU 3000-TAKE-FEED-REC-EXIT

                 PERFORM 2010-READ-PRIMARY
                    THRU 2010-READ-PRIMARY-EXIT
           END-PERFORM.

           CLOSE IN001.

           PERFORM 3900-END-OF-FEED
              THRU 3900-END-OF-FEED-EXIT.
       2000-LOAD-PRIMARY-EXIT.
      *----------------------*
           EXIT.
      *
       2010-READ-PRIMARY.
      *-----------------*
           READ IN001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       2010-READ-PRIMARY-EXIT.
      *----------------------*
           EXIT.
      *
      * THE SECONDARY FEED IS ONLY USED WHEN ITS OWN ENVELOPE
      * VERIFIES AND IT IS FOR THE SAME FEED DATE AS THE PRIMARY -
      * OTHERWISE THE COUNTRY FIGURES WOULD BE COMPARED ACROSS DAYS.
       2500-LOAD-SECONDARY.
      *-------------------*
           IF NOT C-FEED-USABLE (2) THEN
              GO TO 2500-LOAD-SECONDARY-EXIT
           END-IF.

           MOVE 2 TO FEED-SUB.
           MOVE SPACE TO LASTREC.

           PERFORM 2510-READ-SECONDARY
              THRU 2510-READ-SECONDARY-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 MOVE SECD-INPUT-REC TO WS-FEED-REC
                 PERFORM 3000-TAKE-FEED-REC
                    THRU 3000-TAKE-FEED-REC-EXIT

                 PERFORM 2510-READ-SECONDARY
                    THRU 2510-READ-SECONDARY-EXIT
           END-PERFORM.

           CLOSE IN002.

           PERFORM 3900-END-OF-FEED
              THRU 3900-END-OF-FEED-EXIT.

           IF C-FEED-USABLE (2) AND
              WS-FEED-DATE (2) NOT = WS-FEED-DATE (1) THEN
              MOVE 'FEED DATE DOES NOT MATCH PRIMARY'
                 TO WS-FEED-FAIL-MSG (2)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
           END-IF.
       2500-LOAD-SECONDARY-EXIT.
      *------------------------*
           EXIT.
      *
       2510-READ-SECONDARY.
      *-------------------*
           READ IN002
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       2510-READ-SECONDARY-EXIT.
      *------------------------*
           EXIT.
      *
      * ONE RECORD OF THE FEED NAMED BY FEED-SUB. THE ENVELOPE RULES
      * ARE COVIDRPT'S, EXCEPT THAT ONLY A SINGLE ENVELOPE IS TAKEN.
      * ONCE A FEED HAS FAILED, OR THE PRIMARY HAS TURNED OUT TO BE
      * A BACKLOG, THE REST OF IT IS READ AND IGNORED.
       3000-TAKE-FEED-REC.
      *------------------*
      * A SECOND HEADER ON THE PRIMARY IS A CATCH-UP BACKLOG, LEFT
      * FOR COVIDRPT TO TAKE APART ENVELOPE BY ENVELOPE - EVEN WHEN
      * AN EARLIER ENVELOPE FAILED HERE. ON THE SECONDARY IT IS AN
      * ERROR, CAUGHT IN 3100.
           IF FEED-SUB = 1 AND
              WS-FEED-REC(1:3) = 'HDR' AND
              C-FEED-HDR-SEEN (1) AND
              NOT C-FEED-BACKLOG (1) THEN
              MOVE 'B' TO WS-FEED-STATE-SW (1)
              DISPLAY 'PRIMARY FEED CARRIES MORE THAN ONE ENVELOPE - '
                      'BACKLOG FEED'
              GO TO 3000-TAKE-FEED-REC-EXIT
           END-IF.

           IF C-FEED-FAILED (FEED-SUB) OR
              C-FEED-BACKLOG (FEED-SUB) THEN
              GO TO 3000-TAKE-FEED-REC-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WS-FEED-REC(1:3) = 'HDR'
                 PERFORM 3100-START-ENVELOPE
                    THRU 3100-START-ENVELOPE-EXIT
              WHEN WS-FEED-REC(1:3) = 'TRL'
                 PERFORM 3200-CLOSE-ENVELOPE
                    THRU 3200-CLOSE-ENVELOPE-EXIT
              WHEN WS-FEED-REC(1:3) = 'ID,'
                 MOVE WS-FEED-REC TO WS-FEED-ID-REC (FEED-SUB)
              WHEN OTHER
                 PERFORM 3300-STORE-ROW
                    THRU 3300-STORE-ROW-EXIT
           END-EVALUATE.
       3000-TAKE-FEED-REC-EXIT.
      *-----------------------*
           EXIT.
      *
       3100-START-ENVELOPE.
      *-------------------*
           IF C-FEED-HDR-SEEN (FEED-SUB) THEN
              MOVE 'MORE THAN ONE FEED ENVELOPE'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3100-START-ENVELOPE-EXIT
           END-IF.
           IF WS-FEED-REC(4:8) NOT NUMERIC THEN
              MOVE 'BAD FEED HEADER DATE'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3100-START-ENVELOPE-EXIT
           END-IF.

           MOVE 'Y'              TO WS-FEED-HDR-SW (FEED-SUB).
           MOVE WS-FEED-REC(4:8) TO WS-FEED-DATE (FEED-SUB).
           MOVE WS-FEED-REC      TO WS-FEED-HDR-REC (FEED-SUB).
       3100-START-ENVELOPE-EXIT.
      *------------------------*
           EXIT.
      *
       3200-CLOSE-ENVELOPE.
      *-------------------*
           IF NOT C-FEED-HDR-SEEN (FEED-SUB) OR
              C-FEED-TRL-SEEN (FEED-SUB) THEN
              MOVE 'UNEXPECTED FEED TRAILER'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3200-CLOSE-ENVELOPE-EXIT
           END-IF.

           MOVE 'Y'         TO WS-FEED-TRL-SW (FEED-SUB).
           MOVE WS-FEED-REC TO WS-TRL-REC.

           IF WS-FEED-ROW-COUNT (FEED-SUB) NOT = TRL-REC-COUNT THEN
              DISPLAY WS-FEED-NAME (FEED-SUB) ' TRAILER COUNT '
                      TRL-REC-COUNT ' RECORDS SEEN '
                      WS-FEED-ROW-COUNT (FEED-SUB)
              MOVE 'RECORD COUNT MISMATCH'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3200-CLOSE-ENVELOPE-EXIT
           END-IF.

           IF WS-FEED-HASH (FEED-SUB, 1) NOT = TRL-NEW-CONFIRMED
           OR WS-FEED-HASH (FEED-SUB, 2) NOT = TRL-TOTAL-CONFIRMED
           OR WS-FEED-HASH (FEED-SUB, 3) NOT = TRL-NEW-DEATHS
           OR WS-FEED-HASH (FEED-SUB, 4) NOT = TRL-TOTAL-DEATHS
           OR WS-FEED-HASH (FEED-SUB, 5) NOT = TRL-NEW-RECOVERED
           OR WS-FEED-HASH (FEED-SUB, 6) NOT = TRL-TOTAL-RECOVERED
              MOVE 'HASH TOTAL MISMATCH'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
           END-IF.
       3200-CLOSE-ENVELOPE-EXIT.
      *------------------------*
           EXIT.
      *
      * EVERY DATA RECORD COUNTS TOWARD THE TRAILER, USABLE OR NOT,
      * EXACTLY AS IN COVIDRPT. A ROW IS USABLE WHEN COVIDRPT WOULD
      * ACCEPT IT - COUNTRY CODE AND TIMESTAMP PRESENT AND ALL SIX
      * FIGURES NUMERIC.
       3300-STORE-ROW.
      *--------------*
           IF NOT C-FEED-HDR-SEEN (FEED-SUB) OR
              C-FEED-TRL-SEEN (FEED-SUB) THEN
              MOVE 'DATA RECORD OUTSIDE FEED ENVELOPE'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3300-STORE-ROW-EXIT
           END-IF.
           IF WS-FEED-ROW-COUNT (FEED-SUB) >= WS-MAX-ROWS THEN
              MOVE 'TOO MANY COUNTRY ROWS'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3300-STORE-ROW-EXIT
           END-IF.

           ADD 1 TO WS-FEED-ROW-COUNT (FEED-SUB).
           MOVE WS-FEED-ROW-COUNT (FEED-SUB) TO SUB1.

           PERFORM 3400-PARSE-FEED-REC
              THRU 3400-PARSE-FEED-REC-EXIT.

           MOVE WS-FEED-REC TO WS-ROW-RAW (FEED-SUB, SUB1).
           MOVE UCR-COUNTRY-CODE TO WS-ROW-CODE (FEED-SUB, SUB1).
           INSPECT UCR-COUNTRY REPLACING FIRST '#' BY ','.
           MOVE UCR-COUNTRY TO WS-ROW-COUNTRY (FEED-SUB, SUB1).
           MOVE 'N' TO WS-ROW-MATCH-SW (FEED-SUB, SUB1).
           MOVE 0   TO WS-ROW-PARTNER (FEED-SUB, SUB1).

           IF FUNCTION TRIM(UCR-COUNTRY-CODE) = SPACES OR
              FUNCTION TRIM(UCR-DATE-TIME) = SPACES THEN
              MOVE 'N' TO WS-ROW-VALID-SW (FEED-SUB, SUB1)
           ELSE
              MOVE 'Y' TO WS-ROW-VALID-SW (FEED-SUB, SUB1)
           END-IF.

           MOVE FUNCTION TRIM(UCR-NEW-CONFIRMED) TO WS-CHECK-FIELD.
           MOVE 1 TO FIG-SUB.
           PERFORM 3500-TAKE-FIGURE
              THRU 3500-TAKE-FIGURE-EXIT.

           MOVE FUNCTION TRIM(UCR-TOTAL-CONFIRMED) TO WS-CHECK-FIELD.
           MOVE 2 TO FIG-SUB.
           PERFORM 3500-TAKE-FIGURE
              THRU 3500-TAKE-FIGURE-EXIT.

           MOVE FUNCTION TRIM(UCR-NEW-DEATHS) TO WS-CHECK-FIELD.
           MOVE 3 TO FIG-SUB.
           PERFORM 3500-TAKE-FIGURE
              THRU 3500-TAKE-FIGURE-EXIT.

           MOVE FUNCTION TRIM(UCR-TOTAL-DEATHS) TO WS-CHECK-FIELD.
           MOVE 4 TO FIG-SUB.
           PERFORM 3500-TAKE-FIGURE
              THRU 3500-TAKE-FIGURE-EXIT.

           MOVE FUNCTION TRIM(UCR-NEW-RECOVERED) TO WS-CHECK-FIELD.
           MOVE 5 TO FIG-SUB.
           PERFORM 3500-TAKE-FIGURE
              THRU 3500-TAKE-FIGURE-EXIT.

           MOVE FUNCTION TRIM(UCR-TOTAL-RECOVERED) TO WS-CHECK-FIELD.
           MOVE 6 TO FIG-SUB.
           PERFORM 3500-TAKE-FIGURE
              THRU 3500-TAKE-FIGURE-EXIT.
       3300-STORE-ROW-EXIT.
      *-------------------*
           EXIT.
      *
       3400-PARSE-FEED-REC.
      *-------------------*
           MOVE WS-FEED-REC TO WS-PARSE-WORK.

      * FOR COUNTRY NAMES CONTAINING ',' - SAME SUBSTITUTION
      * COVIDRPT'S 6000-PARSE-RECORD MAKES.
           INSPECT WS-PARSE-WORK
              REPLACING FIRST ', ' BY '# '.

           MOVE SPACES TO UNSTRING-COVID-REC.
           UNSTRING WS-PARSE-WORK DELIMITED BY ','
           INTO UCR-ID, UCR-COUNTRY, UCR-COUNTRY-CODE, UCR-SLUG,
           UCR-NEW-CONFIRMED, UCR-TOTAL-CONFIRMED, UCR-NEW-DEATHS,
           UCR-TOTAL-DEATHS, UCR-NEW-RECOVERED, UCR-TOTAL-RECOVERED,
           UCR-DATE-TIME-REC
           END-UNSTRING.

           INSPECT UCR-DATE-TIME REPLACING FIRST '"' BY ' '.
       3400-PARSE-FEED-REC-EXIT.
      *------------------------*
           EXIT.
      *
      * WS-CHECK-FIELD HOLDS THE TRIMMED FIGURE, RIGHT JUSTIFIED.
      * A NUMERIC FIGURE IS STORED AND ADDED TO THE FEED'S HASH
      * TOTAL; ANYTHING ELSE IS HELD AS ZERO AND MAKES THE ROW
      * UNUSABLE.
       3500-TAKE-FIGURE.
      *----------------*
           INSPECT WS-CHECK-FIELD REPLACING LEADING ' ' BY '0'.

           IF WS-CHECK-FIELD NUMERIC THEN
              COMPUTE WS-FIELD-VALUE = FUNCTION NUMVAL(WS-CHECK-FIELD)
              ADD WS-FIELD-VALUE TO WS-FEED-HASH (FEED-SUB, FIG-SUB)
           ELSE
              MOVE 0   TO WS-FIELD-VALUE
              MOVE 'N' TO WS-ROW-VALID-SW (FEED-SUB, SUB1)
           END-IF.

           MOVE WS-FIELD-VALUE
              TO WS-ROW-VALUE (FEED-SUB, SUB1, FIG-SUB).
       3500-TAKE-FIGURE-EXIT.
      *---------------------*
           EXIT.
      *
       3900-END-OF-FEED.
      *----------------*
           IF C-FEED-FAILED (FEED-SUB) OR
              C-FEED-BACKLOG (FEED-SUB) THEN
              GO TO 3900-END-OF-FEED-EXIT
           END-IF.

           IF NOT C-FEED-HDR-SEEN (FEED-SUB) THEN
              MOVE 'MISSING FEED HEADER'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3900-END-OF-FEED-EXIT
           END-IF.
           IF NOT C-FEED-TRL-SEEN (FEED-SUB) THEN
              MOVE 'MISSING FEED TRAILER'
                 TO WS-FEED-FAIL-MSG (FEED-SUB)
              PERFORM 3990-FEED-FAIL
                 THRU 3990-FEED-FAIL-EXIT
              GO TO 3900-END-OF-FEED-EXIT
           END-IF.

           DISPLAY WS-FEED-NAME (FEED-SUB) ' FEED ENVELOPE VERIFIED '
                   'FOR ' WS-FEED-DATE (FEED-SUB) ' - '
                   WS-FEED-ROW-COUNT (FEED-SUB) ' DATA RECORDS'.
       3900-END-OF-FEED-EXIT.
      *---------------------*
           EXIT.
      *
       3990-FEED-FAIL.
      *--------------*
           MOVE 'F' TO WS-FEED-STATE-SW (FEED-SUB).
           DISPLAY WS-FEED-NAME (FEED-SUB) ' FEED ENVELOPE ERROR: '
                   WS-FEED-FAIL-MSG (FEED-SUB).
       3990-FEED-FAIL-EXIT.
      *-------------------*
           EXIT.
      *
       4000-OPEN-OUTPUTS.
      *-----------------*
           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           MOVE WS-FEED-DATE (1) TO CTLL-FEED-DATE.
           MOVE WS-TOL-COUNT     TO CTLL-TOL-COUNT.
           MOVE WS-TOL-PCT       TO CTLL-TOL-PCT.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           MOVE SPACES TO OUTPUT-REC.
           WRITE OUTPUT-REC.
           WRITE OUTPUT-REC FROM WS-CONTROL-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.
       4000-OPEN-OUTPUTS-EXIT.
      *----------------------*
           EXIT.
      *
      * MATCHES EACH PRIMARY ROW CARRYING A COUNTRY CODE TO THE
      * FIRST UNMATCHED USABLE SECONDARY ROW WITH THE SAME CODE
      * AND PRINTS EVERY FIGURE OUTSIDE TOLERANCE. WITHOUT A USABLE
      * SECONDARY FEED THE SECTION SAYS SO AND NOTHING IS MATCHED.
       5000-RECONCILE-FEEDS.
      *--------------------*
           MOVE 'FIGURES OUTSIDE TOLERANCE' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.

           IF NOT C-FEED-USABLE (2) THEN
              MOVE SPACES TO NONE-TEXT
              STRING 'SECONDARY FEED NOT RECONCILED - '
                                            DELIMITED BY SIZE
                     WS-FEED-FAIL-MSG (2)   DELIMITED BY SIZE
                 INTO NONE-TEXT
              END-STRING
              WRITE OUTPUT-REC FROM WS-NONE-LINE
              WRITE OUTPUT-REC FROM HEADER-5
              GO TO 5000-RECONCILE-FEEDS-EXIT
           END-IF.

           WRITE OUTPUT-REC FROM WS-DIFF-HDR-LINE.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-FEED-ROW-COUNT (1)
              IF WS-ROW-CODE (1, SUB1) NOT = SPACES THEN
                 PERFORM 5100-MATCH-ONE-COUNTRY
                    THRU 5100-MATCH-ONE-COUNTRY-EXIT
              END-IF
           END-PERFORM.

           IF WS-DIFFER-COUNT = 0 THEN
              MOVE 'NONE - EVERY MATCHED COUNTRY AGREES'
                 TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.

           WRITE OUTPUT-REC FROM HEADER-5.
       5000-RECONCILE-FEEDS-EXIT.
      *-------------------------*
           EXIT.
      *
       5100-MATCH-ONE-COUNTRY.
      *----------------------*
           PERFORM 5110-FIND-SECONDARY-ROW
              THRU 5110-FIND-SECONDARY-ROW-EXIT.

           IF SUB2 = 0 THEN
              GO TO 5100-MATCH-ONE-COUNTRY-EXIT
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           MOVE 'Y'  TO WS-ROW-MATCH-SW (1, SUB1).
           MOVE 'Y'  TO WS-ROW-MATCH-SW (2, SUB2).
           MOVE SUB2 TO WS-ROW-PARTNER (1, SUB1).
           MOVE SUB1 TO WS-ROW-PARTNER (2, SUB2).

      * A PRIMARY ROW COVIDRPT WOULD REJECT IS NOT COMPARED - THE
      * SECONDARY ROW STANDS IN FOR IT ON OUTPREF.
           IF NOT C-ROW-VALID (1, SUB1) THEN
              ADD 1 TO WS-REPLACED-COUNT
              GO TO 5100-MATCH-ONE-COUNTRY-EXIT
           END-IF.

           MOVE 'N' TO WS-COUNTRY-OUT.
           PERFORM VARYING FIG-SUB FROM 1 BY 1 UNTIL FIG-SUB > 6
              PERFORM 5200-COMPARE-FIGURE
                 THRU 5200-COMPARE-FIGURE-EXIT
           END-PERFORM.

           IF WS-COUNTRY-OUT = 'Y' THEN
              ADD 1 TO WS-DIFFER-COUNT
           ELSE
              ADD 1 TO WS-AGREE-COUNT
           END-IF.
       5100-MATCH-ONE-COUNTRY-EXIT.
      *---------------------------*
           EXIT.
      *
       5110-FIND-SECONDARY-ROW.
      *-----------------------*
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE 0   TO SUB2.

           PERFORM VARYING SUB3 FROM 1 BY 1
                   UNTIL SUB3 > WS-FEED-ROW-COUNT (2)
                   OR WS-ROW-FOUND = 'Y'
              IF WS-ROW-CODE (2, SUB3) = WS-ROW-CODE (1, SUB1) AND
                 C-ROW-VALID (2, SUB3) AND
                 NOT C-ROW-MATCHED (2, SUB3) THEN
                 MOVE 'Y'  TO WS-ROW-FOUND
                 MOVE SUB3 TO SUB2
              END-IF
           END-PERFORM.
       5110-FIND-SECONDARY-ROW-EXIT.
      *----------------------------*
           EXIT.
      *
      * THE ALLOWANCE IS THE LARGER OF THE CONTROL-CARD COUNT AND
      * THE CONTROL-CARD PERCENT OF THE PRIMARY FIGURE. THE PERCENT
      * DIFFERENCE IS TAKEN AGAINST THE PRIMARY; A PRIMARY OF ZERO
      * AGAINST A NONZERO SECONDARY SHOWS AS 100 PERCENT.
       5200-COMPARE-FIGURE.
      *-------------------*
           COMPUTE WS-DIFF = WS-ROW-VALUE (2, SUB2, FIG-SUB)
                           - WS-ROW-VALUE (1, SUB1, FIG-SUB).
           IF WS-DIFF < 0 THEN
              COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
              MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.

           COMPUTE WS-ALLOWED =
                   WS-ROW-VALUE (1, SUB1, FIG-SUB) * WS-TOL-PCT / 100.
           IF WS-TOL-COUNT > WS-ALLOWED THEN
              MOVE WS-TOL-COUNT TO WS-ALLOWED
           END-IF.

           IF WS-ABS-DIFF NOT > WS-ALLOWED THEN
              GO TO 5200-COMPARE-FIGURE-EXIT
           END-IF.

           IF WS-ROW-VALUE (1, SUB1, FIG-SUB) = 0 THEN
              MOVE 100 TO WS-PCT-DIFF
           ELSE
              COMPUTE WS-PCT-DIFF ROUNDED =
                      WS-DIFF / WS-ROW-VALUE (1, SUB1, FIG-SUB) * 100
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-PCT-DIFF
              END-COMPUTE
           END-IF.

           MOVE 'Y' TO WS-COUNTRY-OUT.
           ADD 1 TO WS-FIGURE-OUT-COUNT.

           MOVE SPACES TO WS-DIFF-LINE.
           MOVE WS-ROW-CODE (1, SUB1)    TO DIFL-CODE.
           MOVE WS-ROW-COUNTRY (1, SUB1) TO DIFL-COUNTRY.
           MOVE WS-FIGURE-NAME (FIG-SUB) TO DIFL-FIGURE.
           MOVE WS-ROW-VALUE (1, SUB1, FIG-SUB) TO DIFL-PRIMARY.
           MOVE WS-ROW-VALUE (2, SUB2, FIG-SUB) TO DIFL-SECONDARY.
           MOVE WS-DIFF                  TO DIFL-DIFF.
           MOVE WS-PCT-DIFF              TO DIFL-PCT.
           MOVE WS-ALLOWED               TO DIFL-ALLOWED.
           WRITE OUTPUT-REC FROM WS-DIFF-LINE.
       5200-COMPARE-FIGURE-EXIT.
      *------------------------*
           EXIT.
      *
      * COUNTRIES ONLY ONE PROVIDER SENT. A PRIMARY ROW WITH NO
      * COUNTRY CODE CANNOT BE MATCHED AND IS NOT LISTED - IT IS
      * PASSED THROUGH FOR COVIDRPT TO REJECT IN THE USUAL WAY.
       6000-WRITE-ONLY-SECTIONS.
      *------------------------*
           IF NOT C-FEED-USABLE (2) THEN
              GO TO 6000-WRITE-ONLY-SECTIONS-EXIT
           END-IF.

           MOVE 'COUNTRIES IN PRIMARY FEED ONLY' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           WRITE OUTPUT-REC FROM WS-ONLY-HDR-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.
           MOVE 1 TO FEED-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-FEED-ROW-COUNT (1)
              IF WS-ROW-CODE (1, SUB1) NOT = SPACES AND
                 NOT C-ROW-MATCHED (1, SUB1) THEN
                 ADD 1 TO WS-PRIM-ONLY-COUNT
                 MOVE 'PRIMARY' TO ONLY-NOTE
                 PERFORM 6100-WRITE-ONLY-LINE
                    THRU 6100-WRITE-ONLY-LINE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 6200-CLOSE-ONLY-SECTION
              THRU 6200-CLOSE-ONLY-SECTION-EXIT.

      * A SECONDARY ROW TAKEN IN PLACE OF AN UNUSABLE PRIMARY ROW
      * IS LISTED HERE TOO, SINCE IT IS WHAT COVIDRPT WILL PUBLISH.
           MOVE 'COUNTRIES IN SECONDARY FEED ONLY' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           WRITE OUTPUT-REC FROM WS-ONLY-HDR-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.
           MOVE 2 TO FEED-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-FEED-ROW-COUNT (2)
              EVALUATE TRUE
                 WHEN NOT C-ROW-VALID (2, SUB1)
                    ADD 1 TO WS-SECD-DROP-COUNT
                 WHEN NOT C-ROW-MATCHED (2, SUB1)
                    ADD 1 TO WS-SECD-ONLY-COUNT
                    MOVE 'SECONDARY' TO ONLY-NOTE
                    PERFORM 6100-WRITE-ONLY-LINE
                       THRU 6100-WRITE-ONLY-LINE-EXIT
                 WHEN OTHER
                    MOVE WS-ROW-PARTNER (2, SUB1) TO SUB2
                    IF NOT C-ROW-VALID (1, SUB2) THEN
                       MOVE 'SECONDARY - PRIMARY ROW UNUSABLE'
                          TO ONLY-NOTE
                       PERFORM 6100-WRITE-ONLY-LINE
                          THRU 6100-WRITE-ONLY-LINE-EXIT
                    END-IF
              END-EVALUATE
           END-PERFORM.

           PERFORM 6200-CLOSE-ONLY-SECTION
              THRU 6200-CLOSE-ONLY-SECTION-EXIT.
       6000-WRITE-ONLY-SECTIONS-EXIT.
      *-----------------------------*
           EXIT.
      *
       6100-WRITE-ONLY-LINE.
      *--------------------*
           MOVE 'N' TO WS-SECTION-EMPTY.
           MOVE WS-ROW-CODE (FEED-SUB, SUB1)     TO ONLY-CODE.
           MOVE WS-ROW-COUNTRY (FEED-SUB, SUB1)  TO ONLY-COUNTRY.
           MOVE WS-ROW-VALUE (FEED-SUB, SUB1, 2) TO ONLY-CONFIRMED.
           MOVE WS-ROW-VALUE (FEED-SUB, SUB1, 4) TO ONLY-DEATHS.
           MOVE WS-ROW-VALUE (FEED-SUB, SUB1, 6) TO ONLY-RECOVERED.
           WRITE OUTPUT-REC FROM WS-ONLY-LINE.
       6100-WRITE-ONLY-LINE-EXIT.
      *-------------------------*
           EXIT.
      *
       6200-CLOSE-ONLY-SECTION.
      *-----------------------*
           IF WS-SECTION-EMPTY = 'Y' THEN
              MOVE 'NONE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE OUTPUT-REC FROM HEADER-5.
       6200-CLOSE-ONLY-SECTION-EXIT.
      *----------------------------*
           EXIT.
      *
      * PREFERRED-SOURCE FEED FOR COVIDRPT - PRIMARY HEADER AND
      * COLUMN LINE, THE CHOSEN ROW PER COUNTRY IN PRIMARY FEED
      * ORDER, SECONDARY-ONLY COUNTRIES AFTER THEM, AND A TRAILER
      * WHOSE COUNT AND HASH TOTALS COVER THE ROWS WRITTEN HERE.
       7000-WRITE-PREFERRED.
      *--------------------*
           INITIALIZE WS-PREF-TOTALS.

           WRITE PREF-OUTPUT-REC FROM WS-FEED-HDR-REC (1).
           IF WS-FEED-ID-REC (1) NOT = SPACES THEN
              WRITE PREF-OUTPUT-REC FROM WS-FEED-ID-REC (1)
           END-IF.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-FEED-ROW-COUNT (1)
              IF C-ROW-VALID (1, SUB1) OR
                 NOT C-ROW-MATCHED (1, SUB1) THEN
                 IF NOT C-ROW-VALID (1, SUB1) THEN
                    ADD 1 TO WS-PASSED-COUNT
                 END-IF
                 MOVE 1    TO FEED-SUB
                 MOVE SUB1 TO SUB2
              ELSE
                 MOVE 2 TO FEED-SUB
                 MOVE WS-ROW-PARTNER (1, SUB1) TO SUB2
              END-IF
              PERFORM 7100-WRITE-PREF-ROW
                 THRU 7100-WRITE-PREF-ROW-EXIT
           END-PERFORM.

           IF C-FEED-USABLE (2) THEN
              MOVE 2 TO FEED-SUB
              PERFORM VARYING SUB2 FROM 1 BY 1
                      UNTIL SUB2 > WS-FEED-ROW-COUNT (2)
                 IF C-ROW-VALID (2, SUB2) AND
                    NOT C-ROW-MATCHED (2, SUB2) THEN
                    PERFORM 7100-WRITE-PREF-ROW
                       THRU 7100-WRITE-PREF-ROW-EXIT
                 END-IF
              END-PERFORM
           END-IF.

           MOVE SPACES               TO WS-TRL-REC.
           MOVE 'TRL'                TO WS-TRL-REC(1:3).
           MOVE WS-PREF-ROW-COUNT    TO TRL-REC-COUNT.
           MOVE WS-PREF-HASH (1)     TO TRL-NEW-CONFIRMED.
           MOVE WS-PREF-HASH (2)     TO TRL-TOTAL-CONFIRMED.
           MOVE WS-PREF-HASH (3)     TO TRL-NEW-DEATHS.
           MOVE WS-PREF-HASH (4)     TO TRL-TOTAL-DEATHS.
           MOVE WS-PREF-HASH (5)     TO TRL-NEW-RECOVERED.
           MOVE WS-PREF-HASH (6)     TO TRL-TOTAL-RECOVERED.
           WRITE PREF-OUTPUT-REC FROM WS-TRL-REC.
       7000-WRITE-PREFERRED-EXIT.
      *-------------------------*
           EXIT.
      *
       7100-WRITE-PREF-ROW.
      *-------------------*
           ADD 1 TO WS-PREF-ROW-COUNT.
           PERFORM VARYING FIG-SUB FROM 1 BY 1 UNTIL FIG-SUB > 6
              ADD WS-ROW-VALUE (FEED-SUB, SUB2, FIG-SUB)
                 TO WS-PREF-HASH (FIG-SUB)
           END-PERFORM.
           WRITE PREF-OUTPUT-REC FROM WS-ROW-RAW (FEED-SUB, SUB2).
       7100-WRITE-PREF-ROW-EXIT.
      *------------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           MOVE 'RECONCILIATION CONTROL COUNTS' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.

           MOVE 'PRIMARY FEED DATA RECORDS' TO SUML-LABEL.
           MOVE WS-FEED-ROW-COUNT (1) TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'SECONDARY FEED DATA RECORDS' TO SUML-LABEL.
           MOVE WS-FEED-ROW-COUNT (2) TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES MATCHED' TO SUML-LABEL.
           MOVE WS-MATCH-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES AGREEING WITHIN TOLERANCE' TO SUML-LABEL.
           MOVE WS-AGREE-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES OUTSIDE TOLERANCE' TO SUML-LABEL.
           MOVE WS-DIFFER-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'FIGURES OUTSIDE TOLERANCE' TO SUML-LABEL.
           MOVE WS-FIGURE-OUT-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES IN PRIMARY FEED ONLY' TO SUML-LABEL.
           MOVE WS-PRIM-ONLY-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES IN SECONDARY FEED ONLY' TO SUML-LABEL.
           MOVE WS-SECD-ONLY-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'PRIMARY ROWS REPLACED FROM SECONDARY' TO SUML-LABEL.
           MOVE WS-REPLACED-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'UNUSABLE PRIMARY ROWS PASSED THROUGH' TO SUML-LABEL.
           MOVE WS-PASSED-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'UNUSABLE SECONDARY ROWS DROPPED' TO SUML-LABEL.
           MOVE WS-SECD-DROP-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'PREFERRED-SOURCE ROWS WRITTEN' TO SUML-LABEL.
           MOVE WS-PREF-ROW-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.

           DISPLAY 'COUNTRIES OUTSIDE TOLERANCE : ' WS-DIFFER-COUNT.
           DISPLAY 'PREFERRED-SOURCE ROWS WRITTEN : '
                   WS-PREF-ROW-COUNT.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE OUT001.
           CLOSE OUT002.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
      *
      * A BACKLOG PRIMARY GOES TO OUTPREF RECORD FOR RECORD - EVERY
      * ENVELOPE STILL GETS COVIDRPT'S OWN COUNT AND HASH CHECK
      * THERE - AND THE REPORT SAYS WHY NOTHING WAS COMPARED.
       9800-PASS-BACKLOG-FEED.
      *----------------------*
           IF C-SECD-OK THEN
              CLOSE IN002
           END-IF.

           PERFORM 4000-OPEN-OUTPUTS
              THRU 4000-OPEN-OUTPUTS-EXIT.

           MOVE 'NOT RECONCILED - BACKLOG FEED' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           MOVE 'MORE THAN ONE ENVELOPE - COPIED TO OUTPREF UNCHANGED'
              TO NONE-TEXT.
           WRITE OUTPUT-REC FROM WS-NONE-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.

           OPEN INPUT IN001.
           MOVE SPACE TO LASTREC.
           PERFORM 2010-READ-PRIMARY
              THRU 2010-READ-PRIMARY-EXIT.
           PERFORM UNTIL LASTREC = 'Y'
                 WRITE PREF-OUTPUT-REC FROM PRIM-INPUT-REC
                 ADD 1 TO WS-COPY-COUNT
                 PERFORM 2010-READ-PRIMARY
                    THRU 2010-READ-PRIMARY-EXIT
           END-PERFORM.
           CLOSE IN001.

           MOVE 'RECONCILIATION CONTROL COUNTS' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           MOVE 'PRIMARY RECORDS COPIED UNCHANGED' TO SUML-LABEL.
           MOVE WS-COPY-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

           DISPLAY 'NOT RECONCILED - BACKLOG FEED COPIED TO OUTPREF : '
                   WS-COPY-COUNT ' RECORDS'.
           MOVE 4 TO RETURN-CODE.
           GOBACK.
       9800-PASS-BACKLOG-FEED-EXIT.
      *--------------------------*
           EXIT.
      *
      * NOTHING IS WRITTEN FROM A PRIMARY FEED THAT CANNOT BE
      * TRUSTED - THE NONZERO RETURN CODE STOPS RUNBATCH FROM
      * CHECKPOINTING THE STEP, SO COVIDRPT NEVER SEES A PARTIAL
      * OUTPREF.
       9900-PRIMARY-FAIL.
      *-----------------*
           DISPLAY 'PRIMARY FEED REJECTED - NO RECONCILIATION RUN'.
           IF C-SECD-OK THEN
              CLOSE IN002
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       9900-PRIMARY-FAIL-EXIT.
      *---------------------*
           EXIT.
