      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMAPRPT.
       AUTHOR.        DONGWON K.
      *
      * WEEKLY APPEALS REPORTS OVER THE APPEALS KEYED FILE CLMAPPL
      * MAINTAINS. ONE PASS OF THE FILE PRODUCES BOTH:
      *   OUTDOCKT - THE HEARING DOCKET. EVERY UNDECIDED APPEAL WITH
      *       A HEARING FROM THE AS-OF DATE THROUGH SIX DAYS AFTER
      *       IT, SORTED BY HEARING DATE AND CLAIM, WITH A COUNT FOR
      *       EACH HEARING DAY.
      *   OUTAPAGE - THE APPEALS AGING. EVERY UNDECIDED APPEAL, AGED
      *       FROM ITS FILED DATE TO THE AS-OF DATE AND COUNTED IN
      *       ITS BAND (0-30, 31-60, 61-90, OVER 90 DAYS), WITH THE
      *       ONES STILL WAITING ON A HEARING DATE FLAGGED.
      * THE AS-OF DATE IS TODAY, OR THE DATE ON THE CTL001 CARD -
      * THE SAME SINGLE-CARD PATTERN AS CLMOVAGE - SO THE DOCKET
      * CAN BE PRINTED AHEAD FOR THE COMING WEEK. A CARD THAT IS
      * NOT A YYYYMMDD DATE STOPS THE RUN RETURN CODE 16.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APL001 ASSIGN TO APPEALS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS APL-KEY
              FILE STATUS IS WS-APL-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTDOCKT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT002 ASSIGN TO OUTAPAGE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * AS-OF DATE. NO CARD MEANS TODAY.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTDOCKT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * THE SAME 100 BYTES CLMAPPL MAINTAINS.
       FD  APL001
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS APL-REC.
       01  APL-REC.
           05 APL-KEY.
              10 APL-CLAIM-ID        PIC X(08).
              10 APL-SEQ             PIC 9(03).
           05 FILLER                 PIC X(01).
           05 APL-FILED-DATE         PIC 9(08).
           05 FILLER                 PIC X(01).
           05 APL-ISSUE              PIC X(30).
           05 FILLER                 PIC X(01).
           05 APL-HEARING-DATE       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 APL-DECISION           PIC X(01).
              88 C-APL-OPEN          VALUE ' '.
           05 FILLER                 PIC X(01).
           05 APL-DECISION-DATE      PIC 9(08).
           05 FILLER                 PIC X(01).
           05 APL-REOPEN-SW          PIC X(01).
           05 FILLER                 PIC X(01).
           05 APL-LAST-OPERATOR      PIC X(08).
           05 FILLER                 PIC X(01).
           05 APL-LAST-UPD-DATE      PIC 9(08).
           05 FILLER                 PIC X(09).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AGING-REC.
       01  AGING-REC            PIC X(133).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 08 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-AS-OF-DATE           PIC 9(08).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-HEARING-DATE          PIC 9(08).
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-SEQ                   PIC 9(03).
           05  SD-FILED-DATE            PIC 9(08).
           05  SD-ISSUE                 PIC X(30).

       WORKING-STORAGE SECTION.

       77  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-OPEN-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-NO-HEARING-COUNT  PIC 9(07) COMP VALUE 0.
       77  WS-DOCKET-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-DAY-COUNT         PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-APRPT-OK        VALUE ' '.
           88 C-APRPT-FAILED    VALUE 'F'.

       01  WS-APL-FILE-STATUS.
           05 WS-APL-FS                     PIC X(02).
              88 C-APL-OK                   VALUE '00'.
              88 C-APL-NOTEXST              VALUE '35'.
              88 C-APL-OPEN-NORMAL          VALUE '97'.

       01  WS-SUBSCRIPTS.
           05 BAND-SUB          PIC 9(03) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-AS-OF-DATE        PIC 9(08) VALUE 0.
       01  WS-AS-OF-INTEGER     PIC S9(09) COMP-3 VALUE 0.
       01  WS-WEEK-END-DATE     PIC 9(08) VALUE 0.
       01  WS-DAYS-OPEN         PIC S9(05) COMP-3 VALUE 0.
       01  WS-DAY-OF-WEEK       PIC 9(01) VALUE 0.
       01  WS-GROUP-DATE        PIC 9(08) VALUE 0.

      * DAY NAMES BY INTEGER-OF-DATE MOD 7 - DAY 1 OF THAT COUNT
      * (1601-01-01) WAS A MONDAY, SO 0 IS SUNDAY.
       01  WS-DAY-NAME-VALUES.
           05 FILLER            PIC X(03) VALUE 'SUN'.
           05 FILLER            PIC X(03) VALUE 'MON'.
           05 FILLER            PIC X(03) VALUE 'TUE'.
           05 FILLER            PIC X(03) VALUE 'WED'.
           05 FILLER            PIC X(03) VALUE 'THU'.
           05 FILLER            PIC X(03) VALUE 'FRI'.
           05 FILLER            PIC X(03) VALUE 'SAT'.

       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME       PIC X(03) OCCURS 7 TIMES.

      * OPEN APPEALS BY DAYS SINCE FILED - BAND 1 IS 0-30, 2 IS
      * 31-60, 3 IS 61-90, 4 IS OVER 90.
       01  WS-BAND-TOTALS.
           05 WS-BAND-ROW       OCCURS 4 TIMES.
              10 WS-BAND-COUNT  PIC 9(05) COMP-3.
              10 WS-BAND-NOHEAR PIC 9(05) COMP-3.

       01  WS-BAND-LABEL-VALUES.
           05 FILLER            PIC X(20) VALUE '   0-30  DAYS'.
           05 FILLER            PIC X(20) VALUE '  31-60  DAYS'.
           05 FILLER            PIC X(20) VALUE '  61-90  DAYS'.
           05 FILLER            PIC X(20) VALUE ' OVER 90 DAYS'.

       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05 WS-BAND-LABEL     PIC X(20) OCCURS 4 TIMES.

       01  HEADER-1.
           05  FILLER           PIC X(51) VALUE SPACES.
           05  FILLER           PIC X(22) VALUE
           'Appeals Hearing Docket'.
           05  FILLER           PIC X(60) VALUE SPACES.

       01  HEADER-1A.
           05  FILLER           PIC X(51) VALUE SPACES.
           05  FILLER           PIC X(21) VALUE
           'Appeals Aging Report'.
           05  FILLER           PIC X(61) VALUE SPACES.

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

       01  HEADER-3.
           05  FILLER           PIC X(21) VALUE 'HEARINGS FROM      : '.
           05  HDR-FROM-DATE    PIC 9(08).
           05  FILLER           PIC X(09) VALUE '  THRU : '.
           05  HDR-THRU-DATE    PIC 9(08).
           05  FILLER           PIC X(87) VALUE SPACES.

       01  HEADER-3A.
           05  FILLER           PIC X(21) VALUE 'AGED AS OF         : '.
           05  HDR-AS-OF        PIC 9(08).
           05  FILLER           PIC X(104) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'HEARING '.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(03) VALUE 'DAY'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(03) VALUE 'SEQ'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'FILED'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE 'DAYS OPEN'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'ISSUE'.
           05  FILLER           PIC X(43) VALUE SPACES.

       01  HEADER-4A.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(03) VALUE 'SEQ'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'FILED'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE 'DAYS OPEN'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'HEARING'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'ISSUE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(17) VALUE 'FLAG'.
           05  FILLER           PIC X(29) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-DOCKET-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DKT-HEARING-DATE PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DKT-DAY-NAME     PIC X(03).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DKT-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DKT-SEQ          PIC 9(03).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DKT-FILED-DATE   PIC 9(08).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  DKT-DAYS-OPEN    PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DKT-ISSUE        PIC X(30).
           05  FILLER           PIC X(43) VALUE SPACES.

       01  WS-DAY-TOTAL-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(15) VALUE 'HEARINGS ON  : '.
           05  DAY-TOT-DATE     PIC 9(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DAY-TOT-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(98) VALUE SPACES.

       01  WS-NO-DOCKET-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               'NO HEARINGS SCHEDULED FOR THIS WEEK'.
           05  FILLER           PIC X(89) VALUE SPACES.

       01  WS-AGING-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  AGE-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  AGE-SEQ          PIC 9(03).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  AGE-FILED-DATE   PIC 9(08).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  AGE-DAYS-OPEN    PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  AGE-HEARING-DATE PIC 9(08).
           05  AGE-HEARING-X    REDEFINES AGE-HEARING-DATE
                                PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  AGE-ISSUE        PIC X(30).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  AGE-FLAG         PIC X(17).
           05  FILLER           PIC X(29) VALUE SPACES.

       01  WS-BAND-HDR.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE 'DAYS SINCE FILED'.
           05  FILLER           PIC X(07) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE 'COUNT'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'NO HEARING'.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  WS-BAND-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BND-LABEL        PIC X(20).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  BND-COUNT        PIC ZZZZ9.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  BND-NOHEAR       PIC ZZZZ9.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CNT-LABEL        PIC X(40).
           05  CNT-VALUE        PIC ZZZZZZ9.
           05  FILLER           PIC X(84) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-READ-CONTROL-DATE
              THRU 1500-READ-CONTROL-DATE-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           IF C-APRPT-OK THEN
              SORT SORT-FILE ON ASCENDING KEY SD-HEARING-DATE
                                              SD-CLAIM-ID
                                              SD-SEQ
                  INPUT PROCEDURE  IS 3000-SORT-INPUT
                  OUTPUT PROCEDURE IS 5000-SORT-OUTPUT
           END-IF.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * NO APPEALS FILE OR NO USABLE AS-OF DATE MEANS NO DOCKET -
      * THAT MUST NOT LOOK LIKE A QUIET WEEK.
           IF C-APRPT-FAILED THEN
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0  TO RETURN-CODE
           END-IF.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           INITIALIZE WS-BAND-TOTALS.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.

           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.

           OPEN INPUT APL001.

           IF NOT C-APL-OK AND NOT C-APL-OPEN-NORMAL THEN
              DISPLAY 'FILE OPEN ERROR: APPEALS ' WS-APL-FS
              SET C-APRPT-FAILED TO TRUE
           END-IF.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
       1500-READ-CONTROL-DATE.
      *----------------------*
           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO AS-OF CONTROL RECORD SUPPLIED - '
                         'REPORTING AS OF ' WS-AS-OF-DATE
              NOT AT END
                 EVALUATE TRUE
                    WHEN CTL-AS-OF-DATE NOT NUMERIC
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                                  (CTL-AS-OF-DATE) NOT = 0
                       DISPLAY 'BAD AS-OF DATE ON CONTROL RECORD : '
                               CTL-INPUT-REC
                       SET C-APRPT-FAILED TO TRUE
                    WHEN OTHER
                       MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                 END-EVALUATE
           END-READ.

           CLOSE CTL001.

           IF C-APRPT-FAILED THEN
              GO TO 1500-READ-CONTROL-DATE-EXIT
           END-IF.

           COMPUTE WS-AS-OF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

           COMPUTE WS-WEEK-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-AS-OF-INTEGER + 6).
       1500-READ-CONTROL-DATE-EXIT.
      *---------------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           MOVE WS-AS-OF-DATE    TO HDR-FROM-DATE.
           MOVE WS-WEEK-END-DATE TO HDR-THRU-DATE.
           MOVE WS-AS-OF-DATE    TO HDR-AS-OF.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM HEADER-3.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-4.
           WRITE OUTPUT-REC FROM HEADER-5.

           WRITE AGING-REC FROM HEADER-1A.
           WRITE AGING-REC FROM HEADER-2.
           WRITE AGING-REC FROM HEADER-3A.
           WRITE AGING-REC FROM WS-EMPTY-LN.
           WRITE AGING-REC FROM HEADER-4A.
           WRITE AGING-REC FROM HEADER-5.
       2000-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.
      *
      * ONE PASS OF THE APPEALS FILE IN KEY ORDER. EVERY OPEN APPEAL
      * IS AGED STRAIGHT ONTO OUTAPAGE; THE ONES HEARD THIS WEEK
      * ARE ALSO RELEASED FOR THE DOCKET.
       3000-SORT-INPUT.
      *---------------*
           MOVE 'N' TO LASTREC.

           PERFORM 3500-READ-APPEAL
              THRU 3500-READ-APPEAL-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-ENTRY-COUNT

                 IF C-APL-OPEN THEN
                    PERFORM 4000-AGE-APPEAL
                       THRU 4000-AGE-APPEAL-EXIT

                    IF APL-HEARING-DATE >= WS-AS-OF-DATE AND
                       APL-HEARING-DATE <= WS-WEEK-END-DATE THEN
                       MOVE APL-HEARING-DATE TO SD-HEARING-DATE
                       MOVE APL-CLAIM-ID     TO SD-CLAIM-ID
                       MOVE APL-SEQ          TO SD-SEQ
                       MOVE APL-FILED-DATE   TO SD-FILED-DATE
                       MOVE APL-ISSUE        TO SD-ISSUE
                       RELEASE SD-REC
                    END-IF
                 END-IF

                 PERFORM 3500-READ-APPEAL
                    THRU 3500-READ-APPEAL-EXIT
           END-PERFORM.
       3000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
       3500-READ-APPEAL.
      *----------------*
           READ APL001 NEXT RECORD
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3500-READ-APPEAL-EXIT.
      *---------------------*
           EXIT.
      *
       4000-AGE-APPEAL.
      *---------------*
           ADD 1 TO WS-OPEN-COUNT.

           COMPUTE WS-DAYS-OPEN =
                   WS-AS-OF-INTEGER -
                   FUNCTION INTEGER-OF-DATE(APL-FILED-DATE).

           IF WS-DAYS-OPEN < 0 THEN
              MOVE 0 TO WS-DAYS-OPEN
           END-IF.

           EVALUATE TRUE
              WHEN WS-DAYS-OPEN <= 30
                 MOVE 1 TO BAND-SUB
              WHEN WS-DAYS-OPEN <= 60
                 MOVE 2 TO BAND-SUB
              WHEN WS-DAYS-OPEN <= 90
                 MOVE 3 TO BAND-SUB
              WHEN OTHER
                 MOVE 4 TO BAND-SUB
           END-EVALUATE.

           ADD 1 TO WS-BAND-COUNT (BAND-SUB).

           MOVE APL-CLAIM-ID     TO AGE-CLAIM-ID.
           MOVE APL-SEQ          TO AGE-SEQ.
           MOVE APL-FILED-DATE   TO AGE-FILED-DATE.
           MOVE WS-DAYS-OPEN     TO AGE-DAYS-OPEN.
           MOVE APL-ISSUE        TO AGE-ISSUE.
           MOVE SPACES           TO AGE-FLAG.

           IF APL-HEARING-DATE = 0 THEN
              ADD 1 TO WS-NO-HEARING-COUNT
              ADD 1 TO WS-BAND-NOHEAR (BAND-SUB)
              MOVE 'NOT SET'           TO AGE-HEARING-X
              MOVE 'NO HEARING SET'    TO AGE-FLAG
           ELSE
              MOVE APL-HEARING-DATE    TO AGE-HEARING-DATE
           END-IF.

           WRITE AGING-REC FROM WS-AGING-LINE.
       4000-AGE-APPEAL-EXIT.
      *--------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.
           MOVE 0   TO WS-GROUP-DATE.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-HEARING-DATE NOT = WS-GROUP-DATE THEN
                    PERFORM 5500-FINISH-DAY
                       THRU 5500-FINISH-DAY-EXIT
                    MOVE SD-HEARING-DATE TO WS-GROUP-DATE
                 END-IF

                 PERFORM 5100-WRITE-DOCKET-LINE
                    THRU 5100-WRITE-DOCKET-LINE-EXIT

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-DAY
              THRU 5500-FINISH-DAY-EXIT.

           IF WS-DOCKET-COUNT = 0 THEN
              WRITE OUTPUT-REC FROM WS-NO-DOCKET-LINE
           END-IF.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5100-WRITE-DOCKET-LINE.
      *----------------------*
           ADD 1 TO WS-DOCKET-COUNT.
           ADD 1 TO WS-DAY-COUNT.

           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(SD-HEARING-DATE), 7).

           COMPUTE WS-DAYS-OPEN =
                   WS-AS-OF-INTEGER -
                   FUNCTION INTEGER-OF-DATE(SD-FILED-DATE).

           IF WS-DAYS-OPEN < 0 THEN
              MOVE 0 TO WS-DAYS-OPEN
           END-IF.

           MOVE SD-HEARING-DATE               TO DKT-HEARING-DATE.
           MOVE WS-DAY-NAME (WS-DAY-OF-WEEK + 1) TO DKT-DAY-NAME.
           MOVE SD-CLAIM-ID                   TO DKT-CLAIM-ID.
           MOVE SD-SEQ                        TO DKT-SEQ.
           MOVE SD-FILED-DATE                 TO DKT-FILED-DATE.
           MOVE WS-DAYS-OPEN                  TO DKT-DAYS-OPEN.
           MOVE SD-ISSUE                      TO DKT-ISSUE.

           WRITE OUTPUT-REC FROM WS-DOCKET-LINE.
       5100-WRITE-DOCKET-LINE-EXIT.
      *---------------------------*
           EXIT.
      *
       5500-FINISH-DAY.
      *---------------*
           IF WS-DAY-COUNT > 0 THEN
              MOVE WS-GROUP-DATE TO DAY-TOT-DATE
              MOVE WS-DAY-COUNT  TO DAY-TOT-COUNT
              WRITE OUTPUT-REC FROM WS-DAY-TOTAL-LINE
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
           END-IF.

           MOVE 0 TO WS-DAY-COUNT.
       5500-FINISH-DAY-EXIT.
      *--------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           WRITE OUTPUT-REC FROM HEADER-5.
           MOVE 'HEARINGS ON THE DOCKET'     TO CNT-LABEL.
           MOVE WS-DOCKET-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.

           WRITE AGING-REC FROM HEADER-5.
           WRITE AGING-REC FROM WS-BAND-HDR.

           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4
              MOVE WS-BAND-LABEL (BAND-SUB)  TO BND-LABEL
              MOVE WS-BAND-COUNT (BAND-SUB)  TO BND-COUNT
              MOVE WS-BAND-NOHEAR (BAND-SUB) TO BND-NOHEAR
              WRITE AGING-REC FROM WS-BAND-LINE
           END-PERFORM.

           MOVE 'ALL OPEN APPEALS'    TO BND-LABEL.
           MOVE WS-OPEN-COUNT         TO BND-COUNT.
           MOVE WS-NO-HEARING-COUNT   TO BND-NOHEAR.
           WRITE AGING-REC FROM WS-EMPTY-LN.
           WRITE AGING-REC FROM WS-BAND-LINE.

           WRITE AGING-REC FROM WS-EMPTY-LN.
           MOVE 'APPEALS ON FILE'            TO CNT-LABEL.
           MOVE WS-ENTRY-COUNT               TO CNT-VALUE.
           WRITE AGING-REC FROM WS-COUNT-LINE.
           WRITE AGING-REC FROM HEADER-5.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           IF C-APRPT-OK THEN
              CLOSE APL001
           END-IF.

           CLOSE OUT001.
           CLOSE OUT002.

           DISPLAY 'APPEALS REPORTS COMPLETE'.
           DISPLAY 'APPEALS READ : ' WS-ENTRY-COUNT.
           DISPLAY 'OPEN APPEALS : ' WS-OPEN-COUNT.
           DISPLAY 'HEARINGS ON THE DOCKET : ' WS-DOCKET-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
