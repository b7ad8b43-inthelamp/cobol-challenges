       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COVROLL.
       AUTHOR.        DONGWON K.
      *
      * SMOOTHED-TREND BRIEFING OVER THE OUTTRND DAILY HISTORY. THE
      * DAILY NEW FIGURES JUMP AROUND ON WEEKENDS AND REPORTING
      * LAGS, SO THIS REPORT SHOWS, PER COUNTRY AND PER INREGN
      * REGION, THE 7-DAY AND 14-DAY ROLLING AVERAGES OF NEW
      * CONFIRMED CASES AND NEW DEATHS, THE CURRENT DOUBLING (OR,
      * AFTER A DOWNWARD RESTATEMENT, HALVING) TIME OF CUMULATIVE
      * CASES, AND A 14-DAY FORWARD PROJECTION OF CUMULATIVE CASES.
      *
      * EVERYTHING IS MEASURED BACK FROM THE AS-OF DATE - THE
      * LATEST RUN DATE IN THE HISTORY. THE GROWTH RATE IS THE
      * WEEK-ON-WEEK FACTOR OF CUMULATIVE CASES (AS-OF TOTAL OVER
      * THE TOTAL SEVEN DAYS EARLIER); THE DOUBLING TIME IS
      * 7 X LN 2 / LN FACTOR AND THE PROJECTION CARRIES THE SAME
      * FACTOR FORWARD TWO MORE WEEKS. WHEN EITHER CUMULATIVE
      * FIGURE IS ZERO, OR THE TWO ARE THE SAME, THERE IS NO
      * DOUBLING TIME TO GIVE - IT IS PRINTED AS N/A AND THE
      * PROJECTION HOLDS THE AS-OF TOTAL. A COUNTRY IS ONLY MEASURED
      * WHEN ALL 14 DAYS OF THE WINDOW ARE PRESENT AND IT HAD CASES
      * SEVEN DAYS BEFORE - ANYTHING LESS IS LISTED IN ITS OWN
      * SECTION WITH THE REASON INSTEAD OF BEING GIVEN A MISLEADING
      * NUMBER, AND IS LEFT OUT OF ITS REGION'S FIGURES.
      *
      * REGIONS COME FROM THE SAME INREGN COUNTRY-TO-REGION MAP
      * COVIDRPT USES, WITH THE SAME UNMAPPED CATCH-ALL, PLUS A
      * WORLD LINE OVER EVERY MEASURED COUNTRY. EVERY REPORT LINE
      * IS ALSO WRITTEN TO THE FIXED-FIELD OUTDASH FILE FOR THE
      * DASHBOARD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INTRND
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT IN002 ASSIGN TO INREGN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT001 ASSIGN TO OUTROLL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * MACHINE-READABLE DASHBOARD FEED - ONE FIXED-FIELD ROW PER
      * COUNTRY, REGION AND UNMEASURED COUNTRY.
           SELECT OUT002 ASSIGN TO OUTDASH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTROLL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TREND-INPUT-REC.
       01  TREND-INPUT-REC.
           05  TRND-RUN-DATE            PIC 9(08).
           05  FILLER                   PIC X(01).
           05  TRND-COUNTRY-CODE        PIC X(04).
           05  FILLER                   PIC X(01).
           05  TRND-COUNTRY             PIC X(33).
           05  FILLER                   PIC X(01).
           05  TRND-NEW-CONFIRMED       PIC 9(07).
           05  TRND-TOTAL-CONFIRMED     PIC 9(09).
           05  TRND-NEW-DEATHS          PIC 9(05).
           05  TRND-TOTAL-DEATHS        PIC 9(07).
           05  TRND-NEW-RECOVERED       PIC 9(05).
           05  TRND-TOTAL-RECOVERED     PIC 9(07).

       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REGION-INPUT-REC.
       01  REGION-INPUT-REC.
           05  RGN-COUNTRY-CODE         PIC X(04).
           05  FILLER                   PIC X(01).
           05  RGN-REGION-NAME          PIC X(10).
           05  FILLER                   PIC X(05).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

      * ROW TYPE 'C' COUNTRY, 'R' REGION OR WORLD, 'I' COUNTRY WITH
      * TOO LITTLE HISTORY (FIGURES ZERO, REASON GIVEN). AVERAGES
      * CARRY TWO IMPLIED DECIMALS, THE DOUBLING TIME ONE. KIND IS
      * 'D' DOUBLING, 'H' HALVING OR 'N' NOT MEASURABLE (A ZERO OR
      * UNCHANGED CUMULATIVE FIGURE - DOUBLING TIME ZERO).
       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DASH-OUTPUT-REC.
       01  DASH-OUTPUT-REC      PIC X(160).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-COUNTRY-CODE          PIC X(04).
           05  SD-RUN-DATE              PIC 9(08).
           05  SD-COUNTRY               PIC X(33).
           05  SD-NEW-CONFIRMED         PIC 9(07).
           05  SD-TOTAL-CONFIRMED       PIC 9(09).
           05  SD-NEW-DEATHS            PIC 9(05).

       WORKING-STORAGE SECTION.

       77  WS-WINDOW-DAYS       PIC 9(02) COMP VALUE 14.
       77  WS-TREND-ROW-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-MEASURED-COUNT    PIC 9(05) COMP VALUE 0.
       77  WS-SHORT-COUNT       PIC 9(05) COMP VALUE 0.
       77  WS-DAY-OFFSET        PIC S9(09) COMP-3 VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 WS-RGN-LASTREC    PIC X VALUE SPACE.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-AS-OF-DATE        PIC 9(08) VALUE 0.
       01  WS-AS-OF-INTEGER     PIC S9(09) COMP-3 VALUE 0.

       01  WS-SUBSCRIPTS.
           05 DAY-SUB           PIC 9(02) COMP.
           05 RGN-SUB           PIC 9(03) COMP.
           05 RGN-THIS          PIC 9(01) COMP.
           05 SHORT-SUB         PIC 9(03) COMP.

      * REGION MAP, RESOLVED TO BUCKET SUBSCRIPTS AT LOAD AS IN
      * COVIDRPT. BUCKET 6 IS THE UNMAPPED CATCH-ALL, BUCKET 7 THE
      * WORLD LINE.
       01  WS-RGN-MAP-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-RGN-COUNT-EDIT        PIC Z(04)9.

       01  WS-RGN-MAP-TABLE.
           05 WS-RGN-MAP            OCCURS 300 TIMES.
              10 WS-RGN-MAP-CODE    PIC X(04).
              10 WS-RGN-MAP-IDX     PIC 9(01).

       01  WS-REGION-NAME-VALUES.
           05 FILLER                PIC X(10) VALUE 'AFRICA'.
           05 FILLER                PIC X(10) VALUE 'AMERICAS'.
           05 FILLER                PIC X(10) VALUE 'ASIA'.
           05 FILLER                PIC X(10) VALUE 'EUROPE'.
           05 FILLER                PIC X(10) VALUE 'OCEANIA'.
           05 FILLER                PIC X(10) VALUE 'UNMAPPED'.
           05 FILLER                PIC X(10) VALUE 'WORLD'.

       01  WS-REGION-NAME-TABLE REDEFINES WS-REGION-NAME-VALUES.
           05 WS-REGION-NAME        PIC X(10) OCCURS 7 TIMES.

      * THE WINDOW BEING MEASURED - ONE COUNTRY WHILE THE SORTED
      * HISTORY IS READ, THEN EACH REGION IN TURN. DAY 1 IS THE
      * AS-OF DATE, DAY 8 SEVEN DAYS EARLIER, DAY 14 THE OLDEST.
       01  WS-WINDOW.
           05 WS-WIN-CODE           PIC X(04).
           05 WS-WIN-NAME           PIC X(33).
           05 WS-WIN-REGION         PIC 9(01).
           05 WS-WIN-DAYS-PRESENT   PIC 9(02) COMP.
           05 WS-WIN-DAY            OCCURS 14 TIMES.
              10 WS-WIN-PRESENT     PIC X(01).
              10 WS-WIN-NEW-CONF    PIC S9(11) COMP-3.
              10 WS-WIN-TOTAL-CONF  PIC S9(11) COMP-3.
              10 WS-WIN-NEW-DEATHS  PIC S9(11) COMP-3.

       01  WS-REGION-WINDOWS.
           05 WS-RW                 OCCURS 7 TIMES.
              10 WS-RW-COUNTRIES    PIC 9(05) COMP.
              10 WS-RW-DAY          OCCURS 14 TIMES.
                 15 WS-RW-NEW-CONF   PIC S9(11) COMP-3.
                 15 WS-RW-TOTAL-CONF PIC S9(11) COMP-3.
                 15 WS-RW-NEW-DEATHS PIC S9(11) COMP-3.

       01  WS-MEASURES.
           05 WS-SUM-7-CONF         PIC S9(13) COMP-3.
           05 WS-SUM-14-CONF        PIC S9(13) COMP-3.
           05 WS-SUM-7-DEATHS       PIC S9(13) COMP-3.
           05 WS-SUM-14-DEATHS      PIC S9(13) COMP-3.
           05 WS-AVG7-CONF          PIC S9(09)V9(02) COMP-3.
           05 WS-AVG14-CONF         PIC S9(09)V9(02) COMP-3.
           05 WS-AVG7-DEATHS        PIC S9(07)V9(02) COMP-3.
           05 WS-AVG14-DEATHS       PIC S9(07)V9(02) COMP-3.
           05 WS-GROWTH-FACTOR      PIC S9(05)V9(08) COMP-3.
           05 WS-LOG-TWO            PIC S9(03)V9(10) COMP-3.
           05 WS-LOG-FACTOR         PIC S9(03)V9(10) COMP-3.
           05 WS-DBL-DAYS           PIC S9(05)V9(01) COMP-3.
           05 WS-DBL-KIND           PIC X(01).
              88 C-DOUBLING         VALUE 'D'.
              88 C-HALVING          VALUE 'H'.
              88 C-NOT-MEASURABLE   VALUE 'N'.
           05 WS-PROJ-TOTAL         PIC S9(11) COMP-3.
           05 WS-PROJ-NEW           PIC S9(11) COMP-3.
           05 WS-SHORT-REASON       PIC X(30).

       01  WS-DASH-REC.
           05  DASH-ROW-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-AS-OF-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-KEY                 PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-NAME                PIC X(33).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-AVG7-CONFIRMED      PIC 9(07)V9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-AVG14-CONFIRMED     PIC 9(07)V9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-AVG7-DEATHS         PIC 9(05)V9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-AVG14-DEATHS        PIC 9(05)V9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-DBL-KIND            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-DBL-DAYS            PIC 9(05)V9(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-PROJ-TOTAL          PIC 9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-PROJ-NEW            PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DASH-REASON              PIC X(30).
           05  FILLER                   PIC X(04) VALUE SPACES.

      * COUNTRIES WITHOUT A FULL WINDOW, HELD FOR THEIR OWN SECTION
      * AFTER THE MEASURED COUNTRIES.
       01  WS-SHORT-TABLE.
           05 WS-SHORT              OCCURS 300 TIMES.
              10 WS-SHORT-CODE      PIC X(04).
              10 WS-SHORT-NAME      PIC X(33).
              10 WS-SHORT-REGION    PIC 9(01).
              10 WS-SHORT-DAYS      PIC 9(02).
              10 WS-SHORT-WHY       PIC X(30).

       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE SPACES.
           05  FILLER         PIC X(53) VALUE
           'Covid-19 Rolling Averages, Doubling Time & Projection'.
           05  FILLER         PIC X(40) VALUE SPACES.
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

       01  WS-AS-OF-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'AS OF RUN '.
           05  ASOF-DATE      PIC X(10).
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(53) VALUE
           'GROWTH = CUMULATIVE CASES NOW / CUMULATIVE 7 DAYS AGO'.
           05  FILLER         PIC X(54) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SECL-TITLE     PIC X(60).
           05  FILLER         PIC X(72) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  NONE-TEXT      PIC X(80).
           05  FILLER         PIC X(52) VALUE SPACES.

       01  WS-MEASURE-HDR-1.
           05  FILLER         PIC X(45) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE
               '--- NEW CONFIRMED --'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE
               '--- NEW DEATHS ---'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE
               'CUMULATIVE CASE'.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(23) VALUE
               '-- 14-DAY PROJECTION --'.
           05  FILLER         PIC X(05) VALUE SPACES.

       01  WS-MEASURE-HDR-2.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(24) VALUE 'COUNTRY / REGION'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'REGION'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '  7-DAY  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '  14-DAY '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '  7-DAY '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ' 14-DAY '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '   DAYS TO'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE ' CUMULATIVE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '  NEW CASE'.
           05  FILLER         PIC X(06) VALUE SPACES.

       01  WS-MEASURE-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  MSRL-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-NAME      PIC X(24).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-REGION    PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-AVG7-CONF PIC ZZZ,ZZ9.9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-AVG14-CONF
                              PIC ZZZ,ZZ9.9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-AVG7-DTH  PIC ZZ,ZZ9.9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-AVG14-DTH PIC ZZ,ZZ9.9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-DBL-DAYS  PIC ZZ,ZZ9.9.
           05  MSRL-DBL-DAYS-X REDEFINES MSRL-DBL-DAYS
                              PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  MSRL-DBL-KIND  PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-PROJ-TOTAL
                              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MSRL-PROJ-NEW  PIC --,---,--9.
           05  FILLER         PIC X(06) VALUE SPACES.

       01  WS-SHORT-HDR-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(33) VALUE 'COUNTRY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'REGION'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'DAYS OF 14'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'REASON NOT MEASURED'.
           05  FILLER         PIC X(35) VALUE SPACES.

       01  WS-SHORT-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SHRL-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SHRL-NAME      PIC X(33).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SHRL-REGION    PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SHRL-DAYS      PIC Z9.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  SHRL-REASON    PIC X(30).
           05  FILLER         PIC X(35) VALUE SPACES.

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
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-LOAD-REGION-MAP
              THRU 1500-LOAD-REGION-MAP-EXIT.

           PERFORM 3000-MEASURE-COUNTRIES
              THRU 3000-MEASURE-COUNTRIES-EXIT.

           PERFORM 7000-MEASURE-REGIONS
              THRU 7000-MEASURE-REGIONS-EXIT.

           PERFORM 7500-WRITE-SHORT-HISTORY
              THRU 7500-WRITE-SHORT-HISTORY-EXIT.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           OPEN INPUT  IN001.
           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           INITIALIZE WS-REGION-WINDOWS.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * SAME RULES AS COVIDRPT'S 8100-LOAD-REGION-MAP - A MAP ROW
      * NAMING AN UNKNOWN REGION IS REPORTED AND DROPPED.
       1500-LOAD-REGION-MAP.
      *--------------------*
           OPEN INPUT IN002.

           PERFORM 1510-READ-REGION-REC
              THRU 1510-READ-REGION-REC-EXIT.

           PERFORM UNTIL WS-RGN-LASTREC = 'Y'
                 OR WS-RGN-MAP-COUNT >= 300
                 MOVE 0 TO RGN-THIS
                 PERFORM VARYING RGN-SUB FROM 1 BY 1
                         UNTIL RGN-SUB > 5 OR RGN-THIS NOT = 0
                    IF RGN-REGION-NAME = WS-REGION-NAME (RGN-SUB)
                       MOVE RGN-SUB TO RGN-THIS
                    END-IF
                 END-PERFORM

                 IF RGN-THIS = 0 THEN
                    DISPLAY 'UNKNOWN REGION IN MAP DROPPED : '
                            RGN-COUNTRY-CODE ' ' RGN-REGION-NAME
                 ELSE
                    ADD 1 TO WS-RGN-MAP-COUNT
                    MOVE RGN-COUNTRY-CODE
                       TO WS-RGN-MAP-CODE (WS-RGN-MAP-COUNT)
                    MOVE RGN-THIS
                       TO WS-RGN-MAP-IDX (WS-RGN-MAP-COUNT)
                 END-IF

                 PERFORM 1510-READ-REGION-REC
                    THRU 1510-READ-REGION-REC-EXIT
           END-PERFORM.

           CLOSE IN002.
       1500-LOAD-REGION-MAP-EXIT.
      *-------------------------*
           EXIT.
      *
       1510-READ-REGION-REC.
      *--------------------*
           READ IN002
              AT END MOVE 'Y' TO WS-RGN-LASTREC
           END-READ.
       1510-READ-REGION-REC-EXIT.
      *-------------------------*
           EXIT.
      *
       3000-MEASURE-COUNTRIES.
      *----------------------*
           SORT SORT-FILE ON ASCENDING KEY SD-COUNTRY-CODE
                                            SD-RUN-DATE
               INPUT PROCEDURE  IS 4000-SORT-INPUT
               OUTPUT PROCEDURE IS 5000-SORT-OUTPUT.
       3000-MEASURE-COUNTRIES-EXIT.
      *---------------------------*
           EXIT.
      *
      * THE AS-OF DATE IS PICKED UP ON THE WAY INTO THE SORT, SO IT
      * IS KNOWN BEFORE THE FIRST COUNTRY COMES BACK OUT.
       4000-SORT-INPUT.
      *---------------*
           MOVE SPACE TO LASTREC.
           PERFORM 4010-READ-TREND-REC
              THRU 4010-READ-TREND-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-TREND-ROW-COUNT
                 IF TRND-RUN-DATE > WS-AS-OF-DATE THEN
                    MOVE TRND-RUN-DATE TO WS-AS-OF-DATE
                 END-IF
                 MOVE TRND-COUNTRY-CODE    TO SD-COUNTRY-CODE
                 MOVE TRND-RUN-DATE        TO SD-RUN-DATE
                 MOVE TRND-COUNTRY         TO SD-COUNTRY
                 MOVE TRND-NEW-CONFIRMED   TO SD-NEW-CONFIRMED
                 MOVE TRND-TOTAL-CONFIRMED TO SD-TOTAL-CONFIRMED
                 MOVE TRND-NEW-DEATHS      TO SD-NEW-DEATHS
                 RELEASE SD-REC

                 PERFORM 4010-READ-TREND-REC
                    THRU 4010-READ-TREND-REC-EXIT
           END-PERFORM.
       4000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
       4010-READ-TREND-REC.
      *-------------------*
           READ IN001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       4010-READ-TREND-REC-EXIT.
      *------------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           PERFORM 5050-WRITE-HEADERS
              THRU 5050-WRITE-HEADERS-EXIT.

           MOVE 'N' TO LASTREC.
           MOVE LOW-VALUES TO WS-WIN-CODE.
           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-COUNTRY-CODE NOT = WS-WIN-CODE THEN
                    IF WS-WIN-CODE NOT = LOW-VALUES THEN
                       PERFORM 5200-CLOSE-COUNTRY
                          THRU 5200-CLOSE-COUNTRY-EXIT
                    END-IF
                    PERFORM 5100-OPEN-COUNTRY
                       THRU 5100-OPEN-COUNTRY-EXIT
                 END-IF
                 PERFORM 5150-PLACE-DAY
                    THRU 5150-PLACE-DAY-EXIT
                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           IF WS-WIN-CODE NOT = LOW-VALUES THEN
              PERFORM 5200-CLOSE-COUNTRY
                 THRU 5200-CLOSE-COUNTRY-EXIT
           ELSE
              MOVE 'NO TREND HISTORY TO MEASURE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.

           WRITE OUTPUT-REC FROM HEADER-5.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5050-WRITE-HEADERS.
      *------------------*
           IF WS-AS-OF-DATE > 0 THEN
              COMPUTE WS-AS-OF-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           END-IF.

           MOVE WS-AS-OF-DATE(1:4) TO ASOF-DATE(1:4).
           MOVE '-'                TO ASOF-DATE(5:1).
           MOVE WS-AS-OF-DATE(5:2) TO ASOF-DATE(6:2).
           MOVE '-'                TO ASOF-DATE(8:1).
           MOVE WS-AS-OF-DATE(7:2) TO ASOF-DATE(9:2).

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           MOVE SPACES TO OUTPUT-REC.
           WRITE OUTPUT-REC.
           WRITE OUTPUT-REC FROM WS-AS-OF-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE 'COUNTRIES' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           WRITE OUTPUT-REC FROM WS-MEASURE-HDR-1.
           WRITE OUTPUT-REC FROM WS-MEASURE-HDR-2.
       5050-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.
      *
       5100-OPEN-COUNTRY.
      *-----------------*
           INITIALIZE WS-WINDOW.
           MOVE SD-COUNTRY-CODE TO WS-WIN-CODE.
           MOVE SD-COUNTRY      TO WS-WIN-NAME.

           MOVE 6 TO WS-WIN-REGION.
           PERFORM VARYING RGN-SUB FROM 1 BY 1
                   UNTIL RGN-SUB > WS-RGN-MAP-COUNT
              IF WS-RGN-MAP-CODE (RGN-SUB) = SD-COUNTRY-CODE THEN
                 MOVE WS-RGN-MAP-IDX (RGN-SUB) TO WS-WIN-REGION
              END-IF
           END-PERFORM.
       5100-OPEN-COUNTRY-EXIT.
      *----------------------*
           EXIT.
      *
      * ONLY THE LAST 14 RUN DATES UP TO THE AS-OF DATE ARE KEPT. A
      * RUN DATE REPEATED IN THE HISTORY KEEPS ITS LAST ROW.
       5150-PLACE-DAY.
      *--------------*
           COMPUTE WS-DAY-OFFSET = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(SD-RUN-DATE).
           IF WS-DAY-OFFSET < 0 OR
              WS-DAY-OFFSET >= WS-WINDOW-DAYS THEN
              GO TO 5150-PLACE-DAY-EXIT
           END-IF.

           COMPUTE DAY-SUB = WS-DAY-OFFSET + 1.
           IF WS-WIN-PRESENT (DAY-SUB) NOT = 'Y' THEN
              ADD 1 TO WS-WIN-DAYS-PRESENT
           END-IF.
           MOVE 'Y'                TO WS-WIN-PRESENT (DAY-SUB).
           MOVE SD-NEW-CONFIRMED   TO WS-WIN-NEW-CONF (DAY-SUB).
           MOVE SD-TOTAL-CONFIRMED TO WS-WIN-TOTAL-CONF (DAY-SUB).
           MOVE SD-NEW-DEATHS      TO WS-WIN-NEW-DEATHS (DAY-SUB).
           MOVE SD-COUNTRY         TO WS-WIN-NAME.
       5150-PLACE-DAY-EXIT.
      *-------------------*
           EXIT.
      *
      * A COUNTRY IS MEASURED ONLY ON A FULL WINDOW WITH CASES
      * SEVEN DAYS BACK; OTHERWISE IT IS HELD FOR THE SHORT-HISTORY
      * SECTION. A MEASURED COUNTRY'S DAYS ARE ADDED INTO ITS
      * REGION AND THE WORLD.
       5200-CLOSE-COUNTRY.
      *------------------*
           MOVE SPACES TO WS-SHORT-REASON.
           EVALUATE TRUE
              WHEN WS-WIN-PRESENT (1) NOT = 'Y'
                 MOVE 'NOT REPORTED ON AS-OF DATE' TO WS-SHORT-REASON
              WHEN WS-WIN-DAYS-PRESENT < WS-WINDOW-DAYS
                 MOVE 'FEWER THAN 14 DAYS OF HISTORY'
                    TO WS-SHORT-REASON
              WHEN WS-WIN-TOTAL-CONF (8) = 0
                 MOVE 'NO CASES 7 DAYS BEFORE' TO WS-SHORT-REASON
           END-EVALUATE.

           IF WS-SHORT-REASON NOT = SPACES THEN
              PERFORM 5300-HOLD-SHORT-COUNTRY
                 THRU 5300-HOLD-SHORT-COUNTRY-EXIT
              GO TO 5200-CLOSE-COUNTRY-EXIT
           END-IF.

           ADD 1 TO WS-MEASURED-COUNT.
           MOVE WS-WIN-REGION TO RGN-THIS.
           PERFORM 5400-ADD-TO-REGION
              THRU 5400-ADD-TO-REGION-EXIT.
           MOVE 7 TO RGN-THIS.
           PERFORM 5400-ADD-TO-REGION
              THRU 5400-ADD-TO-REGION-EXIT.

           PERFORM 6000-COMPUTE-MEASURES
              THRU 6000-COMPUTE-MEASURES-EXIT.

           MOVE WS-WIN-CODE TO MSRL-CODE.
           MOVE WS-WIN-NAME TO MSRL-NAME.
           MOVE WS-REGION-NAME (WS-WIN-REGION) TO MSRL-REGION.
           MOVE 'C'         TO DASH-ROW-TYPE.
           MOVE WS-WIN-CODE TO DASH-KEY.
           PERFORM 6500-WRITE-MEASURE-LINE
              THRU 6500-WRITE-MEASURE-LINE-EXIT.
       5200-CLOSE-COUNTRY-EXIT.
      *-----------------------*
           EXIT.
      *
       5300-HOLD-SHORT-COUNTRY.
      *-----------------------*
           IF WS-SHORT-COUNT >= 300 THEN
              DISPLAY 'SHORT-HISTORY TABLE FULL - NOT LISTED : '
                      WS-WIN-CODE
              GO TO 5300-HOLD-SHORT-COUNTRY-EXIT
           END-IF.

           ADD 1 TO WS-SHORT-COUNT.
           MOVE WS-WIN-CODE   TO WS-SHORT-CODE (WS-SHORT-COUNT).
           MOVE WS-WIN-NAME   TO WS-SHORT-NAME (WS-SHORT-COUNT).
           MOVE WS-WIN-REGION TO WS-SHORT-REGION (WS-SHORT-COUNT).
           MOVE WS-WIN-DAYS-PRESENT
              TO WS-SHORT-DAYS (WS-SHORT-COUNT).
           MOVE WS-SHORT-REASON
              TO WS-SHORT-WHY (WS-SHORT-COUNT).
       5300-HOLD-SHORT-COUNTRY-EXIT.
      *----------------------------*
           EXIT.
      *
       5400-ADD-TO-REGION.
      *------------------*
           ADD 1 TO WS-RW-COUNTRIES (RGN-THIS).
           PERFORM VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > WS-WINDOW-DAYS
              ADD WS-WIN-NEW-CONF (DAY-SUB)
                 TO WS-RW-NEW-CONF (RGN-THIS, DAY-SUB)
              ADD WS-WIN-TOTAL-CONF (DAY-SUB)
                 TO WS-RW-TOTAL-CONF (RGN-THIS, DAY-SUB)
              ADD WS-WIN-NEW-DEATHS (DAY-SUB)
                 TO WS-RW-NEW-DEATHS (RGN-THIS, DAY-SUB)
           END-PERFORM.
       5400-ADD-TO-REGION-EXIT.
      *-----------------------*
           EXIT.
      *
      * MEASURES FOR THE FULL WINDOW IN WS-WINDOW. DAY 1 IS THE
      * AS-OF DATE AND DAY 8 THE SAME WEEKDAY A WEEK EARLIER.
       6000-COMPUTE-MEASURES.
      *---------------------*
           INITIALIZE WS-MEASURES.

           PERFORM VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > WS-WINDOW-DAYS
              IF DAY-SUB <= 7 THEN
                 ADD WS-WIN-NEW-CONF (DAY-SUB)   TO WS-SUM-7-CONF
                 ADD WS-WIN-NEW-DEATHS (DAY-SUB) TO WS-SUM-7-DEATHS
              END-IF
              ADD WS-WIN-NEW-CONF (DAY-SUB)   TO WS-SUM-14-CONF
              ADD WS-WIN-NEW-DEATHS (DAY-SUB) TO WS-SUM-14-DEATHS
           END-PERFORM.

           COMPUTE WS-AVG7-CONF    ROUNDED = WS-SUM-7-CONF / 7.
           COMPUTE WS-AVG14-CONF   ROUNDED = WS-SUM-14-CONF / 14.
           COMPUTE WS-AVG7-DEATHS  ROUNDED = WS-SUM-7-DEATHS / 7.
           COMPUTE WS-AVG14-DEATHS ROUNDED = WS-SUM-14-DEATHS / 14.

      * A ZERO CUMULATIVE FIGURE AT EITHER END OF THE WEEK (A NEWLY
      * REPORTING AREA, OR ONE RESTATED DOWN TO NOTHING) OR NO
      * CHANGE OVER IT LEAVES NO FACTOR TO TAKE THE LOG OF.
           IF WS-WIN-TOTAL-CONF (8) = 0 OR
              WS-WIN-TOTAL-CONF (1) = 0 OR
              WS-WIN-TOTAL-CONF (1) = WS-WIN-TOTAL-CONF (8) THEN
              MOVE 'N' TO WS-DBL-KIND
              MOVE 0   TO WS-DBL-DAYS
              MOVE WS-WIN-TOTAL-CONF (1) TO WS-PROJ-TOTAL
              MOVE 0   TO WS-PROJ-NEW
              GO TO 6000-COMPUTE-MEASURES-EXIT
           END-IF.

           COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   WS-WIN-TOTAL-CONF (1) / WS-WIN-TOTAL-CONF (8).
           IF WS-GROWTH-FACTOR = 0 THEN
              MOVE 'N' TO WS-DBL-KIND
              MOVE 0   TO WS-DBL-DAYS
              MOVE WS-WIN-TOTAL-CONF (1) TO WS-PROJ-TOTAL
              MOVE 0   TO WS-PROJ-NEW
              GO TO 6000-COMPUTE-MEASURES-EXIT
           END-IF.

           COMPUTE WS-LOG-TWO = FUNCTION LOG(2).
           EVALUATE TRUE
              WHEN WS-GROWTH-FACTOR > 1
                 MOVE 'D' TO WS-DBL-KIND
                 COMPUTE WS-LOG-FACTOR =
                         FUNCTION LOG(WS-GROWTH-FACTOR)
              WHEN OTHER
                 MOVE 'H' TO WS-DBL-KIND
                 COMPUTE WS-LOG-FACTOR =
                         0 - FUNCTION LOG(WS-GROWTH-FACTOR)
           END-EVALUATE.

           COMPUTE WS-DBL-DAYS ROUNDED =
                   7 * WS-LOG-TWO / WS-LOG-FACTOR
              ON SIZE ERROR
                 MOVE 99999.9 TO WS-DBL-DAYS
           END-COMPUTE.

           COMPUTE WS-PROJ-TOTAL ROUNDED =
                   WS-WIN-TOTAL-CONF (1) * WS-GROWTH-FACTOR ** 2
              ON SIZE ERROR
                 MOVE 99999999999 TO WS-PROJ-TOTAL
           END-COMPUTE.
           COMPUTE WS-PROJ-NEW = WS-PROJ-TOTAL - WS-WIN-TOTAL-CONF (1).
       6000-COMPUTE-MEASURES-EXIT.
      *--------------------------*
           EXIT.
      *
      * THE CALLER FILLS THE CODE, NAME AND REGION OF THE REPORT
      * LINE AND THE ROW TYPE AND KEY OF THE DASHBOARD ROW.
       6500-WRITE-MEASURE-LINE.
      *-----------------------*
           MOVE WS-AVG7-CONF     TO MSRL-AVG7-CONF.
           MOVE WS-AVG14-CONF    TO MSRL-AVG14-CONF.
           MOVE WS-AVG7-DEATHS   TO MSRL-AVG7-DTH.
           MOVE WS-AVG14-DEATHS  TO MSRL-AVG14-DTH.
           MOVE WS-DBL-DAYS      TO MSRL-DBL-DAYS.
           EVALUATE TRUE
              WHEN C-DOUBLING
                 MOVE 'DOUBLE' TO MSRL-DBL-KIND
              WHEN C-HALVING
                 MOVE 'HALVE'  TO MSRL-DBL-KIND
              WHEN OTHER
                 MOVE '     N/A' TO MSRL-DBL-DAYS-X
                 MOVE SPACES     TO MSRL-DBL-KIND
           END-EVALUATE.
           MOVE WS-PROJ-TOTAL    TO MSRL-PROJ-TOTAL.
           MOVE WS-PROJ-NEW      TO MSRL-PROJ-NEW.
           WRITE OUTPUT-REC FROM WS-MEASURE-LINE.

           MOVE WS-AS-OF-DATE    TO DASH-AS-OF-DATE.
           MOVE MSRL-NAME        TO DASH-NAME.
           MOVE WS-AVG7-CONF     TO DASH-AVG7-CONFIRMED.
           MOVE WS-AVG14-CONF    TO DASH-AVG14-CONFIRMED.
           MOVE WS-AVG7-DEATHS   TO DASH-AVG7-DEATHS.
           MOVE WS-AVG14-DEATHS  TO DASH-AVG14-DEATHS.
           MOVE WS-DBL-KIND      TO DASH-DBL-KIND.
           MOVE WS-DBL-DAYS      TO DASH-DBL-DAYS.
           MOVE WS-PROJ-TOTAL    TO DASH-PROJ-TOTAL.
           MOVE WS-PROJ-NEW      TO DASH-PROJ-NEW.
           MOVE SPACES           TO DASH-REASON.
           PERFORM 6600-WRITE-DASH-ROW
              THRU 6600-WRITE-DASH-ROW-EXIT.
       6500-WRITE-MEASURE-LINE-EXIT.
      *----------------------------*
           EXIT.
      *
       6600-WRITE-DASH-ROW.
      *-------------------*
           WRITE DASH-OUTPUT-REC FROM WS-DASH-REC.
       6600-WRITE-DASH-ROW-EXIT.
      *------------------------*
           EXIT.
      *
      * ONE LINE PER REGION BUCKET WITH AT LEAST ONE MEASURED
      * COUNTRY, THEN THE WORLD. A REGION'S WINDOW IS THE DAY-BY-DAY
      * SUM OF ITS MEASURED COUNTRIES, SO ITS GROWTH FACTOR IS TAKEN
      * OVER EXACTLY THE SAME COUNTRIES AT BOTH ENDS OF THE WEEK.
       7000-MEASURE-REGIONS.
      *--------------------*
           MOVE 'REGIONS' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           WRITE OUTPUT-REC FROM WS-MEASURE-HDR-1.
           WRITE OUTPUT-REC FROM WS-MEASURE-HDR-2.

           PERFORM VARYING RGN-THIS FROM 1 BY 1 UNTIL RGN-THIS > 7
              PERFORM 7100-MEASURE-ONE-REGION
                 THRU 7100-MEASURE-ONE-REGION-EXIT
           END-PERFORM.

           WRITE OUTPUT-REC FROM HEADER-5.
       7000-MEASURE-REGIONS-EXIT.
      *-------------------------*
           EXIT.
      *
       7100-MEASURE-ONE-REGION.
      *-----------------------*
           IF WS-RW-COUNTRIES (RGN-THIS) = 0 THEN
              IF RGN-THIS = 7 THEN
                 MOVE 'NO COUNTRY HAS A FULL 14-DAY WINDOW'
                    TO NONE-TEXT
                 WRITE OUTPUT-REC FROM WS-NONE-LINE
              END-IF
              GO TO 7100-MEASURE-ONE-REGION-EXIT
           END-IF.

           INITIALIZE WS-WINDOW.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > WS-WINDOW-DAYS
              MOVE WS-RW-NEW-CONF (RGN-THIS, DAY-SUB)
                 TO WS-WIN-NEW-CONF (DAY-SUB)
              MOVE WS-RW-TOTAL-CONF (RGN-THIS, DAY-SUB)
                 TO WS-WIN-TOTAL-CONF (DAY-SUB)
              MOVE WS-RW-NEW-DEATHS (RGN-THIS, DAY-SUB)
                 TO WS-WIN-NEW-DEATHS (DAY-SUB)
           END-PERFORM.

           PERFORM 6000-COMPUTE-MEASURES
              THRU 6000-COMPUTE-MEASURES-EXIT.

           MOVE SPACES TO MSRL-CODE.
           MOVE SPACES TO MSRL-NAME.
           MOVE WS-RW-COUNTRIES (RGN-THIS) TO WS-RGN-COUNT-EDIT.
           STRING WS-REGION-NAME (RGN-THIS) DELIMITED BY SPACE
                  ' - '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RGN-COUNT-EDIT)
                                            DELIMITED BY SIZE
                  ' COUNTRIES'              DELIMITED BY SIZE
              INTO MSRL-NAME
           END-STRING.
           MOVE WS-REGION-NAME (RGN-THIS) TO MSRL-REGION.
           MOVE 'R'                       TO DASH-ROW-TYPE.
           MOVE WS-REGION-NAME (RGN-THIS) TO DASH-KEY.
           PERFORM 6500-WRITE-MEASURE-LINE
              THRU 6500-WRITE-MEASURE-LINE-EXIT.
       7100-MEASURE-ONE-REGION-EXIT.
      *----------------------------*
           EXIT.
      *
       7500-WRITE-SHORT-HISTORY.
      *------------------------*
           MOVE 'COUNTRIES WITH TOO LITTLE HISTORY TO MEASURE'
              TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           WRITE OUTPUT-REC FROM WS-SHORT-HDR-LINE.

           PERFORM VARYING SHORT-SUB FROM 1 BY 1
                   UNTIL SHORT-SUB > WS-SHORT-COUNT
              PERFORM 7510-WRITE-SHORT-LINE
                 THRU 7510-WRITE-SHORT-LINE-EXIT
           END-PERFORM.

           IF WS-SHORT-COUNT = 0 THEN
              MOVE 'NONE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE OUTPUT-REC FROM HEADER-5.
       7500-WRITE-SHORT-HISTORY-EXIT.
      *-----------------------------*
           EXIT.
      *
       7510-WRITE-SHORT-LINE.
      *---------------------*
           MOVE WS-SHORT-CODE (SHORT-SUB) TO SHRL-CODE.
           MOVE WS-SHORT-NAME (SHORT-SUB) TO SHRL-NAME.
           MOVE WS-REGION-NAME (WS-SHORT-REGION (SHORT-SUB))
              TO SHRL-REGION.
           MOVE WS-SHORT-DAYS (SHORT-SUB) TO SHRL-DAYS.
           MOVE WS-SHORT-WHY (SHORT-SUB)  TO SHRL-REASON.
           WRITE OUTPUT-REC FROM WS-SHORT-LINE.

           MOVE 'I'                       TO DASH-ROW-TYPE.
           MOVE WS-AS-OF-DATE             TO DASH-AS-OF-DATE.
           MOVE WS-SHORT-CODE (SHORT-SUB) TO DASH-KEY.
           MOVE WS-SHORT-NAME (SHORT-SUB) TO DASH-NAME.
           MOVE 0 TO DASH-AVG7-CONFIRMED  DASH-AVG14-CONFIRMED
                     DASH-AVG7-DEATHS     DASH-AVG14-DEATHS
                     DASH-DBL-DAYS        DASH-PROJ-TOTAL
                     DASH-PROJ-NEW.
           MOVE SPACE                     TO DASH-DBL-KIND.
           MOVE WS-SHORT-WHY (SHORT-SUB)  TO DASH-REASON.
           PERFORM 6600-WRITE-DASH-ROW
              THRU 6600-WRITE-DASH-ROW-EXIT.
       7510-WRITE-SHORT-LINE-EXIT.
      *--------------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           MOVE 'TREND ROWS READ' TO SUML-LABEL.
           MOVE WS-TREND-ROW-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES MEASURED' TO SUML-LABEL.
           MOVE WS-MEASURED-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'COUNTRIES WITH TOO LITTLE HISTORY' TO SUML-LABEL.
           MOVE WS-SHORT-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.

           DISPLAY 'ROLLING TREND AS OF ' WS-AS-OF-DATE
                   ' - COUNTRIES MEASURED : ' WS-MEASURED-COUNT
                   ' TOO LITTLE HISTORY : ' WS-SHORT-COUNT.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE IN001.
           CLOSE OUT001.
           CLOSE OUT002.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
