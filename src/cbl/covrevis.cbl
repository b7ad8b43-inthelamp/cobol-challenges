       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COVREVIS.
       AUTHOR.        DONGWON K.
      *
      * RESTATES THE OUTTRND TREND HISTORY FROM THE PROVIDERS'
      * REVISIONS FEED. PROVIDERS REVISE EARLIER DAYS - A COUNTRY
      * RE-BASES ITS CUMULATIVE DEATHS, A BATCH OF CASES IS MOVED TO
      * PAST DATES - AND WITHOUT THIS STEP THE STALE ROWS STAY IN
      * OUTTRND FOR EVERY READER (COVTREND, COVMONTH, COVCLMCR).
      *
      * EACH INREVS RECORD NAMES A COUNTRY CODE AND THE RUN DATE OF
      * THE OUTTRND ROW IT CORRECTS, AND CARRIES A CORRECTED VALUE
      * FOR ANY OF THE SIX FIGURES - A BLANK FIGURE IS LEFT AS IT
      * IS. THE HISTORY IS SORTED BY COUNTRY AND RUN DATE, THE
      * REVISIONS ARE APPLIED, AND EVERY DAILY "NEW" FIGURE WHOSE
      * OWN CUMULATIVE OR THE PREVIOUS DAY'S CUMULATIVE WAS CHANGED
      * IS RECOMPUTED AS THE DIFFERENCE OF THE TWO, UNLESS THE
      * REVISION SUPPLIED THAT NEW FIGURE ITSELF. A DIFFERENCE THAT
      * COMES OUT NEGATIVE IS HELD AT ZERO AND SAID SO ON THE AUDIT.
      *
      * THE RESTATED HISTORY GOES TO NEWTRND, IN COUNTRY AND RUN
      * DATE ORDER (NO READER OF OUTTRND DEPENDS ON ITS ORDER). AS
      * WITH HSKPFILE, THIS PROGRAM NEVER WRITES OVER THE LIVE FILE -
      * THE JOB RENAMES NEWTRND OVER OUTTRND ONLY AFTER THE STEP
      * ENDS CLEAN. THE OUTREVAU AUDIT REPORT SHOWS THE OLD AND NEW
      * VALUE OF EVERY FIGURE CHANGED, THE REVISIONS REJECTED OR
      * MATCHING NO ROW, AND THE MONTHS FLAGGED FOR REGENERATION.
      *
      * THE STEP ENDS RETURN CODE 4 WHEN THE AUDIT LISTS REJECTED
      * REVISIONS - EVERYTHING ELSE WAS APPLIED. IT ENDS RETURN CODE
      * 8 WHEN A GOOD REVISION WAS REFUSED BECAUSE THE REVISION TABLE
      * WAS FULL (NEWTRND IS ONLY PART RESTATED - SPLIT THE FEED AND
      * RERUN) OR WHEN TOO MANY MONTHS WERE RESTATED TO FLAG THEM ONE
      * BY ONE (EVERY OUTMSUM MONTH MUST BE REGENERATED).
      *
      * A MONTH COVMONTH HAS ALREADY WRITTEN TO OUTMSUM IS FLAGGED
      * ON OUTREGEN WHEN ANY OF ITS ROWS FOR THAT COUNTRY CHANGED,
      * AND SO IS THE FOLLOWING MONTH, WHOSE MONTH-OVER-MONTH
      * PERCENTAGE IS TAKEN AGAINST THE RESTATED TOTAL.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INTRND
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT IN002 ASSIGN TO INREVS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-REVS-FILE-STATUS.

      * COVMONTH'S PERMANENT MONTHLY SUMMARY - READ ONLY, TO FIND
      * WHICH RESTATED MONTHS HAVE ALREADY BEEN PUBLISHED.
           SELECT IN003 ASSIGN TO INMSUM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-MSUM-FILE-STATUS.

           SELECT OUT001 ASSIGN TO NEWTRND
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT002 ASSIGN TO OUTREVAU
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT003 ASSIGN TO OUTREGEN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTREVIS.

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
           05  FILLER                   PIC X(75).

      * ONE CORRECTION PER RECORD. A FIGURE LEFT BLANK IS NOT
      * CHANGED; THE WIDTHS ARE THOSE OF THE OUTTRND FIELDS.
       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REVS-INPUT-REC.
       01  REVS-INPUT-REC.
           05  REVS-RUN-DATE            PIC X(08).
           05  REVS-RUN-DATE-NUM REDEFINES REVS-RUN-DATE
                                        PIC 9(08).
           05  FILLER                   PIC X(01).
           05  REVS-COUNTRY-CODE        PIC X(04).
           05  FILLER                   PIC X(01).
           05  REVS-NEW-CONFIRMED       PIC X(07).
           05  FILLER                   PIC X(01).
           05  REVS-TOTAL-CONFIRMED     PIC X(09).
           05  FILLER                   PIC X(01).
           05  REVS-NEW-DEATHS          PIC X(05).
           05  FILLER                   PIC X(01).
           05  REVS-TOTAL-DEATHS        PIC X(07).
           05  FILLER                   PIC X(01).
           05  REVS-NEW-RECOVERED       PIC X(05).
           05  FILLER                   PIC X(01).
           05  REVS-TOTAL-RECOVERED     PIC X(07).
           05  FILLER                   PIC X(01).
           05  REVS-REASON              PIC X(20).

       FD  IN003 RECORDING MODE F
               RECORD CONTAINS 92 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MSUM-INPUT-REC.
       01  MSUM-INPUT-REC.
           05  MSUM-MONTH               PIC 9(06).
           05  FILLER                   PIC X(01).
           05  MSUM-COUNTRY-CODE        PIC X(04).
           05  FILLER                   PIC X(01).
           05  MSUM-COUNTRY             PIC X(33).
           05  FILLER                   PIC X(47).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 88 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TREND-NEW-REC.
       01  TREND-NEW-REC                PIC X(88).

       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

      * ONE RECORD PER COUNTRY-MONTH OF OUTMSUM TO BE REGENERATED.
       FD  OUT003 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REGEN-OUTPUT-REC.
       01  REGEN-OUTPUT-REC.
           05  REGN-MONTH               PIC 9(06).
           05  FILLER                   PIC X(01).
           05  REGN-COUNTRY-CODE        PIC X(04).
           05  FILLER                   PIC X(01).
           05  REGN-COUNTRY             PIC X(33).
           05  FILLER                   PIC X(01).
           05  REGN-REASON              PIC X(20).
           05  FILLER                   PIC X(01).
           05  REGN-FLAG-DATE           PIC 9(08).
           05  FILLER                   PIC X(05).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-COUNTRY-CODE          PIC X(04).
           05  SD-RUN-DATE              PIC 9(08).
           05  SD-TREND-REC             PIC X(88).

       WORKING-STORAGE SECTION.

       77  WS-MAX-REVS          PIC 9(03) COMP VALUE 500.
       77  WS-REV-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-MAX-AFFECTED      PIC 9(04) COMP VALUE 1000.
       77  WS-AFFECTED-COUNT    PIC 9(04) COMP VALUE 0.
       77  WS-NEW-VALUE         PIC S9(11) COMP-3 VALUE 0.
       77  WS-CHANGE            PIC S9(11) COMP-3 VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 WS-REV-OK         PIC X VALUE 'Y'.
           05 WS-ROW-CHANGED    PIC X VALUE 'N'.
           05 WS-HAVE-PRIOR     PIC X VALUE 'N'.
           05 WS-AFF-FOUND      PIC X VALUE 'N'.
           05 WS-SECTION-EMPTY  PIC X VALUE 'Y'.
           05 WS-AFF-OVERFLOW   PIC X VALUE 'N'.
           05 WS-REV-TABLE-FULL PIC X VALUE 'N'.

       01  WS-REVS-FILE-STATUS.
           05 WS-REVS-FS                 PIC X(02).
              88 C-REVS-OK               VALUE '00'.
              88 C-REVS-NOTEXST          VALUE '35'.

       01  WS-MSUM-FILE-STATUS.
           05 WS-MSUM-FS                 PIC X(02).
              88 C-MSUM-OK               VALUE '00'.
              88 C-MSUM-NOTEXST          VALUE '35'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(04) COMP.
           05 SUB2              PIC 9(04) COMP.
           05 FIG-SUB           PIC 9(01) COMP.
           05 PAIR-SUB          PIC 9(01) COMP.

       01  WS-COUNTS.
           05 WS-TRND-READ-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-TRND-WRITE-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-ROWS-CHANGED       PIC 9(07) COMP VALUE 0.
           05 WS-REVISED-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-RECOMPUTED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REV-READ-COUNT     PIC 9(05) COMP VALUE 0.
           05 WS-REV-REJECT-COUNT   PIC 9(05) COMP VALUE 0.
           05 WS-REV-UNMATCH-COUNT  PIC 9(05) COMP VALUE 0.
           05 WS-REGEN-COUNT        PIC 9(05) COMP VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.

      * ACCEPTED REVISIONS, IN FEED ORDER - A LATER CORRECTION OF
      * THE SAME ROW AND FIGURE OVERRIDES AN EARLIER ONE.
       01  WS-REV-TABLE.
           05 WS-REV                OCCURS 500 TIMES.
              10 WS-REV-DATE        PIC 9(08).
              10 WS-REV-CODE        PIC X(04).
              10 WS-REV-REASON      PIC X(20).
              10 WS-REV-MATCH-SW    PIC X(01).
                 88 C-REV-MATCHED   VALUE 'Y'.
              10 WS-REV-FIG         OCCURS 6 TIMES.
                 15 WS-REV-GIVEN    PIC X(01).
                 15 WS-REV-VALUE    PIC S9(11) COMP-3.

      * THE SIX FIGURES OF THE ROW IN HAND, IN THE ORDER OF
      * WS-FIGURE-NAME. NEW/CUMULATIVE PAIRS ARE (1,2) (3,4) (5,6).
       01  WS-ROW-FIGURES.
           05 WS-ROW-FIG            OCCURS 6 TIMES.
              10 WS-ROW-OLD         PIC S9(11) COMP-3.
              10 WS-ROW-VALUE       PIC S9(11) COMP-3.
              10 WS-ROW-SOURCE      PIC X(01).
                 88 C-FIG-UNCHANGED VALUE ' '.
                 88 C-FIG-REVISED   VALUE 'R'.
                 88 C-FIG-RECOMPUTED VALUE 'C'.
                 88 C-FIG-FLOORED   VALUE 'F'.

      * CUMULATIVE TOTALS OF THE LAST ROW SEEN FOR THE CURRENT RUN
      * DATE AND OF THE PREVIOUS RUN DATE, PER PAIR, WITH A FLAG
      * SAYING WHETHER THAT CUMULATIVE WAS CHANGED THIS RUN. A RUN
      * DATE REPEATED IN THE HISTORY IS MEASURED AGAINST THE DAY
      * BEFORE IT, NOT AGAINST ITS OWN DUPLICATE.
       01  WS-PAIR-STATE.
           05 WS-PAIR               OCCURS 3 TIMES.
              10 WS-LAST-TOTAL      PIC S9(11) COMP-3.
              10 WS-LAST-CHG        PIC X(01).
              10 WS-PRIOR-TOTAL     PIC S9(11) COMP-3.
              10 WS-PRIOR-CHG       PIC X(01).

       01  WS-GROUP-STATE.
           05 WS-GRP-CODE       PIC X(04) VALUE LOW-VALUES.
           05 WS-GRP-DATE       PIC 9(08) VALUE 0.

       01  WS-TREND-ROW.
           05  ROW-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(01).
           05  ROW-COUNTRY-CODE         PIC X(04).
           05  FILLER                   PIC X(01).
           05  ROW-COUNTRY              PIC X(33).
           05  FILLER                   PIC X(01).
           05  ROW-NEW-CONFIRMED        PIC 9(07).
           05  ROW-TOTAL-CONFIRMED      PIC 9(09).
           05  ROW-NEW-DEATHS           PIC 9(05).
           05  ROW-TOTAL-DEATHS         PIC 9(07).
           05  ROW-NEW-RECOVERED        PIC 9(05).
           05  ROW-TOTAL-RECOVERED      PIC 9(07).

      * COUNTRY-MONTHS TOUCHED BY THE RESTATEMENT, CHECKED AGAINST
      * OUTMSUM ONCE THE HISTORY HAS BEEN REWRITTEN.
       01  WS-AFFECTED-TABLE.
           05 WS-AFFECTED           OCCURS 1000 TIMES.
              10 WS-AFF-MONTH       PIC 9(06).
              10 WS-AFF-CODE        PIC X(04).
              10 WS-AFF-REASON      PIC X(20).
              10 WS-AFF-FLAGGED     PIC X(01).

       01  WS-MONTH-WORK.
           05 WS-MONTH-YEAR         PIC 9(04).
           05 WS-MONTH-MM           PIC 9(02).
       01  WS-MONTH-NUM REDEFINES WS-MONTH-WORK
                                    PIC 9(06).

       01  WS-AFF-NEW-REASON        PIC X(20) VALUE SPACES.

       01  WS-CHECK-FIELD       PIC X(09) JUSTIFIED RIGHT
                                VALUE SPACES.

       01  WS-FIGURE-NAME-DATA.
           05  FILLER               PIC X(15) VALUE 'NEW CONFIRMED'.
           05  FILLER               PIC X(15) VALUE 'TOTAL CONFIRMED'.
           05  FILLER               PIC X(15) VALUE 'NEW DEATHS'.
           05  FILLER               PIC X(15) VALUE 'TOTAL DEATHS'.
           05  FILLER               PIC X(15) VALUE 'NEW RECOVERED'.
           05  FILLER               PIC X(15) VALUE 'TOTAL RECOVERED'.
       01  WS-FIGURE-NAMES REDEFINES WS-FIGURE-NAME-DATA.
           05  WS-FIGURE-NAME       PIC X(15) OCCURS 6 TIMES.

       01  HEADER-1.
           05  FILLER         PIC X(46) VALUE SPACES.
           05  FILLER         PIC X(40) VALUE
           'Covid-19 Trend History Revision Audit'.
           05  FILLER         PIC X(47) VALUE SPACES.
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

       01  WS-SECTION-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SECL-TITLE     PIC X(60).
           05  FILLER         PIC X(72) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  NONE-TEXT      PIC X(80).
           05  FILLER         PIC X(52) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  REJL-REC       PIC X(80).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REJL-REASON    PIC X(30).
           05  FILLER         PIC X(20) VALUE SPACES.

       01  WS-CHANGE-HDR-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'RUN DATE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(33) VALUE 'COUNTRY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'FIGURE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ' OLD VALUE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ' NEW VALUE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE '    CHANGE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(26) VALUE 'SOURCE'.

       01  WS-CHANGE-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CHGL-DATE      PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-COUNTRY   PIC X(33).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-FIGURE    PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-OLD       PIC Z(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-NEW       PIC Z(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-CHANGE    PIC -(9)9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CHGL-SOURCE    PIC X(26).

       01  WS-UNMATCH-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  UNML-DATE      PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  UNML-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  UNML-REASON    PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE
               'NO OUTTRND ROW FOR THIS DATE'.
           05  FILLER         PIC X(64) VALUE SPACES.

       01  WS-REGEN-LINE.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RGNL-MONTH     PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RGNL-CODE      PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RGNL-COUNTRY   PIC X(33).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RGNL-REASON    PIC X(20).
           05  FILLER         PIC X(63) VALUE SPACES.

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

           PERFORM 2000-LOAD-REVISIONS
              THRU 2000-LOAD-REVISIONS-EXIT.

           PERFORM 3000-RESTATE-HISTORY
              THRU 3000-RESTATE-HISTORY-EXIT.

           PERFORM 6000-LIST-UNMATCHED
              THRU 6000-LIST-UNMATCHED-EXIT.

           PERFORM 7000-FLAG-SUMMARY-MONTHS
              THRU 7000-FLAG-SUMMARY-MONTHS-EXIT.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

           EVALUATE TRUE
              WHEN WS-REV-TABLE-FULL = 'Y'
              WHEN WS-AFF-OVERFLOW = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REV-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           OPEN INPUT  IN001.
           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.
           OPEN OUTPUT OUT003.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           MOVE SPACES TO OUTPUT-REC.
           WRITE OUTPUT-REC.
           WRITE OUTPUT-REC FROM HEADER-5.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * LOADS THE REVISIONS FEED, LISTING EVERY RECORD THAT CANNOT
      * BE APPLIED. NO REVISIONS FEED AT ALL IS NOT AN ERROR - THE
      * HISTORY IS SIMPLY COPIED ACROSS UNCHANGED.
       2000-LOAD-REVISIONS.
      *-------------------*
           MOVE 'REVISIONS REJECTED' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.

           OPEN INPUT IN002.
           IF NOT C-REVS-OK THEN
              MOVE 'NO REVISIONS FEED SUPPLIED' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
              WRITE OUTPUT-REC FROM HEADER-5
              DISPLAY 'NO REVISIONS FEED SUPPLIED - STATUS '
                      WS-REVS-FS
              GO TO 2000-LOAD-REVISIONS-EXIT
           END-IF.

           MOVE SPACE TO LASTREC.
           PERFORM 2010-READ-REVISION
              THRU 2010-READ-REVISION-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-REV-READ-COUNT
                 PERFORM 2100-TAKE-REVISION
                    THRU 2100-TAKE-REVISION-EXIT

                 PERFORM 2010-READ-REVISION
                    THRU 2010-READ-REVISION-EXIT
           END-PERFORM.

           CLOSE IN002.

           IF WS-SECTION-EMPTY = 'Y' THEN
              MOVE 'NONE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE OUTPUT-REC FROM HEADER-5.

           DISPLAY 'REVISIONS ACCEPTED : ' WS-REV-COUNT
                   ' REJECTED : ' WS-REV-REJECT-COUNT.
       2000-LOAD-REVISIONS-EXIT.
      *------------------------*
           EXIT.
      *
       2010-READ-REVISION.
      *------------------*
           READ IN002
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       2010-READ-REVISION-EXIT.
      *-----------------------*
           EXIT.
      *
       2100-TAKE-REVISION.
      *------------------*
           MOVE 'Y'    TO WS-REV-OK.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
              WHEN REVS-RUN-DATE NOT NUMERIC
                 MOVE 'BAD RUN DATE' TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(REVS-RUN-DATE-NUM)
                   NOT = 0
                 MOVE 'BAD RUN DATE' TO WS-REJECT-REASON
              WHEN REVS-COUNTRY-CODE = SPACES
                 MOVE 'MISSING COUNTRY CODE' TO WS-REJECT-REASON
              WHEN REVS-NEW-CONFIRMED   = SPACES AND
                   REVS-TOTAL-CONFIRMED = SPACES AND
                   REVS-NEW-DEATHS      = SPACES AND
                   REVS-TOTAL-DEATHS    = SPACES AND
                   REVS-NEW-RECOVERED   = SPACES AND
                   REVS-TOTAL-RECOVERED = SPACES
                 MOVE 'NO CORRECTED FIGURE GIVEN' TO WS-REJECT-REASON
              WHEN WS-REV-COUNT >= WS-MAX-REVS
                 MOVE 'REVISION TABLE FULL' TO WS-REJECT-REASON
                 MOVE 'Y' TO WS-REV-TABLE-FULL
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM 2900-REJECT-REVISION
                 THRU 2900-REJECT-REVISION-EXIT
              GO TO 2100-TAKE-REVISION-EXIT
           END-IF.

           ADD 1 TO WS-REV-COUNT.
           MOVE REVS-RUN-DATE     TO WS-REV-DATE (WS-REV-COUNT).
           MOVE REVS-COUNTRY-CODE TO WS-REV-CODE (WS-REV-COUNT).
           MOVE REVS-REASON       TO WS-REV-REASON (WS-REV-COUNT).
           MOVE 'N'               TO WS-REV-MATCH-SW (WS-REV-COUNT).

           MOVE 1 TO FIG-SUB.
           MOVE REVS-NEW-CONFIRMED TO WS-CHECK-FIELD.
           PERFORM 2200-TAKE-REV-FIGURE
              THRU 2200-TAKE-REV-FIGURE-EXIT.

           MOVE 2 TO FIG-SUB.
           MOVE REVS-TOTAL-CONFIRMED TO WS-CHECK-FIELD.
           PERFORM 2200-TAKE-REV-FIGURE
              THRU 2200-TAKE-REV-FIGURE-EXIT.

           MOVE 3 TO FIG-SUB.
           MOVE REVS-NEW-DEATHS TO WS-CHECK-FIELD.
           PERFORM 2200-TAKE-REV-FIGURE
              THRU 2200-TAKE-REV-FIGURE-EXIT.

           MOVE 4 TO FIG-SUB.
           MOVE REVS-TOTAL-DEATHS TO WS-CHECK-FIELD.
           PERFORM 2200-TAKE-REV-FIGURE
              THRU 2200-TAKE-REV-FIGURE-EXIT.

           MOVE 5 TO FIG-SUB.
           MOVE REVS-NEW-RECOVERED TO WS-CHECK-FIELD.
           PERFORM 2200-TAKE-REV-FIGURE
              THRU 2200-TAKE-REV-FIGURE-EXIT.

           MOVE 6 TO FIG-SUB.
           MOVE REVS-TOTAL-RECOVERED TO WS-CHECK-FIELD.
           PERFORM 2200-TAKE-REV-FIGURE
              THRU 2200-TAKE-REV-FIGURE-EXIT.

      * A FIGURE THAT IS NOT A WHOLE NUMBER MAKES THE WHOLE RECORD
      * SUSPECT - IT IS TAKEN BACK OUT OF THE TABLE.
           IF WS-REV-OK = 'N' THEN
              SUBTRACT 1 FROM WS-REV-COUNT
              MOVE 'CORRECTED FIGURE NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM 2900-REJECT-REVISION
                 THRU 2900-REJECT-REVISION-EXIT
           END-IF.
       2100-TAKE-REVISION-EXIT.
      *-----------------------*
           EXIT.
      *
      * WS-CHECK-FIELD HOLDS ONE CORRECTED FIGURE, RIGHT JUSTIFIED.
       2200-TAKE-REV-FIGURE.
      *--------------------*
           MOVE ' ' TO WS-REV-GIVEN (WS-REV-COUNT, FIG-SUB).
           MOVE 0   TO WS-REV-VALUE (WS-REV-COUNT, FIG-SUB).

           IF WS-CHECK-FIELD = SPACES THEN
              GO TO 2200-TAKE-REV-FIGURE-EXIT
           END-IF.

           MOVE FUNCTION TRIM(WS-CHECK-FIELD) TO WS-CHECK-FIELD.
           INSPECT WS-CHECK-FIELD REPLACING LEADING ' ' BY '0'.
           IF WS-CHECK-FIELD NUMERIC THEN
              MOVE 'Y' TO WS-REV-GIVEN (WS-REV-COUNT, FIG-SUB)
              COMPUTE WS-REV-VALUE (WS-REV-COUNT, FIG-SUB) =
                      FUNCTION NUMVAL(WS-CHECK-FIELD)
           ELSE
              MOVE 'N' TO WS-REV-OK
           END-IF.
       2200-TAKE-REV-FIGURE-EXIT.
      *-------------------------*
           EXIT.
      *
       2900-REJECT-REVISION.
      *--------------------*
           ADD 1 TO WS-REV-REJECT-COUNT.
           MOVE 'N' TO WS-SECTION-EMPTY.
           MOVE REVS-INPUT-REC   TO REJL-REC.
           MOVE WS-REJECT-REASON TO REJL-REASON.
           WRITE OUTPUT-REC FROM WS-REJECT-LINE.
       2900-REJECT-REVISION-EXIT.
      *-------------------------*
           EXIT.
      *
       3000-RESTATE-HISTORY.
      *--------------------*
           MOVE 'TREND ROWS CHANGED' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.
           WRITE OUTPUT-REC FROM WS-CHANGE-HDR-LINE.

           SORT SORT-FILE ON ASCENDING KEY SD-COUNTRY-CODE
                                            SD-RUN-DATE
               INPUT PROCEDURE  IS 4000-SORT-INPUT
               OUTPUT PROCEDURE IS 5000-SORT-OUTPUT.

           IF WS-ROWS-CHANGED = 0 THEN
              MOVE 'NONE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE OUTPUT-REC FROM HEADER-5.
       3000-RESTATE-HISTORY-EXIT.
      *-------------------------*
           EXIT.
      *
       4000-SORT-INPUT.
      *---------------*
           MOVE SPACE TO LASTREC.
           PERFORM 4010-READ-TREND-REC
              THRU 4010-READ-TREND-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-TRND-READ-COUNT
                 MOVE TRND-COUNTRY-CODE TO SD-COUNTRY-CODE
                 MOVE TRND-RUN-DATE     TO SD-RUN-DATE
                 MOVE TREND-INPUT-REC   TO SD-TREND-REC
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
           MOVE 'N' TO LASTREC.
           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.
           PERFORM UNTIL LASTREC = 'Y'
                 PERFORM 5100-RESTATE-ROW
                    THRU 5100-RESTATE-ROW-EXIT
                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5100-RESTATE-ROW.
      *----------------*
           MOVE SD-TREND-REC TO WS-TREND-ROW.

      * NEW COUNTRY - NO PREVIOUS DAY. NEW RUN DATE FOR THE SAME
      * COUNTRY - THE LAST DATE'S TOTALS BECOME THE PREVIOUS DAY.
           IF ROW-COUNTRY-CODE NOT = WS-GRP-CODE THEN
              MOVE ROW-COUNTRY-CODE TO WS-GRP-CODE
              MOVE ROW-RUN-DATE     TO WS-GRP-DATE
              MOVE 'N'              TO WS-HAVE-PRIOR
              INITIALIZE WS-PAIR-STATE
           ELSE
              IF ROW-RUN-DATE NOT = WS-GRP-DATE THEN
                 MOVE ROW-RUN-DATE TO WS-GRP-DATE
                 MOVE 'Y'          TO WS-HAVE-PRIOR
                 PERFORM VARYING PAIR-SUB FROM 1 BY 1
                         UNTIL PAIR-SUB > 3
                    MOVE WS-LAST-TOTAL (PAIR-SUB)
                       TO WS-PRIOR-TOTAL (PAIR-SUB)
                    MOVE WS-LAST-CHG (PAIR-SUB)
                       TO WS-PRIOR-CHG (PAIR-SUB)
                 END-PERFORM
              END-IF
           END-IF.

           PERFORM 5200-LOAD-ROW-FIGURES
              THRU 5200-LOAD-ROW-FIGURES-EXIT.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-REV-COUNT
              IF WS-REV-CODE (SUB1) = ROW-COUNTRY-CODE AND
                 WS-REV-DATE (SUB1) = ROW-RUN-DATE THEN
                 PERFORM 5300-APPLY-REVISION
                    THRU 5300-APPLY-REVISION-EXIT
              END-IF
           END-PERFORM.

           PERFORM VARYING PAIR-SUB FROM 1 BY 1 UNTIL PAIR-SUB > 3
              PERFORM 5400-RECOMPUTE-NEW-FIGURE
                 THRU 5400-RECOMPUTE-NEW-FIGURE-EXIT
           END-PERFORM.

      * ONLY A FIGURE THAT REACHED THE AUDIT MAKES THE ROW CHANGED -
      * A REVISION RE-SENT WITH THE VALUE ALREADY ON FILE DOES NOT.
           MOVE 'N' TO WS-ROW-CHANGED.
           PERFORM VARYING FIG-SUB FROM 1 BY 1 UNTIL FIG-SUB > 6
              IF NOT C-FIG-UNCHANGED (FIG-SUB) THEN
                 PERFORM 5500-WRITE-CHANGE-LINE
                    THRU 5500-WRITE-CHANGE-LINE-EXIT
                 IF NOT C-FIG-UNCHANGED (FIG-SUB) THEN
                    MOVE 'Y' TO WS-ROW-CHANGED
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-ROW-CHANGED = 'Y' THEN
              ADD 1 TO WS-ROWS-CHANGED
              PERFORM 5600-STORE-ROW-FIGURES
                 THRU 5600-STORE-ROW-FIGURES-EXIT
              PERFORM 5700-NOTE-AFFECTED-MONTHS
                 THRU 5700-NOTE-AFFECTED-MONTHS-EXIT
           END-IF.

           WRITE TREND-NEW-REC FROM WS-TREND-ROW.
           ADD 1 TO WS-TRND-WRITE-COUNT.
       5100-RESTATE-ROW-EXIT.
      *---------------------*
           EXIT.
      *
       5200-LOAD-ROW-FIGURES.
      *---------------------*
           MOVE ROW-NEW-CONFIRMED   TO WS-ROW-OLD (1).
           MOVE ROW-TOTAL-CONFIRMED TO WS-ROW-OLD (2).
           MOVE ROW-NEW-DEATHS      TO WS-ROW-OLD (3).
           MOVE ROW-TOTAL-DEATHS    TO WS-ROW-OLD (4).
           MOVE ROW-NEW-RECOVERED   TO WS-ROW-OLD (5).
           MOVE ROW-TOTAL-RECOVERED TO WS-ROW-OLD (6).

           PERFORM VARYING FIG-SUB FROM 1 BY 1 UNTIL FIG-SUB > 6
              MOVE WS-ROW-OLD (FIG-SUB) TO WS-ROW-VALUE (FIG-SUB)
              MOVE ' '                  TO WS-ROW-SOURCE (FIG-SUB)
           END-PERFORM.
       5200-LOAD-ROW-FIGURES-EXIT.
      *--------------------------*
           EXIT.
      *
      * A CORRECTED VALUE EQUAL TO THE VALUE ALREADY HELD IS STILL
      * MARKED AS REVISED, SO A RE-SENT NEW FIGURE IS NOT THEN
      * RECOMPUTED OVER; IT ONLY REACHES THE AUDIT IF IT DIFFERS.
       5300-APPLY-REVISION.
      *-------------------*
           MOVE 'Y' TO WS-REV-MATCH-SW (SUB1).

           PERFORM VARYING FIG-SUB FROM 1 BY 1 UNTIL FIG-SUB > 6
              IF WS-REV-GIVEN (SUB1, FIG-SUB) = 'Y' THEN
                 MOVE WS-REV-VALUE (SUB1, FIG-SUB)
                    TO WS-ROW-VALUE (FIG-SUB)
                 MOVE 'R' TO WS-ROW-SOURCE (FIG-SUB)
              END-IF
           END-PERFORM.
       5300-APPLY-REVISION-EXIT.
      *------------------------*
           EXIT.
      *
      * PAIR-SUB 1 TO 3 NAMES THE NEW FIGURE 2N-1 AND ITS CUMULATIVE
      * 2N. THE NEW FIGURE IS RECOMPUTED WHEN EITHER CUMULATIVE IT
      * DEPENDS ON WAS CHANGED, THERE IS A PREVIOUS DAY TO MEASURE
      * FROM, AND THE REVISION DID NOT SUPPLY IT DIRECTLY.
       5400-RECOMPUTE-NEW-FIGURE.
      *-------------------------*
           COMPUTE FIG-SUB = PAIR-SUB * 2 - 1.
           COMPUTE SUB2    = PAIR-SUB * 2.

           MOVE WS-ROW-VALUE (SUB2) TO WS-LAST-TOTAL (PAIR-SUB).
           IF WS-ROW-VALUE (SUB2) NOT = WS-ROW-OLD (SUB2) THEN
              MOVE 'Y' TO WS-LAST-CHG (PAIR-SUB)
           ELSE
              MOVE 'N' TO WS-LAST-CHG (PAIR-SUB)
           END-IF.

           IF WS-HAVE-PRIOR = 'N' OR C-FIG-REVISED (FIG-SUB) THEN
              GO TO 5400-RECOMPUTE-NEW-FIGURE-EXIT
           END-IF.
           IF WS-LAST-CHG (PAIR-SUB) = 'N' AND
              WS-PRIOR-CHG (PAIR-SUB) = 'N' THEN
              GO TO 5400-RECOMPUTE-NEW-FIGURE-EXIT
           END-IF.

           COMPUTE WS-NEW-VALUE = WS-ROW-VALUE (SUB2)
                                - WS-PRIOR-TOTAL (PAIR-SUB).
           IF WS-NEW-VALUE < 0 THEN
              MOVE 0 TO WS-NEW-VALUE
              MOVE 'F' TO WS-ROW-SOURCE (FIG-SUB)
           ELSE
              MOVE 'C' TO WS-ROW-SOURCE (FIG-SUB)
           END-IF.
           MOVE WS-NEW-VALUE TO WS-ROW-VALUE (FIG-SUB).
       5400-RECOMPUTE-NEW-FIGURE-EXIT.
      *------------------------------*
           EXIT.
      *
      * A FIGURE THAT ENDS UP WHERE IT STARTED IS NOT A CHANGE AND
      * IS DROPPED BACK TO UNCHANGED BEFORE IT REACHES THE AUDIT.
       5500-WRITE-CHANGE-LINE.
      *----------------------*
           IF WS-ROW-VALUE (FIG-SUB) = WS-ROW-OLD (FIG-SUB) THEN
              MOVE ' ' TO WS-ROW-SOURCE (FIG-SUB)
              GO TO 5500-WRITE-CHANGE-LINE-EXIT
           END-IF.

           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE ROW-RUN-DATE(1:4) TO CHGL-DATE(1:4).
           MOVE '-'               TO CHGL-DATE(5:1).
           MOVE ROW-RUN-DATE(5:2) TO CHGL-DATE(6:2).
           MOVE '-'               TO CHGL-DATE(8:1).
           MOVE ROW-RUN-DATE(7:2) TO CHGL-DATE(9:2).
           MOVE ROW-COUNTRY-CODE  TO CHGL-CODE.
           MOVE ROW-COUNTRY       TO CHGL-COUNTRY.
           MOVE WS-FIGURE-NAME (FIG-SUB) TO CHGL-FIGURE.
           MOVE WS-ROW-OLD (FIG-SUB)     TO CHGL-OLD.
           MOVE WS-ROW-VALUE (FIG-SUB)   TO CHGL-NEW.
           COMPUTE WS-CHANGE = WS-ROW-VALUE (FIG-SUB)
                             - WS-ROW-OLD (FIG-SUB).
           MOVE WS-CHANGE TO CHGL-CHANGE.

           EVALUATE TRUE
              WHEN C-FIG-REVISED (FIG-SUB)
                 MOVE 'REVISED' TO CHGL-SOURCE
                 ADD 1 TO WS-REVISED-COUNT
              WHEN C-FIG-RECOMPUTED (FIG-SUB)
                 MOVE 'RECOMPUTED FROM CUMULATIVE' TO CHGL-SOURCE
                 ADD 1 TO WS-RECOMPUTED-COUNT
              WHEN C-FIG-FLOORED (FIG-SUB)
                 MOVE 'RECOMPUTED - NEGATIVE TO 0' TO CHGL-SOURCE
                 ADD 1 TO WS-RECOMPUTED-COUNT
           END-EVALUATE.

           WRITE OUTPUT-REC FROM WS-CHANGE-LINE.
       5500-WRITE-CHANGE-LINE-EXIT.
      *---------------------------*
           EXIT.
      *
       5600-STORE-ROW-FIGURES.
      *----------------------*
           MOVE WS-ROW-VALUE (1) TO ROW-NEW-CONFIRMED.
           MOVE WS-ROW-VALUE (2) TO ROW-TOTAL-CONFIRMED.
           MOVE WS-ROW-VALUE (3) TO ROW-NEW-DEATHS.
           MOVE WS-ROW-VALUE (4) TO ROW-TOTAL-DEATHS.
           MOVE WS-ROW-VALUE (5) TO ROW-NEW-RECOVERED.
           MOVE WS-ROW-VALUE (6) TO ROW-TOTAL-RECOVERED.
       5600-STORE-ROW-FIGURES-EXIT.
      *---------------------------*
           EXIT.
      *
      * THE ROW'S OWN MONTH NEEDS REGENERATING; THE NEXT MONTH DOES
      * TOO, BECAUSE ITS MONTH-OVER-MONTH FIGURE IS TAKEN AGAINST
      * THIS ONE.
       5700-NOTE-AFFECTED-MONTHS.
      *-------------------------*
           MOVE ROW-RUN-DATE(1:6) TO WS-MONTH-NUM.
           MOVE 'ROWS RESTATED' TO WS-AFF-NEW-REASON.
           PERFORM 5710-ADD-AFFECTED-MONTH
              THRU 5710-ADD-AFFECTED-MONTH-EXIT.

           IF WS-MONTH-MM = 12 THEN
              ADD 1 TO WS-MONTH-YEAR
              MOVE 1 TO WS-MONTH-MM
           ELSE
              ADD 1 TO WS-MONTH-MM
           END-IF.
           MOVE 'PRIOR MONTH RESTATED' TO WS-AFF-NEW-REASON.
           PERFORM 5710-ADD-AFFECTED-MONTH
              THRU 5710-ADD-AFFECTED-MONTH-EXIT.
       5700-NOTE-AFFECTED-MONTHS-EXIT.
      *------------------------------*
           EXIT.
      *
       5710-ADD-AFFECTED-MONTH.
      *-----------------------*
           MOVE 'N' TO WS-AFF-FOUND.
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-AFFECTED-COUNT
                   OR WS-AFF-FOUND = 'Y'
              IF WS-AFF-MONTH (SUB2) = WS-MONTH-NUM AND
                 WS-AFF-CODE (SUB2)  = ROW-COUNTRY-CODE THEN
                 MOVE 'Y' TO WS-AFF-FOUND
                 IF WS-AFF-NEW-REASON = 'ROWS RESTATED' THEN
                    MOVE WS-AFF-NEW-REASON TO WS-AFF-REASON (SUB2)
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-AFF-FOUND = 'Y' THEN
              GO TO 5710-ADD-AFFECTED-MONTH-EXIT
           END-IF.

           IF WS-AFFECTED-COUNT >= WS-MAX-AFFECTED THEN
              MOVE 'Y' TO WS-AFF-OVERFLOW
              GO TO 5710-ADD-AFFECTED-MONTH-EXIT
           END-IF.

           ADD 1 TO WS-AFFECTED-COUNT.
           MOVE WS-MONTH-NUM      TO WS-AFF-MONTH (WS-AFFECTED-COUNT).
           MOVE ROW-COUNTRY-CODE  TO WS-AFF-CODE (WS-AFFECTED-COUNT).
           MOVE WS-AFF-NEW-REASON TO WS-AFF-REASON (WS-AFFECTED-COUNT).
           MOVE 'N'               TO WS-AFF-FLAGGED (WS-AFFECTED-COUNT).
       5710-ADD-AFFECTED-MONTH-EXIT.
      *----------------------------*
           EXIT.
      *
       6000-LIST-UNMATCHED.
      *-------------------*
           MOVE 'REVISIONS MATCHING NO TREND ROW' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-REV-COUNT
              IF NOT C-REV-MATCHED (SUB1) THEN
                 ADD 1 TO WS-REV-UNMATCH-COUNT
                 MOVE WS-REV-DATE (SUB1)   TO UNML-DATE
                 MOVE WS-REV-CODE (SUB1)   TO UNML-CODE
                 MOVE WS-REV-REASON (SUB1) TO UNML-REASON
                 WRITE OUTPUT-REC FROM WS-UNMATCH-LINE
              END-IF
           END-PERFORM.

           IF WS-REV-UNMATCH-COUNT = 0 THEN
              MOVE 'NONE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE OUTPUT-REC FROM HEADER-5.
       6000-LIST-UNMATCHED-EXIT.
      *------------------------*
           EXIT.
      *
      * ONLY COUNTRY-MONTHS COVMONTH HAS ALREADY PUBLISHED NEED A
      * REGENERATION FLAG - A MONTH NOT YET IN OUTMSUM WILL BE BUILT
      * FROM THE RESTATED HISTORY IN THE ORDINARY WAY.
       7000-FLAG-SUMMARY-MONTHS.
      *------------------------*
           MOVE 'OUTMSUM MONTHS FLAGGED FOR REGENERATION'
              TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.

           IF WS-AFF-OVERFLOW = 'Y' THEN
              MOVE
              'TOO MANY MONTHS RESTATED - REGENERATE EVERY MONTH'
                 TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
              DISPLAY 'AFFECTED MONTH TABLE FULL - REGENERATE ALL '
                      'OUTMSUM MONTHS'
           END-IF.

           IF WS-AFFECTED-COUNT > 0 THEN
              PERFORM 7050-SCAN-SUMMARY-FILE
                 THRU 7050-SCAN-SUMMARY-FILE-EXIT
           END-IF.

           IF WS-REGEN-COUNT = 0 THEN
              MOVE 'NONE' TO NONE-TEXT
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
           WRITE OUTPUT-REC FROM HEADER-5.
       7000-FLAG-SUMMARY-MONTHS-EXIT.
      *-----------------------------*
           EXIT.
      *
       7050-SCAN-SUMMARY-FILE.
      *----------------------*
           OPEN INPUT IN003.
           IF NOT C-MSUM-OK THEN
              DISPLAY 'NO MONTHLY SUMMARY FILE - STATUS ' WS-MSUM-FS
              GO TO 7050-SCAN-SUMMARY-FILE-EXIT
           END-IF.

           MOVE SPACE TO LASTREC.
           PERFORM 7010-READ-MSUM-REC
              THRU 7010-READ-MSUM-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 PERFORM 7100-CHECK-MSUM-REC
                    THRU 7100-CHECK-MSUM-REC-EXIT

                 PERFORM 7010-READ-MSUM-REC
                    THRU 7010-READ-MSUM-REC-EXIT
           END-PERFORM.

           CLOSE IN003.
       7050-SCAN-SUMMARY-FILE-EXIT.
      *---------------------------*
           EXIT.
      *
       7010-READ-MSUM-REC.
      *------------------*
           READ IN003
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       7010-READ-MSUM-REC-EXIT.
      *-----------------------*
           EXIT.
      *
       7100-CHECK-MSUM-REC.
      *-------------------*
           MOVE 'N' TO WS-AFF-FOUND.
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-AFFECTED-COUNT
                   OR WS-AFF-FOUND = 'Y'
              IF WS-AFF-MONTH (SUB2) = MSUM-MONTH AND
                 WS-AFF-CODE (SUB2)  = MSUM-COUNTRY-CODE AND
                 WS-AFF-FLAGGED (SUB2) = 'N' THEN
                 MOVE 'Y' TO WS-AFF-FOUND
                 MOVE 'Y' TO WS-AFF-FLAGGED (SUB2)
                 MOVE SUB2 TO SUB1
              END-IF
           END-PERFORM.

           IF WS-AFF-FOUND = 'N' THEN
              GO TO 7100-CHECK-MSUM-REC-EXIT
           END-IF.

           ADD 1 TO WS-REGEN-COUNT.

           MOVE SPACES                TO REGEN-OUTPUT-REC.
           MOVE MSUM-MONTH            TO REGN-MONTH.
           MOVE MSUM-COUNTRY-CODE     TO REGN-COUNTRY-CODE.
           MOVE MSUM-COUNTRY          TO REGN-COUNTRY.
           MOVE WS-AFF-REASON (SUB1)  TO REGN-REASON.
           MOVE WS-CURRENT-DATE       TO REGN-FLAG-DATE.
           WRITE REGEN-OUTPUT-REC.

           MOVE MSUM-MONTH            TO RGNL-MONTH.
           MOVE MSUM-COUNTRY-CODE     TO RGNL-CODE.
           MOVE MSUM-COUNTRY          TO RGNL-COUNTRY.
           MOVE WS-AFF-REASON (SUB1)  TO RGNL-REASON.
           WRITE OUTPUT-REC FROM WS-REGEN-LINE.
       7100-CHECK-MSUM-REC-EXIT.
      *------------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           MOVE 'REVISION CONTROL COUNTS' TO SECL-TITLE.
           WRITE OUTPUT-REC FROM WS-SECTION-LINE.

           MOVE 'REVISION RECORDS READ' TO SUML-LABEL.
           MOVE WS-REV-READ-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'REVISION RECORDS REJECTED' TO SUML-LABEL.
           MOVE WS-REV-REJECT-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'REVISIONS MATCHING NO TREND ROW' TO SUML-LABEL.
           MOVE WS-REV-UNMATCH-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'TREND ROWS READ' TO SUML-LABEL.
           MOVE WS-TRND-READ-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'TREND ROWS WRITTEN' TO SUML-LABEL.
           MOVE WS-TRND-WRITE-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'TREND ROWS CHANGED' TO SUML-LABEL.
           MOVE WS-ROWS-CHANGED TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'FIGURES REVISED' TO SUML-LABEL.
           MOVE WS-REVISED-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'NEW FIGURES RECOMPUTED' TO SUML-LABEL.
           MOVE WS-RECOMPUTED-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           MOVE 'OUTMSUM MONTHS FLAGGED FOR REGENERATION'
              TO SUML-LABEL.
           MOVE WS-REGEN-COUNT TO SUML-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.

           DISPLAY 'TREND ROWS READ : ' WS-TRND-READ-COUNT
                   ' WRITTEN : ' WS-TRND-WRITE-COUNT
                   ' CHANGED : ' WS-ROWS-CHANGED.
           DISPLAY 'OUTMSUM MONTHS FLAGGED : ' WS-REGEN-COUNT.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE IN001.
           CLOSE OUT001.
           CLOSE OUT002.
           CLOSE OUT003.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
