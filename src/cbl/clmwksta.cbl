      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMWKSTA.
       AUTHOR.        DONGWON K.
      *
      * WEEKLY CLAIMS ACTIVITY REPORT OWED TO THE STATE LABOR
      * DEPARTMENT, BUILT STRAIGHT FROM THE FILES THE FIGURES COME
      * FROM FOR THE WEEK ENDING SATURDAY - THE SAME WEEK CLMPAYRN
      * PAYS. THE WEEK-ENDING DATE IS THE DATE ON THE CTL001 CARD
      * (WALKED BACK TO ITS SATURDAY) OR, WITH NO CARD, THE WEEK
      * CLMPAYRN LAST PAID - THE SATURDAY ON OR BEFORE TODAY, WORKED
      * OUT THE SAME WAY CLMPAYRN'S 1500-SET-WEEK-ENDING DOES IT.
      * THE WEEK IS THE SEVEN DAYS ENDING THEN.
      *   INITIAL CLAIMS      - SUCCESSFUL CLMAUDIT INSERTS DATED
      *                         IN THE WEEK.
      *   CONTINUED WEEKS     - CERTHIST CERTIFICATIONS FILED IN
      *                         THE WEEK, ONE PER CLAIM AND WEEK
      *                         CERTIFIED (A REPEAT IS DROPPED).
      *   FIRST PAYMENTS      - CLAIMS WHOSE EARLIEST PAYMENTS ROW
      *                         IS FOR THE REPORT WEEK.
      *   WEEKS PAID/DOLLARS  - PAYMENTS ROWS FOR THE REPORT WEEK,
      *                         GROSS PAY-AMOUNT.
      * EVERY FIGURE IS BROKEN DOWN BY THE BY STATE REGION OF THE
      * CLAIM - THE NORTHEAST/MIDWEST/SOUTH/WEST BUCKET CARRYING THE
      * CLAIM. AN INITIAL CLAIM TAKES IT FROM THE IMAGE JOURNALED AT
      * INSERT; THE OTHERS ARE LOOKED UP THROUGH GETCLAIM. A CLAIM
      * WITH NO REGION SET, OR NO LONGER ON FILE, IS NOT STATED.
      * OUTWKSTA IS THE PRINTED REPORT AND WKSTASUB THE FIXED-FORMAT
      * SUBMISSION FILE (HEADER, ONE RECORD PER REGION, TOTAL).
      * OUTWKCTL IS THE CONTROL PAGE - THE SOURCE RECORD COUNTS
      * BEHIND EACH FIGURE AND A PROOF THAT THE SUBMITTED TOTALS
      * AGREE WITH THEM. A RUN THAT DOES NOT PROVE ENDS RETURN CODE
      * 8 SO THE SUBMISSION IS NOT SENT; AN UNREADABLE JOURNAL OR
      * CLAIMS FILE, OR A CARD THAT IS NOT A YYYYMMDD DATE, ENDS IT
      * 16. NO CERTHIST OR PAYMENTS FILE MEANS
      * NOTHING CERTIFIED OR PAID YET, THE SAME AS CLMOVEST, AND IS
      * SAID SO ON THE CONTROL PAGE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INAUDIT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT CERT001 ASSIGN TO INCERT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CERT-FILE-STATUS.

           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTWKSTA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT002 ASSIGN TO OUTWKCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SUB001 ASSIGN TO WKSTASUB
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * WEEK-ENDING DATE - SAME SINGLE-CARD PATTERN AS CLMLETR'S
      * LETTER DATE. NO CARD MEANS THE WEEK CLMPAYRN LAST PAID.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT CERT-SORT-FILE ASSIGN TO SRTWKCRT.

           SELECT SORT-FILE ASSIGN TO SRTWKPAY.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 633 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AUDIT-INPUT-REC.
       01  AUDIT-INPUT-REC.
           05 AUD-DATE                      PIC 9(08).
           05 FILLER                        PIC X(01).
           05 AUD-TIME                      PIC 9(08).
           05 FILLER                        PIC X(01).
           05 AUD-COMMAND                   PIC X(08).
           05 FILLER                        PIC X(01).
           05 AUD-CLAIM-ID                  PIC X(08).
           05 FILLER                        PIC X(01).
           05 AUD-STATUS                    PIC X(02).
           05 FILLER                        PIC X(01).
           05 AUD-BEFORE-REC-LEN            PIC 9(03).
           05 FILLER                        PIC X(01).
           05 AUD-BEFORE-IMAGE              PIC X(288).
           05 FILLER                        PIC X(01).
           05 AUD-REC-LEN                   PIC 9(03).
           05 FILLER                        PIC X(01).
           05 AUD-REC-DATA                  PIC X(288).
           05 FILLER                        PIC X(01).
           05 AUD-OPERATOR-ID               PIC X(08).

       FD  CERT001 RECORDING MODE F
               RECORD CONTAINS 39 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CERT-HIST-REC.
       01  CERT-HIST-REC.
           05 CERT-RUN-DATE           PIC 9(08).
           05 FILLER                  PIC X(01).
           05 CERT-RUN-TIME           PIC 9(08).
           05 FILLER                  PIC X(01).
           05 CERT-CLAIM-ID           PIC X(08).
           05 FILLER                  PIC X(01).
           05 CERT-WEEK-ENDING        PIC 9(08).
           05 FILLER                  PIC X(01).
           05 CERT-ELIGIBLE-ANS       PIC X(01).
           05 FILLER                  PIC X(01).
           05 CERT-LATE-FLAG          PIC X(01).

       FD  PAY001 RECORDING MODE F
               RECORD CONTAINS 42 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PAY-REC.
       01  PAY-REC.
           05 PAY-SEQ-NO             PIC 9(07).
           05 FILLER                 PIC X(01).
           05 PAY-CLAIM-ID           PIC X(08).
           05 FILLER                 PIC X(01).
           05 PAY-WEEK-ENDING        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 PAY-AMOUNT             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 PAY-RUN-DATE           PIC 9(08).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC          PIC X(133).

      * 'H' HEADER, ONE 'D' RECORD PER REGION IN A FIXED ORDER,
      * THEN THE 'T' TOTAL. THE WEEK-ENDING DATE IS IN THE SAME
      * PLACE ON EVERY RECORD.
       FD  SUB001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORDS ARE SUB-REC SUB-HDR-REC.
       01  SUB-REC.
           05 SUB-REC-TYPE           PIC X(01).
           05 FILLER                 PIC X(01).
           05 SUB-WEEK-ENDING        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SUB-REGION             PIC X(12).
           05 FILLER                 PIC X(01).
           05 SUB-INITIAL            PIC 9(07).
           05 FILLER                 PIC X(01).
           05 SUB-CONTINUED          PIC 9(07).
           05 FILLER                 PIC X(01).
           05 SUB-FIRST-PAY          PIC 9(07).
           05 FILLER                 PIC X(01).
           05 SUB-WEEKS-PAID         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 SUB-AMOUNT             PIC 9(09)V99.
           05 FILLER                 PIC X(13).
       01  SUB-HDR-REC.
           05 SUB-HDR-TYPE           PIC X(01).
           05 FILLER                 PIC X(01).
           05 SUB-HDR-WEEK-ENDING    PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SUB-HDR-WEEK-BEGIN     PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SUB-HDR-RUN-DATE       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SUB-HDR-SOURCE         PIC X(08).
           05 FILLER                 PIC X(01).
           05 SUB-HDR-REGIONS        PIC 9(02).
           05 FILLER                 PIC X(40).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 08 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-WEEK-ENDING          PIC 9(08).

       SD  CERT-SORT-FILE
               DATA RECORD IS SD-CERT-REC.
       01  SD-CERT-REC.
           05  SD-CERT-CLAIM-ID         PIC X(08).
           05  SD-CERT-WEEK-ENDING      PIC 9(08).
           05  SD-CERT-RUN-DATE         PIC 9(08).
           05  SD-CERT-RUN-TIME         PIC 9(08).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-WEEK-ENDING           PIC 9(08).
           05  SD-SEQ-NO                PIC 9(07).
           05  SD-AMOUNT                PIC 9(05)V99.

       WORKING-STORAGE SECTION.

      * SOURCE RECORD COUNTS FOR THE CONTROL PAGE.
       77  WS-AUD-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-AUD-WEEK-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-INITIAL-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-CERT-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-CERT-WEEK-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-CERT-REPEAT-COUNT PIC 9(07) COMP VALUE 0.
       77  WS-CONTINUED-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-PAY-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-PAY-THRU-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-WEEKS-PAID-COUNT  PIC 9(07) COMP VALUE 0.
       77  WS-FIRST-PAY-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-LOOKUP-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-NOTFND-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-SUB-COUNT         PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-WKSTA-OK        VALUE ' '.
           88 C-WKSTA-FAILED    VALUE 'F'.

       01  WS-PROOF-SW          PIC X(01) VALUE 'Y'.
           88 C-FIGURES-PROVE   VALUE 'Y'.
           88 C-FIGURES-NO-PROVE VALUE 'N'.

       01  WS-AUD-AVAIL-SW      PIC X(01) VALUE 'N'.
           88 C-AUD-AVAILABLE   VALUE 'Y'.
           88 C-AUD-UNAVAILABLE VALUE 'N'.

       01  WS-CERT-AVAIL-SW     PIC X(01) VALUE 'N'.
           88 C-CERT-AVAILABLE  VALUE 'Y'.
           88 C-CERT-UNAVAILABLE VALUE 'N'.

       01  WS-PAY-AVAIL-SW      PIC X(01) VALUE 'N'.
           88 C-PAY-AVAILABLE   VALUE 'Y'.
           88 C-PAY-UNAVAILABLE VALUE 'N'.

       01  WS-SESSION-SW        PIC X(01) VALUE 'N'.
           88 C-SESSION-OPEN    VALUE 'Y'.
           88 C-SESSION-CLOSED  VALUE 'N'.

       01  WS-AUD-FILE-STATUS.
           05 WS-AUD-FS                     PIC X(02).
              88 C-AUD-OK                   VALUE '00'.
              88 C-AUD-OPEN-NORMAL          VALUE '97'.

       01  WS-CERT-FILE-STATUS.
           05 WS-CERT-FS                    PIC X(02).
              88 C-CERT-OK                  VALUE '00'.
              88 C-CERT-NOTEXST             VALUE '35'.
              88 C-CERT-OPEN-NORMAL         VALUE '97'.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.
              88 C-PAY-OPEN-NORMAL          VALUE '97'.

       01  WS-SUBSCRIPTS.
           05 RGN-SUB           PIC 9(03) COMP.
           05 BKT-SUB           PIC 9(03) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

      * THE REPORT WEEK - SUNDAY THROUGH THE SATURDAY IT ENDS.
       01  WS-WEEK-ENDING       PIC 9(08) VALUE 0.
       01  WS-WEEK-BEGIN        PIC 9(08) VALUE 0.
       01  WS-CARD-DATE         PIC 9(08) VALUE 0.
       01  WS-DATE-INTEGER      PIC S9(09) COMP-3 VALUE 0.
       01  WS-DAY-OF-WEEK       PIC S9(01) COMP-3 VALUE 0.
       01  WS-DAYS-BACK         PIC S9(01) COMP-3 VALUE 0.

      * CURRENT CLAIM / CLAIM-WEEK IN THE SORTED PASSES.
       01  WS-GROUP-CLAIM-ID    PIC X(08) VALUE SPACES.
       01  WS-GROUP-WEEK        PIC 9(08) VALUE 0.
       01  WS-CLAIM-ID          PIC X(08) VALUE SPACES.
       01  WS-CLAIM-RGN         PIC 9(03) COMP VALUE 0.
       01  WS-RGN-LOOKED-SW     PIC X(01) VALUE 'N'.
           88 C-RGN-LOOKED-UP   VALUE 'Y'.
           88 C-RGN-NOT-LOOKED  VALUE 'N'.
       01  WS-RGN-HIGH          PIC 9(05) VALUE 0.
       01  WS-RGN-VALUE         PIC 9(05) VALUE 0.

       01  WS-DOLLARS-PAID      PIC 9(09)V99 COMP-3 VALUE 0.

      * THE FIXED-POSITION CLAIMS AREA - FROM GETCLAIM, OR FROM THE
      * AFTER IMAGE OF A JOURNALED INSERT.
       01  WS-FIXED-CLAIMS.
           05 CLF-DATE-TIME     PIC X(19).
           05 CLF-BUCKETS.
              10 CLF-BUCKET     OCCURS 47 PIC X(05).
           05 CLF-STATUS        PIC X(11).
           05 CLF-WBA           PIC X(07).
           05 CLF-MBA           PIC X(08).

      * THE REGIONS IN SUBMISSION ORDER. ENTRY 1 IS THE BY STATE
      * INA BUCKET; ENTRIES 2-5 ARE BUCKETS 44-47.
       01  WS-REGION-VALUES.
           05 FILLER            PIC X(12) VALUE 'NOT STATED'.
           05 FILLER            PIC X(12) VALUE 'NORTHEAST'.
           05 FILLER            PIC X(12) VALUE 'MIDWEST'.
           05 FILLER            PIC X(12) VALUE 'SOUTH'.
           05 FILLER            PIC X(12) VALUE 'WEST'.
       01  WS-REGION-TABLE REDEFINES WS-REGION-VALUES.
           05 WS-REGION-NAME    OCCURS 5 PIC X(12).

       01  WS-REGION-FIGURES.
           05 FILLER            OCCURS 5.
              10 WS-RGN-INITIAL     PIC 9(07) COMP.
              10 WS-RGN-CONTINUED   PIC 9(07) COMP.
              10 WS-RGN-FIRST-PAY   PIC 9(07) COMP.
              10 WS-RGN-WEEKS-PAID  PIC 9(07) COMP.
              10 WS-RGN-AMOUNT      PIC 9(09)V99 COMP-3.

      * WHAT WENT ON THE SUBMISSION - ADDED UP FROM THE REGION
      * RECORDS AS THEY ARE WRITTEN, THEN PROVED TO THE SOURCES.
       01  WS-SUBMITTED-FIGURES.
           05 WS-SUB-INITIAL        PIC 9(07) COMP VALUE 0.
           05 WS-SUB-CONTINUED      PIC 9(07) COMP VALUE 0.
           05 WS-SUB-FIRST-PAY      PIC 9(07) COMP VALUE 0.
           05 WS-SUB-WEEKS-PAID     PIC 9(07) COMP VALUE 0.
           05 WS-SUB-AMOUNT         PIC 9(09)V99 COMP-3 VALUE 0.

       01  WS-NUM-OF-RECS       PIC 9(03) VALUE 1.

       01  WS-SEARCH-DATA.
           05 WS-SEARCH-CMD          PIC X(01) VALUE 'R'.
           05 WS-SEARCH-REC.
              10 WS-SEARCH-ID        PIC X(08) VALUE SPACES.
              10 WS-SEARCH-CLAIMS    PIC X(280) VALUE SPACES.
           05 WS-COMPARE-REC         PIC X(280) VALUE SPACES.
           05 WS-SEARCH-OPERATOR     PIC X(08) VALUE 'CLMWKSTA'.

       01  WS-RETURN-DATA.
           05 FILLER                 OCCURS 1 TO 200
                                     DEPENDING ON WS-NUM-OF-RECS.
              10 WS-RETURN-REC-LEN   PIC 9(03) COMP.
              10 WS-RETURN-ID        PIC X(08).
              10 WS-RETURN-REC       PIC X(280).

       01  WS-RETURN-CODE            PIC X(02).
           88 C-STATUS-OK            VALUE '00'.
           88 C-STATUS-NOTFND        VALUE '04'.

       01  HEADER-1.
           05  FILLER           PIC X(52) VALUE SPACES.
           05  FILLER           PIC X(29) VALUE
           'Weekly Claims Activity Report'.
           05  FILLER           PIC X(52) VALUE SPACES.

       01  HEADER-1-CTL.
           05  FILLER           PIC X(47) VALUE SPACES.
           05  FILLER           PIC X(39) VALUE
           'Weekly Claims Activity - Control Page'.
           05  FILLER           PIC X(47) VALUE SPACES.

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
           05  FILLER           PIC X(21) VALUE 'WEEK ENDING        : '.
           05  HDR-WEEK-ENDING  PIC 9(08).
           05  FILLER           PIC X(20) VALUE
               '   WEEK BEGINNING : '.
           05  HDR-WEEK-BEGIN   PIC 9(08).
           05  FILLER           PIC X(76) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE 'REGION'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE 'INITIAL CLAIMS'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(15) VALUE 'CONTINUED WEEKS'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE 'FIRST PAYMENTS'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE '    WEEKS PAID'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(17) VALUE '      AMOUNT PAID'.
           05  FILLER           PIC X(30) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-REGION-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RGL-REGION       PIC X(12).
           05  FILLER           PIC X(08) VALUE SPACES.
           05  RGL-INITIAL      PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(09) VALUE SPACES.
           05  RGL-CONTINUED    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(08) VALUE SPACES.
           05  RGL-FIRST-PAY    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(08) VALUE SPACES.
           05  RGL-WEEKS-PAID   PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  RGL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(30) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  SEC-TEXT         PIC X(60).
           05  FILLER           PIC X(71) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CNT-LABEL        PIC X(40).
           05  CNT-VALUE        PIC ZZZZZZ9.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  AMT-LABEL        PIC X(40).
           05  AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(77) VALUE SPACES.

       01  WS-PROOF-HDR.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE 'FIGURE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE '  SOURCE COUNT'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE '     SUBMITTED'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE 'RESULT'.
           05  FILLER           PIC X(58) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  PRF-FIGURE       PIC X(20).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  PRF-SOURCE       PIC ZZZ,ZZZ,ZZ9.99.
           05  PRF-SOURCE-CNT   REDEFINES PRF-SOURCE
                                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  PRF-SUBMITTED    PIC ZZZ,ZZZ,ZZ9.99.
           05  PRF-SUBMITTED-CNT REDEFINES PRF-SUBMITTED
                                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  PRF-RESULT       PIC X(14).
           05  FILLER           PIC X(58) VALUE SPACES.

       01  WS-PROOF-KIND-SW     PIC X(01) VALUE 'C'.
           88 C-PROOF-COUNT     VALUE 'C'.
           88 C-PROOF-AMOUNT    VALUE 'A'.
       01  WS-PROOF-SOURCE      PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-PROOF-SUBMITTED   PIC 9(09)V99 COMP-3 VALUE 0.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-READ-CONTROL-DATE
              THRU 1500-READ-CONTROL-DATE-EXIT.

           IF C-WKSTA-OK THEN
              PERFORM 2000-COUNT-INITIAL-CLAIMS
                 THRU 2000-COUNT-INITIAL-CLAIMS-EXIT

              SORT CERT-SORT-FILE ON ASCENDING KEY SD-CERT-CLAIM-ID
                                                   SD-CERT-WEEK-ENDING
                                                   SD-CERT-RUN-DATE
                                                   SD-CERT-RUN-TIME
                  INPUT PROCEDURE  IS 3000-CERT-SORT-INPUT
                  OUTPUT PROCEDURE IS 3500-CERT-SORT-OUTPUT

              SORT SORT-FILE ON ASCENDING KEY SD-CLAIM-ID
                                              SD-WEEK-ENDING
                                              SD-SEQ-NO
                  INPUT PROCEDURE  IS 4000-PAY-SORT-INPUT
                  OUTPUT PROCEDURE IS 4500-PAY-SORT-OUTPUT
           END-IF.

           IF C-WKSTA-OK THEN
              PERFORM 6000-WRITE-SUBMISSION
                 THRU 6000-WRITE-SUBMISSION-EXIT

              PERFORM 6500-WRITE-REPORT
                 THRU 6500-WRITE-REPORT-EXIT
           END-IF.

           PERFORM 8000-WRITE-CONTROL-PAGE
              THRU 8000-WRITE-CONTROL-PAGE-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A WEEK THAT COULD NOT BE COUNTED MUST NOT LOOK LIKE A QUIET
      * ONE; FIGURES THAT DO NOT PROVE COMPLETED BUT MUST NOT BE
      * SUBMITTED - SAME RETURN-CODE CONVENTION CLMCHRG USES.
           EVALUATE TRUE
              WHEN C-WKSTA-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN C-FIGURES-NO-PROVE
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.

           INITIALIZE WS-REGION-FIGURES.

           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.
           OPEN OUTPUT SUB001.

           OPEN INPUT IN001.

           IF NOT C-AUD-OK AND NOT C-AUD-OPEN-NORMAL THEN
              DISPLAY 'FILE OPEN ERROR: CLMAUDIT ' WS-AUD-FS
              SET C-WKSTA-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-AUD-AVAILABLE TO TRUE.

      * NOTHING CERTIFIED OR NOTHING PAID YET IS NOT AN ERROR.
           OPEN INPUT CERT001.

           IF C-CERT-OK OR C-CERT-OPEN-NORMAL THEN
              SET C-CERT-AVAILABLE TO TRUE
           ELSE
              IF C-CERT-NOTEXST THEN
                 DISPLAY 'NO CERTHIST FILE - NO WEEKS CERTIFIED'
              ELSE
                 DISPLAY 'FILE OPEN ERROR: CERTHIST ' WS-CERT-FS
                 SET C-WKSTA-FAILED TO TRUE
                 GO TO 1000-OPEN-FILES-EXIT
              END-IF
           END-IF.

           OPEN INPUT PAY001.

           IF C-PAY-OK OR C-PAY-OPEN-NORMAL THEN
              SET C-PAY-AVAILABLE TO TRUE
           ELSE
              IF C-PAY-NOTEXST THEN
                 DISPLAY 'NO PAYMENTS FILE - NO WEEKS PAID'
              ELSE
                 DISPLAY 'FILE OPEN ERROR: PAYMENTS ' WS-PAY-FS
                 SET C-WKSTA-FAILED TO TRUE
                 GO TO 1000-OPEN-FILES-EXIT
              END-IF
           END-IF.

      * ONE GETCLAIM SESSION FOR ALL THE REGION LOOK-UPS. WITHOUT
      * IT NO CLAIM'S REGION IS KNOWN, SO THE RUN STOPS.
           MOVE 'O'  TO WS-SEARCH-CMD.
           MOVE 1    TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           IF NOT C-STATUS-OK THEN
              DISPLAY 'GETCLAIM SESSION OPEN FAILED - RETURN CODE '
                      WS-RETURN-CODE
              SET C-WKSTA-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-SESSION-OPEN TO TRUE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * THE WEEK ALWAYS ENDS ON A SATURDAY - A CARD DATED ANY OTHER
      * DAY IS TAKEN BACK TO THE SATURDAY BEFORE IT, NOT REJECTED.
      * A CARD THAT IS NOT A REAL DATE STOPS THE RUN - THE STATE
      * MUST NOT BE SENT SOME OTHER WEEK IN ITS PLACE.
       1500-READ-CONTROL-DATE.
      *----------------------*
           MOVE WS-CURRENT-DATE TO WS-CARD-DATE.

           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO WEEK-ENDING CONTROL RECORD SUPPLIED - '
                         'REPORTING THE LAST WEEK PAID'
              NOT AT END
                 EVALUATE TRUE
                    WHEN CTL-WEEK-ENDING NOT NUMERIC
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                                  (CTL-WEEK-ENDING) NOT = 0
                       DISPLAY 'BAD WEEK-ENDING DATE ON CONTROL '
                               'RECORD : ' CTL-INPUT-REC
                       SET C-WKSTA-FAILED TO TRUE
                    WHEN OTHER
                       MOVE CTL-WEEK-ENDING TO WS-CARD-DATE
                 END-EVALUATE
           END-READ.

           CLOSE CTL001.

           IF C-WKSTA-FAILED THEN
              GO TO 1500-READ-CONTROL-DATE-EXIT
           END-IF.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CARD-DATE).
           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION REM(WS-DATE-INTEGER, 7).
           COMPUTE WS-DAYS-BACK =
                   FUNCTION REM(WS-DAY-OF-WEEK - 6 + 7, 7).
           COMPUTE WS-DATE-INTEGER =
                   WS-DATE-INTEGER - WS-DAYS-BACK.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                                       TO WS-WEEK-ENDING.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER - 6)
                                       TO WS-WEEK-BEGIN.

           DISPLAY 'CLAIMS ACTIVITY FOR WEEK ENDING ' WS-WEEK-ENDING.
       1500-READ-CONTROL-DATE-EXIT.
      *---------------------------*
           EXIT.
      *
      * INITIAL CLAIMS - ONE PASS OF THE JOURNAL. THE REGION IS THE
      * ONE THE CLAIM WAS FILED WITH, FROM THE INSERTED IMAGE.
       2000-COUNT-INITIAL-CLAIMS.
      *-------------------------*
           MOVE 'N' TO LASTREC.

           PERFORM 2100-READ-AUDIT
              THRU 2100-READ-AUDIT-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-AUD-COUNT

                 IF AUD-DATE >= WS-WEEK-BEGIN AND
                    AUD-DATE <= WS-WEEK-ENDING THEN
                    ADD 1 TO WS-AUD-WEEK-COUNT

                    IF AUD-COMMAND = 'INSERT' AND
                       AUD-STATUS  = '00' THEN
                       ADD 1 TO WS-INITIAL-COUNT
                       MOVE AUD-REC-DATA (9:280) TO WS-FIXED-CLAIMS
                       PERFORM 7000-SET-REGION
                          THRU 7000-SET-REGION-EXIT
                       ADD 1 TO WS-RGN-INITIAL (WS-CLAIM-RGN)
                    END-IF
                 END-IF

                 PERFORM 2100-READ-AUDIT
                    THRU 2100-READ-AUDIT-EXIT
           END-PERFORM.
       2000-COUNT-INITIAL-CLAIMS-EXIT.
      *------------------------------*
           EXIT.
      *
       2100-READ-AUDIT.
      *---------------*
           READ IN001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       2100-READ-AUDIT-EXIT.
      *--------------------*
           EXIT.
      *
      * CERTIFICATIONS FILED IN THE REPORT WEEK GO TO THE SORT.
       3000-CERT-SORT-INPUT.
      *--------------------*
           MOVE 'Y' TO LASTREC.

           IF C-CERT-AVAILABLE THEN
              MOVE 'N' TO LASTREC
              PERFORM 3100-READ-CERT
                 THRU 3100-READ-CERT-EXIT
           END-IF.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-CERT-COUNT

                 IF CERT-RUN-DATE >= WS-WEEK-BEGIN AND
                    CERT-RUN-DATE <= WS-WEEK-ENDING THEN
                    ADD 1 TO WS-CERT-WEEK-COUNT
                    MOVE CERT-CLAIM-ID     TO SD-CERT-CLAIM-ID
                    MOVE CERT-WEEK-ENDING  TO SD-CERT-WEEK-ENDING
                    MOVE CERT-RUN-DATE     TO SD-CERT-RUN-DATE
                    MOVE CERT-RUN-TIME     TO SD-CERT-RUN-TIME
                    RELEASE SD-CERT-REC
                 END-IF

                 PERFORM 3100-READ-CERT
                    THRU 3100-READ-CERT-EXIT
           END-PERFORM.
       3000-CERT-SORT-INPUT-EXIT.
      *-------------------------*
           EXIT.
      *
       3100-READ-CERT.
      *--------------*
           READ CERT001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3100-READ-CERT-EXIT.
      *-------------------*
           EXIT.
      *
      * ONE CONTINUED WEEK PER CLAIM AND WEEK CERTIFIED - A SECOND
      * CERTIFICATION OF THE SAME WEEK IS A REPEAT, NOT A NEW WEEK.
      * THE CLAIM'S REGION IS LOOKED UP ONCE.
       3500-CERT-SORT-OUTPUT.
      *---------------------*
           MOVE 'N'    TO LASTREC.
           MOVE SPACES TO WS-GROUP-CLAIM-ID.
           MOVE 0      TO WS-GROUP-WEEK.

           RETURN CERT-SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-CERT-CLAIM-ID NOT = WS-GROUP-CLAIM-ID THEN
                    MOVE SD-CERT-CLAIM-ID TO WS-GROUP-CLAIM-ID
                    MOVE 0                TO WS-GROUP-WEEK
                    MOVE SD-CERT-CLAIM-ID TO WS-CLAIM-ID
                    PERFORM 7100-LOOKUP-REGION
                       THRU 7100-LOOKUP-REGION-EXIT
                 END-IF

                 IF SD-CERT-WEEK-ENDING = WS-GROUP-WEEK THEN
                    ADD 1 TO WS-CERT-REPEAT-COUNT
                 ELSE
                    MOVE SD-CERT-WEEK-ENDING TO WS-GROUP-WEEK
                    ADD 1 TO WS-CONTINUED-COUNT
                    ADD 1 TO WS-RGN-CONTINUED (WS-CLAIM-RGN)
                 END-IF

                 RETURN CERT-SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.
       3500-CERT-SORT-OUTPUT-EXIT.
      *--------------------------*
           EXIT.
      *
      * EVERY PAYMENT UP TO AND INCLUDING THE REPORT WEEK GOES TO
      * THE SORT - THE EARLIER WEEKS ARE NEEDED TO TELL A FIRST
      * PAYMENT FROM A CONTINUING ONE.
       4000-PAY-SORT-INPUT.
      *-------------------*
           MOVE 'Y' TO LASTREC.

           IF C-PAY-AVAILABLE THEN
              MOVE 'N' TO LASTREC
              PERFORM 4100-READ-PAY
                 THRU 4100-READ-PAY-EXIT
           END-IF.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-PAY-COUNT

                 IF PAY-WEEK-ENDING <= WS-WEEK-ENDING THEN
                    ADD 1 TO WS-PAY-THRU-COUNT
                    MOVE PAY-CLAIM-ID      TO SD-CLAIM-ID
                    MOVE PAY-WEEK-ENDING   TO SD-WEEK-ENDING
                    MOVE PAY-SEQ-NO        TO SD-SEQ-NO
                    MOVE PAY-AMOUNT        TO SD-AMOUNT
                    RELEASE SD-REC
                 END-IF

                 PERFORM 4100-READ-PAY
                    THRU 4100-READ-PAY-EXIT
           END-PERFORM.
       4000-PAY-SORT-INPUT-EXIT.
      *------------------------*
           EXIT.
      *
       4100-READ-PAY.
      *-------------*
           READ PAY001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       4100-READ-PAY-EXIT.
      *------------------*
           EXIT.
      *
      * A CLAIM'S ROWS COME BACK IN WEEK ORDER, SO ITS FIRST ROW
      * BEING FOR THE REPORT WEEK MAKES IT A FIRST PAYMENT. ONLY
      * CLAIMS WITH A ROW FOR THE REPORT WEEK ARE LOOKED UP.
       4500-PAY-SORT-OUTPUT.
      *--------------------*
           MOVE 'N'    TO LASTREC.
           MOVE SPACES TO WS-GROUP-CLAIM-ID.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-CLAIM-ID NOT = WS-GROUP-CLAIM-ID THEN
                    MOVE SD-CLAIM-ID    TO WS-GROUP-CLAIM-ID
                    MOVE SD-WEEK-ENDING TO WS-GROUP-WEEK
                    SET C-RGN-NOT-LOOKED TO TRUE
                 END-IF

                 IF SD-WEEK-ENDING = WS-WEEK-ENDING THEN
                    PERFORM 4600-COUNT-WEEK-PAID
                       THRU 4600-COUNT-WEEK-PAID-EXIT
                 END-IF

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.
       4500-PAY-SORT-OUTPUT-EXIT.
      *-------------------------*
           EXIT.
      *
       4600-COUNT-WEEK-PAID.
      *--------------------*
           IF C-RGN-NOT-LOOKED THEN
              MOVE SD-CLAIM-ID TO WS-CLAIM-ID
              PERFORM 7100-LOOKUP-REGION
                 THRU 7100-LOOKUP-REGION-EXIT
              SET C-RGN-LOOKED-UP TO TRUE

              IF WS-GROUP-WEEK = WS-WEEK-ENDING THEN
                 ADD 1 TO WS-FIRST-PAY-COUNT
                 ADD 1 TO WS-RGN-FIRST-PAY (WS-CLAIM-RGN)
              END-IF
           END-IF.

           ADD 1         TO WS-WEEKS-PAID-COUNT.
           ADD SD-AMOUNT TO WS-DOLLARS-PAID.
           ADD 1         TO WS-RGN-WEEKS-PAID (WS-CLAIM-RGN).
           ADD SD-AMOUNT TO WS-RGN-AMOUNT (WS-CLAIM-RGN).
       4600-COUNT-WEEK-PAID-EXIT.
      *-------------------------*
           EXIT.
      *
      * HEADER, THE REGION RECORDS IN TABLE ORDER, THEN THE TOTAL
      * BUILT FROM THE REGION RECORDS AS WRITTEN.
       6000-WRITE-SUBMISSION.
      *---------------------*
           MOVE SPACES           TO SUB-HDR-REC.
           MOVE 'H'              TO SUB-HDR-TYPE.
           MOVE WS-WEEK-ENDING   TO SUB-HDR-WEEK-ENDING.
           MOVE WS-WEEK-BEGIN    TO SUB-HDR-WEEK-BEGIN.
           MOVE WS-CURRENT-DATE  TO SUB-HDR-RUN-DATE.
           MOVE 'CLMWKSTA'       TO SUB-HDR-SOURCE.
           MOVE 5                TO SUB-HDR-REGIONS.
           WRITE SUB-HDR-REC.
           ADD 1 TO WS-SUB-COUNT.

           PERFORM VARYING RGN-SUB FROM 1 BY 1 UNTIL RGN-SUB > 5
              MOVE SPACES                      TO SUB-REC
              MOVE 'D'                         TO SUB-REC-TYPE
              MOVE WS-WEEK-ENDING              TO SUB-WEEK-ENDING
              MOVE WS-REGION-NAME (RGN-SUB)    TO SUB-REGION
              MOVE WS-RGN-INITIAL (RGN-SUB)    TO SUB-INITIAL
              MOVE WS-RGN-CONTINUED (RGN-SUB)  TO SUB-CONTINUED
              MOVE WS-RGN-FIRST-PAY (RGN-SUB)  TO SUB-FIRST-PAY
              MOVE WS-RGN-WEEKS-PAID (RGN-SUB) TO SUB-WEEKS-PAID
              MOVE WS-RGN-AMOUNT (RGN-SUB)     TO SUB-AMOUNT
              WRITE SUB-REC
              ADD 1 TO WS-SUB-COUNT

              ADD SUB-INITIAL    TO WS-SUB-INITIAL
              ADD SUB-CONTINUED  TO WS-SUB-CONTINUED
              ADD SUB-FIRST-PAY  TO WS-SUB-FIRST-PAY
              ADD SUB-WEEKS-PAID TO WS-SUB-WEEKS-PAID
              ADD SUB-AMOUNT     TO WS-SUB-AMOUNT
           END-PERFORM.

           MOVE SPACES            TO SUB-REC.
           MOVE 'T'               TO SUB-REC-TYPE.
           MOVE WS-WEEK-ENDING    TO SUB-WEEK-ENDING.
           MOVE 'TOTAL'           TO SUB-REGION.
           MOVE WS-SUB-INITIAL    TO SUB-INITIAL.
           MOVE WS-SUB-CONTINUED  TO SUB-CONTINUED.
           MOVE WS-SUB-FIRST-PAY  TO SUB-FIRST-PAY.
           MOVE WS-SUB-WEEKS-PAID TO SUB-WEEKS-PAID.
           MOVE WS-SUB-AMOUNT     TO SUB-AMOUNT.
           WRITE SUB-REC.
           ADD 1 TO WS-SUB-COUNT.
       6000-WRITE-SUBMISSION-EXIT.
      *--------------------------*
           EXIT.
      *
       6500-WRITE-REPORT.
      *-----------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-WEEK-ENDING   TO HDR-WEEK-ENDING.
           MOVE WS-WEEK-BEGIN    TO HDR-WEEK-BEGIN.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM HEADER-3.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-4.
           WRITE OUTPUT-REC FROM HEADER-5.

           PERFORM VARYING RGN-SUB FROM 1 BY 1 UNTIL RGN-SUB > 5
              MOVE WS-REGION-NAME (RGN-SUB)    TO RGL-REGION
              MOVE WS-RGN-INITIAL (RGN-SUB)    TO RGL-INITIAL
              MOVE WS-RGN-CONTINUED (RGN-SUB)  TO RGL-CONTINUED
              MOVE WS-RGN-FIRST-PAY (RGN-SUB)  TO RGL-FIRST-PAY
              MOVE WS-RGN-WEEKS-PAID (RGN-SUB) TO RGL-WEEKS-PAID
              MOVE WS-RGN-AMOUNT (RGN-SUB)     TO RGL-AMOUNT
              WRITE OUTPUT-REC FROM WS-REGION-LINE
           END-PERFORM.

           MOVE 'TOTAL'           TO RGL-REGION.
           MOVE WS-SUB-INITIAL    TO RGL-INITIAL.
           MOVE WS-SUB-CONTINUED  TO RGL-CONTINUED.
           MOVE WS-SUB-FIRST-PAY  TO RGL-FIRST-PAY.
           MOVE WS-SUB-WEEKS-PAID TO RGL-WEEKS-PAID.
           MOVE WS-SUB-AMOUNT     TO RGL-AMOUNT.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-REGION-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.
       6500-WRITE-REPORT-EXIT.
      *----------------------*
           EXIT.
      *
      * THE REGION IS THE BY STATE BUCKET HOLDING THE CLAIM - THE
      * LARGEST OF NORTHEAST/MIDWEST/SOUTH/WEST. NONE SET MEANS
      * NOT STATED.
       7000-SET-REGION.
      *---------------*
           MOVE 1 TO WS-CLAIM-RGN.
           MOVE 0 TO WS-RGN-HIGH.

           PERFORM VARYING BKT-SUB FROM 44 BY 1 UNTIL BKT-SUB > 47
              IF CLF-BUCKET (BKT-SUB) NOT = SPACES AND
                 FUNCTION TEST-NUMVAL(CLF-BUCKET (BKT-SUB)) = 0 THEN
                 COMPUTE WS-RGN-VALUE =
                         FUNCTION NUMVAL(CLF-BUCKET (BKT-SUB))
                 IF WS-RGN-VALUE > WS-RGN-HIGH THEN
                    MOVE WS-RGN-VALUE TO WS-RGN-HIGH
                    COMPUTE WS-CLAIM-RGN = BKT-SUB - 42
                 END-IF
              END-IF
           END-PERFORM.
       7000-SET-REGION-EXIT.
      *--------------------*
           EXIT.
      *
      * A CLAIM PURGED SINCE IT WAS CERTIFIED OR PAID IS NOT STATED.
      * ANY OTHER FAILURE MEANS THE CLAIMS FILE CANNOT BE READ AND
      * THE BREAKDOWN CANNOT BE TRUSTED.
       7100-LOOKUP-REGION.
      *------------------*
           ADD 1 TO WS-LOOKUP-COUNT.
           MOVE 1 TO WS-CLAIM-RGN.

           MOVE 'R'          TO WS-SEARCH-CMD.
           MOVE WS-CLAIM-ID  TO WS-SEARCH-ID.
           MOVE SPACES       TO WS-SEARCH-CLAIMS.
           MOVE 1            TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           EVALUATE TRUE
              WHEN C-STATUS-OK
                 MOVE WS-RETURN-REC (1) TO WS-FIXED-CLAIMS
                 PERFORM 7000-SET-REGION
                    THRU 7000-SET-REGION-EXIT
              WHEN C-STATUS-NOTFND
                 ADD 1 TO WS-NOTFND-COUNT
              WHEN OTHER
                 DISPLAY 'CLAIM ' WS-CLAIM-ID
                         ' NOT READ - RC ' WS-RETURN-CODE
                 SET C-WKSTA-FAILED TO TRUE
           END-EVALUATE.
       7100-LOOKUP-REGION-EXIT.
      *-----------------------*
           EXIT.
      *
      * THE SOURCE COUNT BEHIND EVERY FIGURE, THEN THE PROOF OF THE
      * SUBMITTED TOTALS AGAINST THEM.
       8000-WRITE-CONTROL-PAGE.
      *-----------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-WEEK-ENDING   TO HDR-WEEK-ENDING.
           MOVE WS-WEEK-BEGIN    TO HDR-WEEK-BEGIN.

           WRITE CONTROL-REC FROM HEADER-1-CTL.
           WRITE CONTROL-REC FROM HEADER-2.
           WRITE CONTROL-REC FROM HEADER-3.
           WRITE CONTROL-REC FROM HEADER-5.

           IF C-WKSTA-FAILED THEN
              MOVE 'RUN FAILED - NO SUBMISSION PRODUCED' TO SEC-TEXT
              WRITE CONTROL-REC FROM WS-SECTION-LINE
              WRITE CONTROL-REC FROM HEADER-5
              GO TO 8000-WRITE-CONTROL-PAGE-EXIT
           END-IF.

           MOVE 'INITIAL CLAIMS - CLMAUDIT' TO SEC-TEXT.
           WRITE CONTROL-REC FROM WS-SECTION-LINE.
           MOVE 'JOURNAL ENTRIES READ'              TO CNT-LABEL.
           MOVE WS-AUD-COUNT                        TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'ENTRIES DATED IN THE WEEK'         TO CNT-LABEL.
           MOVE WS-AUD-WEEK-COUNT                   TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'SUCCESSFUL INSERTS - INITIAL CLAIMS' TO CNT-LABEL.
           MOVE WS-INITIAL-COUNT                    TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           WRITE CONTROL-REC FROM WS-EMPTY-LN.

           MOVE 'CONTINUED WEEKS CLAIMED - CERTHIST' TO SEC-TEXT.
           WRITE CONTROL-REC FROM WS-SECTION-LINE.
           IF C-CERT-UNAVAILABLE THEN
              MOVE '  NO CERTHIST FILE - COUNTED AS ZERO' TO SEC-TEXT
              WRITE CONTROL-REC FROM WS-SECTION-LINE
           END-IF.
           MOVE 'CERTIFICATIONS READ'               TO CNT-LABEL.
           MOVE WS-CERT-COUNT                       TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'CERTIFICATIONS FILED IN THE WEEK'  TO CNT-LABEL.
           MOVE WS-CERT-WEEK-COUNT                  TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'REPEAT CERTIFICATIONS DROPPED'     TO CNT-LABEL.
           MOVE WS-CERT-REPEAT-COUNT                TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'CONTINUED WEEKS CLAIMED'           TO CNT-LABEL.
           MOVE WS-CONTINUED-COUNT                  TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           WRITE CONTROL-REC FROM WS-EMPTY-LN.

           MOVE 'FIRST PAYMENTS, WEEKS AND DOLLARS PAID - PAYMENTS'
                                                    TO SEC-TEXT.
           WRITE CONTROL-REC FROM WS-SECTION-LINE.
           IF C-PAY-UNAVAILABLE THEN
              MOVE '  NO PAYMENTS FILE - COUNTED AS ZERO' TO SEC-TEXT
              WRITE CONTROL-REC FROM WS-SECTION-LINE
           END-IF.
           MOVE 'PAYMENT RECORDS READ'              TO CNT-LABEL.
           MOVE WS-PAY-COUNT                        TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'PAYMENTS FOR WEEKS UP TO THE WEEK' TO CNT-LABEL.
           MOVE WS-PAY-THRU-COUNT                   TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'PAYMENTS FOR THE WEEK - WEEKS PAID' TO CNT-LABEL.
           MOVE WS-WEEKS-PAID-COUNT                 TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'CLAIMS FIRST PAID FOR THE WEEK'    TO CNT-LABEL.
           MOVE WS-FIRST-PAY-COUNT                  TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'DOLLARS PAID FOR THE WEEK - GROSS' TO AMT-LABEL.
           MOVE WS-DOLLARS-PAID                     TO AMT-VALUE.
           WRITE CONTROL-REC FROM WS-AMOUNT-LINE.
           WRITE CONTROL-REC FROM WS-EMPTY-LN.

           MOVE 'REGION - BY STATE BUCKET'         TO SEC-TEXT.
           WRITE CONTROL-REC FROM WS-SECTION-LINE.
           MOVE 'CLAIMS LOOKED UP ON THE CLAIMS FILE' TO CNT-LABEL.
           MOVE WS-LOOKUP-COUNT                     TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           MOVE 'CLAIMS NOT ON FILE - NOT STATED'   TO CNT-LABEL.
           MOVE WS-NOTFND-COUNT                     TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           WRITE CONTROL-REC FROM WS-EMPTY-LN.

           MOVE 'SUBMISSION FILE - WKSTASUB'        TO SEC-TEXT.
           WRITE CONTROL-REC FROM WS-SECTION-LINE.
           MOVE 'RECORDS WRITTEN'                   TO CNT-LABEL.
           MOVE WS-SUB-COUNT                        TO CNT-VALUE.
           WRITE CONTROL-REC FROM WS-COUNT-LINE.
           WRITE CONTROL-REC FROM WS-EMPTY-LN.
           WRITE CONTROL-REC FROM WS-PROOF-HDR.

           SET C-PROOF-COUNT          TO TRUE.

           MOVE 'INITIAL CLAIMS'      TO PRF-FIGURE.
           MOVE WS-INITIAL-COUNT      TO WS-PROOF-SOURCE.
           MOVE WS-SUB-INITIAL        TO WS-PROOF-SUBMITTED.
           PERFORM 8100-WRITE-PROOF-LINE
              THRU 8100-WRITE-PROOF-LINE-EXIT.

           MOVE 'CONTINUED WEEKS'     TO PRF-FIGURE.
           MOVE WS-CONTINUED-COUNT    TO WS-PROOF-SOURCE.
           MOVE WS-SUB-CONTINUED      TO WS-PROOF-SUBMITTED.
           PERFORM 8100-WRITE-PROOF-LINE
              THRU 8100-WRITE-PROOF-LINE-EXIT.

           MOVE 'FIRST PAYMENTS'      TO PRF-FIGURE.
           MOVE WS-FIRST-PAY-COUNT    TO WS-PROOF-SOURCE.
           MOVE WS-SUB-FIRST-PAY      TO WS-PROOF-SUBMITTED.
           PERFORM 8100-WRITE-PROOF-LINE
              THRU 8100-WRITE-PROOF-LINE-EXIT.

           MOVE 'WEEKS PAID'          TO PRF-FIGURE.
           MOVE WS-WEEKS-PAID-COUNT   TO WS-PROOF-SOURCE.
           MOVE WS-SUB-WEEKS-PAID     TO WS-PROOF-SUBMITTED.
           PERFORM 8100-WRITE-PROOF-LINE
              THRU 8100-WRITE-PROOF-LINE-EXIT.

           SET C-PROOF-AMOUNT         TO TRUE.
           MOVE 'DOLLARS PAID'        TO PRF-FIGURE.
           MOVE WS-DOLLARS-PAID       TO WS-PROOF-SOURCE.
           MOVE WS-SUB-AMOUNT         TO WS-PROOF-SUBMITTED.
           PERFORM 8100-WRITE-PROOF-LINE
              THRU 8100-WRITE-PROOF-LINE-EXIT.

           IF C-FIGURES-NO-PROVE THEN
              WRITE CONTROL-REC FROM WS-EMPTY-LN
              MOVE 'FIGURES DO NOT PROVE - SUBMISSION HELD' TO SEC-TEXT
              WRITE CONTROL-REC FROM WS-SECTION-LINE
              DISPLAY 'SUBMITTED FIGURES DO NOT PROVE TO SOURCES'
           END-IF.

           WRITE CONTROL-REC FROM HEADER-5.
       8000-WRITE-CONTROL-PAGE-EXIT.
      *----------------------------*
           EXIT.
      *
       8100-WRITE-PROOF-LINE.
      *---------------------*
           IF C-PROOF-COUNT THEN
              MOVE WS-PROOF-SOURCE    TO PRF-SOURCE-CNT
              MOVE WS-PROOF-SUBMITTED TO PRF-SUBMITTED-CNT
           ELSE
              MOVE WS-PROOF-SOURCE    TO PRF-SOURCE
              MOVE WS-PROOF-SUBMITTED TO PRF-SUBMITTED
           END-IF.

           IF WS-PROOF-SOURCE = WS-PROOF-SUBMITTED THEN
              MOVE 'AGREES'           TO PRF-RESULT
           ELSE
              MOVE 'DOES NOT AGREE'   TO PRF-RESULT
              SET C-FIGURES-NO-PROVE  TO TRUE
           END-IF.

           WRITE CONTROL-REC FROM WS-PROOF-LINE.
       8100-WRITE-PROOF-LINE-EXIT.
      *--------------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           IF C-SESSION-OPEN THEN
              MOVE 'X'  TO WS-SEARCH-CMD
              MOVE 1    TO WS-NUM-OF-RECS
              CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                    BY REFERENCE WS-NUM-OF-RECS,
                                    BY REFERENCE WS-RETURN-DATA,
                                    BY REFERENCE WS-RETURN-CODE
           END-IF.

           IF C-AUD-AVAILABLE THEN
              CLOSE IN001
           END-IF.

           IF C-CERT-AVAILABLE THEN
              CLOSE CERT001
           END-IF.

           IF C-PAY-AVAILABLE THEN
              CLOSE PAY001
           END-IF.

           CLOSE OUT001.
           CLOSE OUT002.
           CLOSE SUB001.

           DISPLAY 'WEEKLY CLAIMS ACTIVITY COMPLETE'.
           DISPLAY 'INITIAL CLAIMS : ' WS-INITIAL-COUNT.
           DISPLAY 'CONTINUED WEEKS : ' WS-CONTINUED-COUNT.
           DISPLAY 'FIRST PAYMENTS : ' WS-FIRST-PAY-COUNT.
           DISPLAY 'WEEKS PAID : ' WS-WEEKS-PAID-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
