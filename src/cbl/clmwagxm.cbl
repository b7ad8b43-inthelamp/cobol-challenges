      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMWAGXM.
       AUTHOR.        DONGWON K.
      *
      * QUARTERLY WAGE-RECORD CROSSMATCH. THE EMPLOYERS' QUARTERLY
      * WAGE REPORTS ON INWGRPT ARE MATCHED BY CLAIMANT AND CALENDAR
      * QUARTER AGAINST THE PAYMENTS FILE CLMPAYRN APPENDS AND THE
      * CERTHIST CERTIFICATIONS UNEMPCLM APPENDS. ALL THREE ARE
      * RELEASED TO ONE SORT BY CLAIM, QUARTER AND WEEK; A WAGE
      * REPORT CARRIES WEEK ZERO SO THE QUARTER'S REPORTED WAGES ARE
      * KNOWN BEFORE ITS FIRST PAID WEEK COMES BACK, AND A WEEK'S
      * CERTIFICATIONS SORT AHEAD OF ITS PAYMENT SO THE STANDING
      * ANSWER - THE LAST ONE FILED, AS IN CLMOVEST - IS KNOWN TOO.
      * EVERY WEEK PAID IN A QUARTER WHERE SOME EMPLOYER REPORTED
      * WAGES FOR THE CLAIMANT IS A HIT AND IS LISTED WITH THE
      * AMOUNT PAID, UNDER A LINE PER CLAIM AND QUARTER WITH THE
      * WEEKS, DOLLARS AND WAGES REPORTED. A WEEK WHOSE STANDING
      * ANSWER IS 'N' IS LEFT TO CLMOVEST, WHICH ESTABLISHES IT
      * OUTRIGHT. EACH NEW HIT IS APPENDED TO THE OVPLEDGR LEDGER AS
      * A POTENTIAL ('P') OVERPAYMENT WITH REASON WAGEHIT FOR THE
      * BENEFIT-PAYMENT-CONTROL UNIT TO WORK; THE LEDGER IS READ
      * FIRST SO A RERUN OR A LATE REPORT NEVER ADDS A CLAIM-WEEK
      * THAT IS ALREADY ON IT. A LEDGER THAT WILL NOT OPEN, OR A
      * POTENTIAL ROW THAT WILL NOT WRITE, ENDS THE STEP RETURN CODE
      * 16 - THE HIT IS LISTED AS A WRITE FAILURE SO IT CAN BE KEYED.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EMPLOYER QUARTERLY WAGE REPORTS - ONE ROW PER EMPLOYER,
      * CLAIMANT AND QUARTER.
           SELECT WRP001 ASSIGN TO INWGRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-WRP-FILE-STATUS.

           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT CERT001 ASSIGN TO INCERT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CERT-FILE-STATUS.

      * THE OVERPAYMENT LEDGER - READ, THEN REOPENED EXTEND, THE
      * SAME WAY CLMOVEST USES IT.
           SELECT OVP001 ASSIGN TO OVPLEDGR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OVP-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTWAGXM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTWAGXM.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WRP001 RECORDING MODE F
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WRP-REC.
       01  WRP-REC.
           05 WRP-EMP-ID             PIC X(10).
           05 FILLER                 PIC X(01).
           05 WRP-CLAIM-ID           PIC X(08).
           05 FILLER                 PIC X(01).
           05 WRP-YEAR               PIC 9(04).
           05 WRP-QTR                PIC 9(01).
           05 FILLER                 PIC X(01).
           05 WRP-WAGES              PIC 9(07)V99.
           05 FILLER                 PIC X(05).

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
           05 PAY-WEEK-PARTS REDEFINES PAY-WEEK-ENDING.
              10 PAY-WEEK-YEAR       PIC 9(04).
              10 PAY-WEEK-MONTH      PIC 9(02).
              10 PAY-WEEK-DAY        PIC 9(02).
           05 FILLER                 PIC X(01).
           05 PAY-AMOUNT             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 PAY-RUN-DATE           PIC 9(08).

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
           05 CERT-WEEK-PARTS REDEFINES CERT-WEEK-ENDING.
              10 CERT-WEEK-YEAR       PIC 9(04).
              10 CERT-WEEK-MONTH      PIC 9(02).
              10 CERT-WEEK-DAY        PIC 9(02).
           05 FILLER                  PIC X(01).
           05 CERT-ELIGIBLE-ANS       PIC X(01).
           05 FILLER                  PIC X(01).
           05 CERT-LATE-FLAG          PIC X(01).

       FD  OVP001 RECORDING MODE F
               RECORD CONTAINS 53 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OVP-REC.
       01  OVP-REC.
           05 OVP-TYPE               PIC X(01).
           05 FILLER                 PIC X(01).
           05 OVP-CLAIM-ID           PIC X(08).
           05 FILLER                 PIC X(01).
           05 OVP-WEEK-ENDING        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 OVP-AMOUNT             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 OVP-REASON             PIC X(08).
           05 FILLER                 PIC X(01).
           05 OVP-PAY-SEQ-NO         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 OVP-RUN-DATE           PIC 9(08).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

      * SD-SOURCE - 'W' EMPLOYER WAGE REPORT (WEEK ZERO), 'C'
      * CERTIFICATION, 'P' PAYMENT. 'C' SORTS AHEAD OF 'P' WITHIN
      * A WEEK, AND A WEEK'S CERTIFICATIONS COME BACK IN THE ORDER
      * THEY WERE FILED.
       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-YEAR                  PIC 9(04).
           05  SD-QTR                   PIC 9(01).
           05  SD-WEEK-ENDING           PIC 9(08).
           05  SD-SOURCE                PIC X(01).
           05  SD-RUN-DATE              PIC 9(08).
           05  SD-RUN-TIME              PIC 9(08).
           05  SD-EMP-ID                PIC X(10).
           05  SD-WAGES                 PIC 9(07)V99.
           05  SD-PAY-SEQ-NO            PIC 9(07).
           05  SD-AMOUNT                PIC 9(05)V99.
           05  SD-ELIGIBLE-ANS          PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-WRP-READ-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-PAY-READ-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-CERT-READ-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-WAGE-QTR-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-HIT-QTR-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-HIT-WEEK-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-NEW-P-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-ON-LEDGER-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-NOT-ELIG-COUNT    PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 OVP-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-WAGXM-OK        VALUE ' '.
           88 C-WAGXM-FAILED    VALUE 'F'.

       01  WS-WRP-FILE-STATUS.
           05 WS-WRP-FS                     PIC X(02).
              88 C-WRP-OK                   VALUE '00'.
              88 C-WRP-NOTEXST              VALUE '35'.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-CERT-FILE-STATUS.
           05 WS-CERT-FS                    PIC X(02).
              88 C-CERT-OK                  VALUE '00'.
              88 C-CERT-NOTEXST             VALUE '35'.

       01  WS-OVP-OPEN-SW       PIC X(01) VALUE 'N'.
           88 C-OVP-OPEN        VALUE 'Y'.

       01  WS-OVP-FILE-STATUS.
           05 WS-OVP-FS                     PIC X(02).
              88 C-OVP-OK                   VALUE '00'.
              88 C-OVP-NOTEXST              VALUE '35'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-CURRENT-DATE-NUM  PIC 9(08) VALUE 0.

      * CLAIM-WEEKS ALREADY ON THE LEDGER AS ESTABLISHED OR
      * POTENTIAL. A FULL TABLE STOPS THE RUN RATHER THAN RISK
      * WRITING A CLAIM-WEEK TWICE.
       01  WS-ONLDG-COUNT       PIC 9(05) COMP VALUE 0.
       01  WS-ONLDG-TABLE.
           05 WS-ONLDG-ENTRY    OCCURS 20000.
              10 WS-ONLDG-CLAIM-ID PIC X(08).
              10 WS-ONLDG-WEEK  PIC 9(08).

       01  WS-ON-LEDGER-SW      PIC X(01) VALUE 'N'.
           88 C-ON-LEDGER       VALUE 'Y'.
           88 C-NOT-ON-LEDGER   VALUE 'N'.

      * THE CLAIM-QUARTER AND WEEK COMING BACK FROM THE SORT.
       01  WS-GROUP-KEY.
           05 WS-GROUP-CLAIM-ID PIC X(08) VALUE LOW-VALUES.
           05 WS-GROUP-YEAR     PIC 9(04) VALUE 0.
           05 WS-GROUP-QTR      PIC 9(01) VALUE 0.
       01  WS-GROUP-WEEK        PIC 9(08) VALUE 0.
       01  WS-GROUP-ANS         PIC X(01) VALUE SPACE.
       01  WS-GROUP-WAGES       PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-GROUP-EMP-COUNT   PIC 9(03) COMP VALUE 0.
       01  WS-GROUP-FIRST-EMP   PIC X(10) VALUE SPACES.
       01  WS-GROUP-HIT-WEEKS   PIC 9(03) COMP VALUE 0.
       01  WS-GROUP-HIT-PAID    PIC 9(07)V99 COMP-3 VALUE 0.

       01  WS-CALC-QTR          PIC 9(01) VALUE 0.

       01  WS-HIT-PAID-TOTAL    PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-NEW-P-TOTAL       PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-HIT-WAGES-TOTAL   PIC 9(11)V99 COMP-3 VALUE 0.

       01  HEADER-1.
           05  FILLER           PIC X(45) VALUE SPACES.
           05  FILLER           PIC X(43) VALUE
           'Wage Record Crossmatch - Paid While Working'.
           05  FILLER           PIC X(45) VALUE SPACES.

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

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'QUARTER'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'WEEK END'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'PAY SEQ'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE '     PAID'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE 'CERT'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'LEDGER'.
           05  FILLER           PIC X(54) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-HIT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HTL-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HTL-YEAR         PIC 9(04).
           05  FILLER           PIC X(02) VALUE '-Q'.
           05  HTL-QTR          PIC 9(01).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HTL-WEEK-ENDING  PIC 9(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HTL-PAY-SEQ-NO   PIC 9(07).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HTL-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HTL-CERT-ANS     PIC X(01).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HTL-LEDGER       PIC X(10).
           05  FILLER           PIC X(54) VALUE SPACES.

       01  WS-QTR-TOTAL-LINE.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'WEEKS PAID : '.
           05  QTL-WEEKS        PIC ZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE 'AMOUNT PAID : '.
           05  QTL-PAID         PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(17) VALUE 'REPORTED WAGES : '.
           05  QTL-WAGES        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE 'EMPLOYERS : '.
           05  QTL-EMP-COUNT    PIC Z9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'FIRST : '.
           05  QTL-FIRST-EMP    PIC X(10).
           05  FILLER           PIC X(14) VALUE SPACES.

       01  WS-SUM-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  SUM-LABEL        PIC X(40).
           05  SUM-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(73) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CNT-LABEL        PIC X(40).
           05  CNT-VALUE        PIC ZZZZZZ9.
           05  FILLER           PIC X(84) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1600-LOAD-LEDGER
              THRU 1600-LOAD-LEDGER-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           IF C-WAGXM-OK THEN
              PERFORM 3000-PROC-RECORDS
                 THRU 3000-PROC-RECORDS-EXIT
           END-IF.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A RUN THAT COULD NOT SEE ITS INPUTS MUST NOT LOOK LIKE A
      * CLEAN QUARTER WITH NOBODY WORKING.
           IF C-WAGXM-FAILED THEN
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0  TO RETURN-CODE
           END-IF.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.

           OPEN OUTPUT OUT001.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * ONE PASS OVER THE LEDGER FOR EVERY CLAIM-WEEK ALREADY
      * ESTABLISHED OR HELD AS POTENTIAL. AN ABSENT FILE IS THE
      * FIRST RUN, AND IS CREATED HERE. ONE THAT WILL NOT OPEN FOR
      * ANY OTHER REASON STOPS THE RUN.
       1600-LOAD-LEDGER.
      *----------------*
           OPEN INPUT OVP001.

           IF NOT C-OVP-OK AND NOT C-OVP-NOTEXST THEN
              DISPLAY 'FILE OPEN ERROR: OVPLEDGR ' WS-OVP-FS
              SET C-WAGXM-FAILED TO TRUE
              GO TO 1600-LOAD-LEDGER-EXIT
           END-IF.

           IF C-OVP-NOTEXST THEN
              DISPLAY 'NO OVERPAYMENT LEDGER - STARTING A NEW ONE'
           ELSE
              PERFORM 1610-READ-OVP-REC
                 THRU 1610-READ-OVP-REC-EXIT

              PERFORM UNTIL OVP-LASTREC = 'Y'
                 IF OVP-TYPE = 'E' OR 'P' THEN
                    IF WS-ONLDG-COUNT >= 20000 THEN
                       IF C-WAGXM-OK THEN
                          DISPLAY 'LEDGER KEY TABLE FULL - RUN '
                                  'STOPPED'
                       END-IF
                       SET C-WAGXM-FAILED TO TRUE
                    ELSE
                       ADD 1 TO WS-ONLDG-COUNT
                       MOVE OVP-CLAIM-ID
                          TO WS-ONLDG-CLAIM-ID (WS-ONLDG-COUNT)
                       MOVE OVP-WEEK-ENDING
                          TO WS-ONLDG-WEEK (WS-ONLDG-COUNT)
                    END-IF
                 END-IF

                 PERFORM 1610-READ-OVP-REC
                    THRU 1610-READ-OVP-REC-EXIT
              END-PERFORM

              CLOSE OVP001
           END-IF.

           OPEN EXTEND OVP001.

           IF C-OVP-NOTEXST THEN
              OPEN OUTPUT OVP001
           END-IF.

           IF NOT C-OVP-OK THEN
              DISPLAY 'FILE OPEN ERROR: OVPLEDGR ' WS-OVP-FS
              SET C-WAGXM-FAILED TO TRUE
              GO TO 1600-LOAD-LEDGER-EXIT
           END-IF.

           SET C-OVP-OPEN TO TRUE.
       1600-LOAD-LEDGER-EXIT.
      *---------------------*
           EXIT.
      *
       1610-READ-OVP-REC.
      *-----------------*
           READ OVP001
              AT END MOVE 'Y' TO OVP-LASTREC
           END-READ.
       1610-READ-OVP-REC-EXIT.
      *----------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-4.
           WRITE OUTPUT-REC FROM HEADER-5.
       2000-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.
      *
      * NO WAGE REPORTS OR NO PAYMENTS MEANS THE CROSSMATCH CANNOT
      * BE DONE; AN ABSENT CERTIFICATION HISTORY ONLY MEANS NO WEEK
      * CAN BE LEFT TO CLMOVEST.
       3000-PROC-RECORDS.
      *-----------------*
           OPEN INPUT WRP001.
           IF C-WRP-NOTEXST THEN
              DISPLAY 'NO EMPLOYER WAGE REPORTS - NOTHING TO MATCH'
              SET C-WAGXM-FAILED TO TRUE
              GO TO 3000-PROC-RECORDS-EXIT
           END-IF.
           CLOSE WRP001.

           OPEN INPUT PAY001.
           IF C-PAY-NOTEXST THEN
              DISPLAY 'NO PAYMENTS FILE - NOTHING TO MATCH'
              SET C-WAGXM-FAILED TO TRUE
              GO TO 3000-PROC-RECORDS-EXIT
           END-IF.
           CLOSE PAY001.

           SORT SORT-FILE ON ASCENDING KEY SD-CLAIM-ID
                                           SD-YEAR
                                           SD-QTR
                                           SD-WEEK-ENDING
                                           SD-SOURCE
                                           SD-RUN-DATE
                                           SD-RUN-TIME
               INPUT PROCEDURE  IS 4000-SORT-INPUT
               OUTPUT PROCEDURE IS 5000-SORT-OUTPUT.
       3000-PROC-RECORDS-EXIT.
      *----------------------*
           EXIT.
      *
       4000-SORT-INPUT.
      *---------------*
           PERFORM 4100-RELEASE-WAGE-REPORTS
              THRU 4100-RELEASE-WAGE-REPORTS-EXIT.

           PERFORM 4200-RELEASE-CERTIFICATIONS
              THRU 4200-RELEASE-CERTIFICATIONS-EXIT.

           PERFORM 4300-RELEASE-PAYMENTS
              THRU 4300-RELEASE-PAYMENTS-EXIT.
       4000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
      * A ROW WITH NO WAGES, OR A QUARTER THAT IS NOT 1-4, IS NOT A
      * USABLE REPORT AND IS DISPLAYED AND PASSED OVER.
       4100-RELEASE-WAGE-REPORTS.
      *-------------------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT WRP001.
           READ WRP001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-WRP-READ-COUNT

              IF WRP-YEAR IS NUMERIC AND WRP-QTR IS NUMERIC AND
                 WRP-QTR >= 1 AND WRP-QTR <= 4 AND
                 WRP-WAGES IS NUMERIC AND WRP-WAGES > 0 THEN
                 MOVE SPACES          TO SD-REC
                 MOVE WRP-CLAIM-ID    TO SD-CLAIM-ID
                 MOVE WRP-YEAR        TO SD-YEAR
                 MOVE WRP-QTR         TO SD-QTR
                 MOVE 0               TO SD-WEEK-ENDING
                 MOVE 'W'             TO SD-SOURCE
                 MOVE 0               TO SD-RUN-DATE
                 MOVE 0               TO SD-RUN-TIME
                 MOVE WRP-EMP-ID      TO SD-EMP-ID
                 MOVE WRP-WAGES       TO SD-WAGES
                 MOVE 0               TO SD-PAY-SEQ-NO
                 MOVE 0               TO SD-AMOUNT
                 RELEASE SD-REC
              ELSE
                 DISPLAY 'WAGE REPORT ROW UNUSABLE - EMPLOYER '
                         WRP-EMP-ID ' CLAIM ' WRP-CLAIM-ID
              END-IF

              READ WRP001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE WRP001.
       4100-RELEASE-WAGE-REPORTS-EXIT.
      *------------------------------*
           EXIT.
      *
       4200-RELEASE-CERTIFICATIONS.
      *---------------------------*
           OPEN INPUT CERT001.

           IF C-CERT-NOTEXST THEN
              DISPLAY 'NO CERTIFICATION HISTORY - PAID WEEKS TAKEN '
                      'AS CERTIFIED'
              GO TO 4200-RELEASE-CERTIFICATIONS-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           READ CERT001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-CERT-READ-COUNT

              COMPUTE WS-CALC-QTR = (CERT-WEEK-MONTH - 1) / 3 + 1
              MOVE SPACES            TO SD-REC
              MOVE CERT-CLAIM-ID     TO SD-CLAIM-ID
              MOVE CERT-WEEK-YEAR    TO SD-YEAR
              MOVE WS-CALC-QTR       TO SD-QTR
              MOVE CERT-WEEK-ENDING  TO SD-WEEK-ENDING
              MOVE 'C'               TO SD-SOURCE
              MOVE CERT-RUN-DATE     TO SD-RUN-DATE
              MOVE CERT-RUN-TIME     TO SD-RUN-TIME
              MOVE 0                 TO SD-WAGES
              MOVE 0                 TO SD-PAY-SEQ-NO
              MOVE 0                 TO SD-AMOUNT
              MOVE CERT-ELIGIBLE-ANS TO SD-ELIGIBLE-ANS
              RELEASE SD-REC

              READ CERT001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE CERT001.
       4200-RELEASE-CERTIFICATIONS-EXIT.
      *--------------------------------*
           EXIT.
      *
       4300-RELEASE-PAYMENTS.
      *---------------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT PAY001.
           READ PAY001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-PAY-READ-COUNT

              COMPUTE WS-CALC-QTR = (PAY-WEEK-MONTH - 1) / 3 + 1
              MOVE SPACES            TO SD-REC
              MOVE PAY-CLAIM-ID      TO SD-CLAIM-ID
              MOVE PAY-WEEK-YEAR     TO SD-YEAR
              MOVE WS-CALC-QTR       TO SD-QTR
              MOVE PAY-WEEK-ENDING   TO SD-WEEK-ENDING
              MOVE 'P'               TO SD-SOURCE
              MOVE PAY-RUN-DATE      TO SD-RUN-DATE
              MOVE 0                 TO SD-RUN-TIME
              MOVE 0                 TO SD-WAGES
              MOVE PAY-SEQ-NO        TO SD-PAY-SEQ-NO
              MOVE PAY-AMOUNT        TO SD-AMOUNT
              RELEASE SD-REC

              READ PAY001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE PAY001.
       4300-RELEASE-PAYMENTS-EXIT.
      *--------------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.
           MOVE LOW-VALUES TO WS-GROUP-CLAIM-ID.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-CLAIM-ID NOT = WS-GROUP-CLAIM-ID OR
                    SD-YEAR     NOT = WS-GROUP-YEAR     OR
                    SD-QTR      NOT = WS-GROUP-QTR THEN
                       PERFORM 5500-FINISH-QTR-GROUP
                          THRU 5500-FINISH-QTR-GROUP-EXIT
                       MOVE SD-CLAIM-ID TO WS-GROUP-CLAIM-ID
                       MOVE SD-YEAR     TO WS-GROUP-YEAR
                       MOVE SD-QTR      TO WS-GROUP-QTR
                       MOVE 0           TO WS-GROUP-WEEK
                       MOVE SPACE       TO WS-GROUP-ANS
                 END-IF

                 IF SD-WEEK-ENDING NOT = WS-GROUP-WEEK THEN
                    MOVE SD-WEEK-ENDING TO WS-GROUP-WEEK
                    MOVE SPACE          TO WS-GROUP-ANS
                 END-IF

                 EVALUATE SD-SOURCE
                    WHEN 'W'
                       ADD SD-WAGES TO WS-GROUP-WAGES
                       ADD 1        TO WS-GROUP-EMP-COUNT
                       IF WS-GROUP-EMP-COUNT = 1 THEN
                          MOVE SD-EMP-ID TO WS-GROUP-FIRST-EMP
                       END-IF
                    WHEN 'C'
                       MOVE SD-ELIGIBLE-ANS TO WS-GROUP-ANS
                    WHEN 'P'
                       IF WS-GROUP-WAGES > 0 THEN
                          PERFORM 5100-CHECK-PAID-WEEK
                             THRU 5100-CHECK-PAID-WEEK-EXIT
                       END-IF
                 END-EVALUATE

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-QTR-GROUP
              THRU 5500-FINISH-QTR-GROUP-EXIT.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
      * A PAID WEEK IN A QUARTER WITH REPORTED WAGES. ONE THE
      * CLAIMANT ENDED UP CERTIFYING AS NOT ELIGIBLE IS ALREADY AN
      * OVERPAYMENT FOR CLMOVEST TO ESTABLISH AND IS ONLY COUNTED.
       5100-CHECK-PAID-WEEK.
      *--------------------*
           IF WS-GROUP-ANS = 'N' THEN
              ADD 1 TO WS-NOT-ELIG-COUNT
              GO TO 5100-CHECK-PAID-WEEK-EXIT
           END-IF.

           ADD 1         TO WS-HIT-WEEK-COUNT.
           ADD 1         TO WS-GROUP-HIT-WEEKS.
           ADD SD-AMOUNT TO WS-GROUP-HIT-PAID.
           ADD SD-AMOUNT TO WS-HIT-PAID-TOTAL.

           SET C-NOT-ON-LEDGER TO TRUE.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-ONLDG-COUNT
                   OR C-ON-LEDGER
              IF WS-ONLDG-CLAIM-ID (SUB1) = SD-CLAIM-ID AND
                 WS-ONLDG-WEEK (SUB1)     = SD-WEEK-ENDING THEN
                 SET C-ON-LEDGER TO TRUE
              END-IF
           END-PERFORM.

           IF C-ON-LEDGER THEN
              ADD 1 TO WS-ON-LEDGER-COUNT
              MOVE 'ON LEDGER' TO HTL-LEDGER
           ELSE
              PERFORM 5200-WRITE-POTENTIAL
                 THRU 5200-WRITE-POTENTIAL-EXIT
              IF C-OVP-OK THEN
                 MOVE 'NEW - P'   TO HTL-LEDGER
              ELSE
                 MOVE 'WRITE FAIL' TO HTL-LEDGER
              END-IF
           END-IF.

           MOVE SD-CLAIM-ID     TO HTL-CLAIM-ID.
           MOVE WS-GROUP-YEAR   TO HTL-YEAR.
           MOVE WS-GROUP-QTR    TO HTL-QTR.
           MOVE SD-WEEK-ENDING  TO HTL-WEEK-ENDING.
           MOVE SD-PAY-SEQ-NO   TO HTL-PAY-SEQ-NO.
           MOVE SD-AMOUNT       TO HTL-AMOUNT.
           IF WS-GROUP-ANS = SPACE THEN
              MOVE '?'          TO HTL-CERT-ANS
           ELSE
              MOVE WS-GROUP-ANS TO HTL-CERT-ANS
           END-IF.
           WRITE OUTPUT-REC FROM WS-HIT-LINE.
       5100-CHECK-PAID-WEEK-EXIT.
      *-------------------------*
           EXIT.
      *
       5200-WRITE-POTENTIAL.
      *--------------------*
           MOVE SPACES              TO OVP-REC.
           MOVE 'P'                 TO OVP-TYPE.
           MOVE SD-CLAIM-ID         TO OVP-CLAIM-ID.
           MOVE SD-WEEK-ENDING      TO OVP-WEEK-ENDING.
           MOVE SD-AMOUNT           TO OVP-AMOUNT.
           MOVE 'WAGEHIT'           TO OVP-REASON.
           MOVE SD-PAY-SEQ-NO       TO OVP-PAY-SEQ-NO.
           MOVE WS-CURRENT-DATE-NUM TO OVP-RUN-DATE.
           WRITE OVP-REC.

           IF NOT C-OVP-OK THEN
              DISPLAY 'OVPLEDGR WRITE FAILED : ' SD-CLAIM-ID ' '
                      SD-WEEK-ENDING ' FILE STATUS ' WS-OVP-FS
              SET C-WAGXM-FAILED TO TRUE
              GO TO 5200-WRITE-POTENTIAL-EXIT
           END-IF.

      * A SECOND PAY-REC FOR THE SAME CLAIM-WEEK IN THIS PASS MUST
      * NOT BE WRITTEN TWICE EITHER.
           IF WS-ONLDG-COUNT < 20000 THEN
              ADD 1 TO WS-ONLDG-COUNT
              MOVE SD-CLAIM-ID    TO WS-ONLDG-CLAIM-ID (WS-ONLDG-COUNT)
              MOVE SD-WEEK-ENDING TO WS-ONLDG-WEEK (WS-ONLDG-COUNT)
           END-IF.

           ADD 1         TO WS-NEW-P-COUNT.
           ADD SD-AMOUNT TO WS-NEW-P-TOTAL.
       5200-WRITE-POTENTIAL-EXIT.
      *-------------------------*
           EXIT.
      *
      * CLOSES OUT A CLAIM-QUARTER - A TOTAL LINE UNDER ITS HIT
      * WEEKS WHEN IT HAD ANY.
       5500-FINISH-QTR-GROUP.
      *---------------------*
           IF WS-GROUP-CLAIM-ID = LOW-VALUES THEN
              GO TO 5500-FINISH-QTR-GROUP-EXIT
           END-IF.

           IF WS-GROUP-WAGES > 0 THEN
              ADD 1 TO WS-WAGE-QTR-COUNT
           END-IF.

           IF WS-GROUP-HIT-WEEKS > 0 THEN
              ADD 1                  TO WS-HIT-QTR-COUNT
              ADD WS-GROUP-WAGES     TO WS-HIT-WAGES-TOTAL
              MOVE WS-GROUP-HIT-WEEKS TO QTL-WEEKS
              MOVE WS-GROUP-HIT-PAID TO QTL-PAID
              MOVE WS-GROUP-WAGES    TO QTL-WAGES
              MOVE WS-GROUP-EMP-COUNT TO QTL-EMP-COUNT
              MOVE WS-GROUP-FIRST-EMP TO QTL-FIRST-EMP
              WRITE OUTPUT-REC FROM WS-QTR-TOTAL-LINE
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
           END-IF.

           MOVE 0      TO WS-GROUP-WAGES.
           MOVE 0      TO WS-GROUP-EMP-COUNT.
           MOVE SPACES TO WS-GROUP-FIRST-EMP.
           MOVE 0      TO WS-GROUP-HIT-WEEKS.
           MOVE 0      TO WS-GROUP-HIT-PAID.
       5500-FINISH-QTR-GROUP-EXIT.
      *--------------------------*
           EXIT.
      *
       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE 'EMPLOYER WAGE REPORTS READ'       TO CNT-LABEL.
           MOVE WS-WRP-READ-COUNT                  TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'CLAIM-QUARTERS WITH WAGES'        TO CNT-LABEL.
           MOVE WS-WAGE-QTR-COUNT                  TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'CLAIM-QUARTERS PAID WHILE WORKING' TO CNT-LABEL.
           MOVE WS-HIT-QTR-COUNT                   TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'WEEKS PAID WHILE WORKING'         TO CNT-LABEL.
           MOVE WS-HIT-WEEK-COUNT                  TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'NEW POTENTIAL OVERPAYMENTS'       TO CNT-LABEL.
           MOVE WS-NEW-P-COUNT                     TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'ALREADY ON LEDGER'                TO CNT-LABEL.
           MOVE WS-ON-LEDGER-COUNT                 TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'WEEKS NOT ELIGIBLE - LEFT TO CLMOVEST' TO CNT-LABEL.
           MOVE WS-NOT-ELIG-COUNT                  TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           MOVE 'PAID IN WEEKS WHILE WORKING'      TO SUM-LABEL.
           MOVE WS-HIT-PAID-TOTAL                  TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'WAGES REPORTED IN THOSE QUARTERS' TO SUM-LABEL.
           MOVE WS-HIT-WAGES-TOTAL                 TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'NEW POTENTIAL ON LEDGER'          TO SUM-LABEL.
           MOVE WS-NEW-P-TOTAL                     TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-TOTALS-EXIT.
      *----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           IF C-OVP-OPEN THEN
              CLOSE OVP001
           END-IF.
           CLOSE OUT001.

           DISPLAY 'WAGE RECORD CROSSMATCH COMPLETE'.
           DISPLAY 'WAGE REPORTS READ : ' WS-WRP-READ-COUNT.
           DISPLAY 'PAYMENTS READ : ' WS-PAY-READ-COUNT.
           DISPLAY 'CERTIFICATIONS READ : ' WS-CERT-READ-COUNT.
           DISPLAY 'WEEKS PAID WHILE WORKING : ' WS-HIT-WEEK-COUNT.
           DISPLAY 'NEW POTENTIAL OVERPAYMENTS : ' WS-NEW-P-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
