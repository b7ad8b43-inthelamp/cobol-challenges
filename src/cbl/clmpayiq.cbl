      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMPAYIQ.
       AUTHOR.        DONGWON K.
      *
      * CLAIM PAYMENT HISTORY INQUIRY OVER THE PAYHIST KEYED PAYMENT
      * FILE CLMPAYRN WRITES. TAKES ONE OR MORE CLAIM IDS ON THE
      * CTL001 CARD FILE (AN EMPTY FILE MEANS EVERY CLAIM, THE SAME
      * AS CLMHIST) AND, FOR EACH, POSITIONS ON THE CLAIM'S FIRST
      * WEEK-ENDING AND PRINTS EVERY PAYMENT IN WEEK ORDER WITH A
      * RUNNING PAID-TO-DATE AND WHAT IS LEFT OF THE MAXIMUM BENEFIT
      * AMOUNT AFTER EACH WEEK. THE CLAIM'S STATUS, WBA AND MBA ARE
      * READ THROUGH GETCLAIM; A CLAIM CLMPURGE HAS ARCHIVED IS NO
      * LONGER ON THE VSAM, SO ITS HISTORY STILL PRINTS BUT WITH NO
      * MBA TO RUN AGAINST. A CLAIM WITH NO PAYMENTS AT ALL IS SAID
      * SO, RATHER THAN LEFT OFF THE PRINTOUT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHS001 ASSIGN TO PAYHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PHS-KEY
              FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTPAYIQ
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * REQUESTED CLAIM IDS, ONE PER CARD - MIRRORS THE CTL001
      * CONTROL-FILE PATTERN USED ACROSS THE SUITE.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * THE SAME 42 BYTES AS PAY-REC, WITH CLAIM ID AND WEEK-ENDING
      * AS THE KEY. THE '*PAYCTL*' RECORD (WEEK-ENDING ZERO) HOLDS
      * THE LAST SEQUENCE NUMBER ISSUED IN PHS-SEQ-NO.
       FD  PHS001
               RECORD CONTAINS 42 CHARACTERS
               DATA RECORD IS PHS-REC.
       01  PHS-REC.
           05 PHS-SEQ-NO             PIC 9(07).
           05 FILLER                 PIC X(01).
           05 PHS-KEY.
              10 PHS-CLAIM-ID        PIC X(08).
              10 FILLER              PIC X(01).
              10 PHS-WEEK-ENDING     PIC 9(08).
           05 FILLER                 PIC X(01).
           05 PHS-AMOUNT             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 PHS-RUN-DATE           PIC 9(08).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 08 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-CLAIM-ID             PIC X(08).

       WORKING-STORAGE SECTION.

       77  WS-REQ-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-CLAIM-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-NOPAY-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 PHS-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-INQUIRY-OK      VALUE ' '.
           88 C-INQUIRY-FAILED  VALUE 'F'.

       01  WS-OPEN-SWITCHES.
           05 WS-PHS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 C-PHS-OPEN          VALUE 'Y'.
           05 WS-SESSION-SW     PIC X(01) VALUE 'N'.
              88 C-SESSION-OPEN      VALUE 'Y'.

       01  WS-PHS-FILE-STATUS.
           05 WS-PHS-FS                     PIC X(02).
              88 C-PHS-OK                   VALUE '00'.
              88 C-PHS-ENDFILE              VALUE '10'.
              88 C-PHS-NOTFND               VALUE '23'.
              88 C-PHS-OPEN-NORMAL          VALUE '97'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(03) COMP.

       01  WS-REQ-ID-TABLE.
           05 WS-REQ-ID         OCCURS 100 PIC X(08).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

      * THE CLAIM BEING PRINTED AND ITS RUNNING TOTALS.
       01  WS-CLAIM-ID          PIC X(08) VALUE SPACES.
       01  WS-PAID-TO-DATE      PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-REMAINING-BAL     PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-WEEKS-PAID        PIC 9(05) COMP VALUE 0.
       01  WS-WBA-AMOUNT        PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-MBA-AMOUNT        PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-HAS-MBA-SW        PIC X(01) VALUE 'N'.
           88 C-HAS-MBA         VALUE 'Y'.
           88 C-NO-MBA          VALUE 'N'.

      * THE FIXED-POSITION CLAIMS AREA GETCLAIM HANDS BACK.
       01  WS-FIXED-CLAIMS.
           05 CLF-DATE-TIME     PIC X(19).
           05 CLF-BUCKETS.
              10 CLF-BUCKET     OCCURS 47 PIC X(05).
           05 CLF-STATUS        PIC X(11).
           05 CLF-WBA           PIC X(07).
           05 CLF-MBA           PIC X(08).

       01  WS-NUM-OF-RECS       PIC 9(03) VALUE 1.

       01  WS-SEARCH-DATA.
           05 WS-SEARCH-CMD          PIC X(01) VALUE 'R'.
           05 WS-SEARCH-REC.
              10 WS-SEARCH-ID        PIC X(08) VALUE SPACES.
              10 WS-SEARCH-CLAIMS    PIC X(280) VALUE SPACES.
           05 WS-COMPARE-REC         PIC X(280) VALUE SPACES.
           05 WS-SEARCH-OPERATOR     PIC X(08) VALUE 'CLMPAYIQ'.

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
           05  FILLER           PIC X(46) VALUE SPACES.
           05  FILLER           PIC X(29) VALUE
           'Claim Payment History Inquiry'.
           05  FILLER           PIC X(58) VALUE SPACES.

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
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'SEQ NO '.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'WEEK END'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE '   AMOUNT'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'RUN DATE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE 'PAID TO DATE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'MBA REMAINING'.
           05  FILLER           PIC X(57) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-CLAIM-HDR-REC.
           05  FILLER           PIC X(11) VALUE 'CLAIM ID : '.
           05  HDR-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(12) VALUE '   STATUS : '.
           05  HDR-STATUS       PIC X(11).
           05  FILLER           PIC X(09) VALUE '   WBA : '.
           05  HDR-WBA          PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(09) VALUE '   MBA : '.
           05  HDR-MBA          PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HDR-NOTE         PIC X(30).
           05  FILLER           PIC X(22) VALUE SPACES.

       01  WS-DETAIL-REC.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DTL-SEQ-NO       PIC 9(07).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-WEEK-ENDING  PIC 9(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-RUN-DATE     PIC 9(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-PAID-TO-DATE PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-REMAINING    PIC Z,ZZZ,ZZ9.99-.
           05  DTL-REMAINING-X  REDEFINES DTL-REMAINING
                                PIC X(13).
           05  FILLER           PIC X(57) VALUE SPACES.

       01  WS-CLAIM-TOTAL-REC.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'WEEKS PAID : '.
           05  TOT-WEEKS        PIC ZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'TOTAL PAID : '.
           05  TOT-PAID         PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(16) VALUE 'MBA REMAINING : '.
           05  TOT-REMAINING    PIC Z,ZZZ,ZZ9.99-.
           05  TOT-REMAINING-X  REDEFINES TOT-REMAINING
                                PIC X(13).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-NO-PAY-REC.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               'NO PAYMENTS ON FILE FOR THIS CLAIM'.
           05  FILLER           PIC X(89) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

       01  WS-SUMMARY-REC.
           05  FILLER           PIC X(27) VALUE
               'CLAIMS REPORTED          : '.
           05  SUM-CLAIM-COUNT  PIC ZZZZZZ9.
           05  FILLER           PIC X(99) VALUE SPACES.

       01  WS-SUMMARY-REC-2.
           05  FILLER           PIC X(27) VALUE
               'CLAIMS WITH NO PAYMENTS  : '.
           05  SUM-NOPAY-COUNT  PIC ZZZZZZ9.
           05  FILLER           PIC X(99) VALUE SPACES.

       01  WS-SUMMARY-REC-3.
           05  FILLER           PIC X(27) VALUE
               'PAYMENTS LISTED          : '.
           05  SUM-ENTRY-COUNT  PIC ZZZZZZ9.
           05  FILLER           PIC X(99) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-READ-CONTROL-IDS
              THRU 1500-READ-CONTROL-IDS-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           IF C-INQUIRY-OK THEN
              PERFORM 3000-PROC-RECORDS
                 THRU 3000-PROC-RECORDS-EXIT
           END-IF.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * AN INQUIRY THAT NEVER SAW PAYHIST OR THE CLAIMS FILE MUST
      * NOT LOOK LIKE ONE THAT FOUND NOTHING - SAME RETURN-CODE
      * CONVENTION UNEMPCLM USES.
           IF C-INQUIRY-FAILED THEN
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0  TO RETURN-CODE
           END-IF.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           OPEN OUTPUT OUT001.

           OPEN INPUT PHS001.

           IF NOT C-PHS-OK AND NOT C-PHS-OPEN-NORMAL THEN
              DISPLAY 'FILE OPEN ERROR: PAYHIST ' WS-PHS-FS
              SET C-INQUIRY-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-PHS-OPEN TO TRUE.

      * ONE GETCLAIM SESSION FOR ALL THE CLAIM LOOK-UPS. WITHOUT IT
      * NO CLAIM CAN BE LOOKED UP, SO THE INQUIRY STOPS.
           MOVE 'O'  TO WS-SEARCH-CMD.
           MOVE 1    TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           IF NOT C-STATUS-OK THEN
              DISPLAY 'GETCLAIM SESSION OPEN FAILED - RETURN CODE '
                      WS-RETURN-CODE
              SET C-INQUIRY-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-SESSION-OPEN TO TRUE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
       1500-READ-CONTROL-IDS.
      *---------------------*
           OPEN INPUT CTL001.

           PERFORM 1510-READ-CONTROL-REC
              THRU 1510-READ-CONTROL-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y' OR WS-REQ-COUNT >= 100
                 ADD 1 TO WS-REQ-COUNT
                 MOVE CTL-CLAIM-ID TO WS-REQ-ID (WS-REQ-COUNT)

                 PERFORM 1510-READ-CONTROL-REC
                    THRU 1510-READ-CONTROL-REC-EXIT
           END-PERFORM.

           CLOSE CTL001.

           IF WS-REQ-COUNT = 0 THEN
              DISPLAY 'NO CLAIM IDS SUPPLIED - REPORTING ALL CLAIMS'
           END-IF.
       1500-READ-CONTROL-IDS-EXIT.
      *--------------------------*
           EXIT.
      *
       1510-READ-CONTROL-REC.
      *---------------------*
           READ CTL001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1510-READ-CONTROL-REC-EXIT.
      *--------------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.
       2000-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.
      *
       3000-PROC-RECORDS.
      *-----------------*
           IF WS-REQ-COUNT = 0 THEN
              PERFORM 3100-REPORT-ALL-CLAIMS
                 THRU 3100-REPORT-ALL-CLAIMS-EXIT
           ELSE
              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-REQ-COUNT
                      OR C-INQUIRY-FAILED
                 PERFORM 3200-REPORT-REQUESTED-CLAIM
                    THRU 3200-REPORT-REQUESTED-CLAIM-EXIT
              END-PERFORM
           END-IF.
       3000-PROC-RECORDS-EXIT.
      *----------------------*
           EXIT.
      *
      * THE WHOLE FILE IN KEY ORDER. 4000-REPORT-CLAIM LEAVES THE
      * FIRST RECORD OF THE NEXT CLAIM IN THE BUFFER, SO THIS LOOP
      * ONLY HAS TO STEP OVER THE CONTROL RECORD.
       3100-REPORT-ALL-CLAIMS.
      *----------------------*
           MOVE 'N'        TO PHS-LASTREC.
           MOVE LOW-VALUES TO PHS-KEY.

           START PHS001 KEY IS >= PHS-KEY
              INVALID KEY MOVE 'Y' TO PHS-LASTREC
           END-START.

           PERFORM 5000-READ-NEXT-PAYMENT
              THRU 5000-READ-NEXT-PAYMENT-EXIT.

           PERFORM UNTIL PHS-LASTREC = 'Y'
              IF PHS-CLAIM-ID = '*PAYCTL*' THEN
                 PERFORM 5000-READ-NEXT-PAYMENT
                    THRU 5000-READ-NEXT-PAYMENT-EXIT
              ELSE
                 MOVE PHS-CLAIM-ID TO WS-CLAIM-ID
                 PERFORM 4000-REPORT-CLAIM
                    THRU 4000-REPORT-CLAIM-EXIT
              END-IF
           END-PERFORM.
       3100-REPORT-ALL-CLAIMS-EXIT.
      *---------------------------*
           EXIT.
      *
       3200-REPORT-REQUESTED-CLAIM.
      *---------------------------*
           MOVE WS-REQ-ID (SUB1) TO WS-CLAIM-ID.
           MOVE 'N'              TO PHS-LASTREC.

           MOVE LOW-VALUES       TO PHS-KEY.
           MOVE WS-CLAIM-ID      TO PHS-CLAIM-ID.

           START PHS001 KEY IS >= PHS-KEY
              INVALID KEY MOVE 'Y' TO PHS-LASTREC
           END-START.

           PERFORM 5000-READ-NEXT-PAYMENT
              THRU 5000-READ-NEXT-PAYMENT-EXIT.

           PERFORM 4000-REPORT-CLAIM
              THRU 4000-REPORT-CLAIM-EXIT.
       3200-REPORT-REQUESTED-CLAIM-EXIT.
      *--------------------------------*
           EXIT.
      *
      * PRINTS THE CLAIM IN WS-CLAIM-ID, STARTING FROM WHATEVER IS IN
      * THE PAYHIST BUFFER AND READING ON UNTIL THE CLAIM CHANGES.
       4000-REPORT-CLAIM.
      *-----------------*
           ADD 1 TO WS-CLAIM-COUNT.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-WEEKS-PAID.

           PERFORM 4100-GET-CLAIM-AMOUNTS
              THRU 4100-GET-CLAIM-AMOUNTS-EXIT.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-CLAIM-HDR-REC.

           IF PHS-LASTREC = 'Y' OR PHS-CLAIM-ID NOT = WS-CLAIM-ID THEN
              ADD 1 TO WS-NOPAY-COUNT
              WRITE OUTPUT-REC FROM WS-NO-PAY-REC
              GO TO 4000-REPORT-CLAIM-EXIT
           END-IF.

           WRITE OUTPUT-REC FROM HEADER-4.

           PERFORM UNTIL PHS-LASTREC = 'Y'
                   OR PHS-CLAIM-ID NOT = WS-CLAIM-ID
              PERFORM 4200-WRITE-PAYMENT-LINE
                 THRU 4200-WRITE-PAYMENT-LINE-EXIT

              PERFORM 5000-READ-NEXT-PAYMENT
                 THRU 5000-READ-NEXT-PAYMENT-EXIT
           END-PERFORM.

           MOVE WS-WEEKS-PAID   TO TOT-WEEKS.
           MOVE WS-PAID-TO-DATE TO TOT-PAID.
           IF C-HAS-MBA THEN
              COMPUTE WS-REMAINING-BAL =
                      WS-MBA-AMOUNT - WS-PAID-TO-DATE
              MOVE WS-REMAINING-BAL TO TOT-REMAINING
           ELSE
              MOVE 'NO MBA'         TO TOT-REMAINING-X
           END-IF.
           WRITE OUTPUT-REC FROM WS-CLAIM-TOTAL-REC.
       4000-REPORT-CLAIM-EXIT.
      *----------------------*
           EXIT.
      *
       4100-GET-CLAIM-AMOUNTS.
      *----------------------*
           MOVE 0            TO WS-WBA-AMOUNT.
           MOVE 0            TO WS-MBA-AMOUNT.
           SET  C-NO-MBA     TO TRUE.
           MOVE SPACES       TO HDR-STATUS.
           MOVE SPACES       TO HDR-NOTE.

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
                 MOVE CLF-STATUS        TO HDR-STATUS
                 IF CLF-WBA NOT = SPACES THEN
                    COMPUTE WS-WBA-AMOUNT = FUNCTION NUMVAL(CLF-WBA)
                 END-IF
                 IF CLF-MBA NOT = SPACES THEN
                    SET C-HAS-MBA TO TRUE
                    COMPUTE WS-MBA-AMOUNT = FUNCTION NUMVAL(CLF-MBA)
                 ELSE
                    MOVE 'NO MBA ON CLAIM' TO HDR-NOTE
                 END-IF
              WHEN C-STATUS-NOTFND
                 MOVE 'NOT ON FILE - PURGED?' TO HDR-NOTE
              WHEN OTHER
                 MOVE 'CLAIM NOT READ - RC '  TO HDR-NOTE
                 MOVE WS-RETURN-CODE          TO HDR-NOTE (21:2)
           END-EVALUATE.

           MOVE WS-CLAIM-ID   TO HDR-CLAIM-ID.
           MOVE WS-WBA-AMOUNT TO HDR-WBA.
           MOVE WS-MBA-AMOUNT TO HDR-MBA.
       4100-GET-CLAIM-AMOUNTS-EXIT.
      *---------------------------*
           EXIT.
      *
       4200-WRITE-PAYMENT-LINE.
      *-----------------------*
           ADD 1          TO WS-ENTRY-COUNT.
           ADD 1          TO WS-WEEKS-PAID.
           ADD PHS-AMOUNT TO WS-PAID-TO-DATE.

           MOVE PHS-SEQ-NO      TO DTL-SEQ-NO.
           MOVE PHS-WEEK-ENDING TO DTL-WEEK-ENDING.
           MOVE PHS-AMOUNT      TO DTL-AMOUNT.
           MOVE PHS-RUN-DATE    TO DTL-RUN-DATE.
           MOVE WS-PAID-TO-DATE TO DTL-PAID-TO-DATE.

           IF C-HAS-MBA THEN
              COMPUTE WS-REMAINING-BAL =
                      WS-MBA-AMOUNT - WS-PAID-TO-DATE
              MOVE WS-REMAINING-BAL TO DTL-REMAINING
           ELSE
              MOVE SPACES           TO DTL-REMAINING-X
           END-IF.

           WRITE OUTPUT-REC FROM WS-DETAIL-REC.
       4200-WRITE-PAYMENT-LINE-EXIT.
      *----------------------------*
           EXIT.
      *
       5000-READ-NEXT-PAYMENT.
      *----------------------*
           IF PHS-LASTREC = 'Y' THEN
              GO TO 5000-READ-NEXT-PAYMENT-EXIT
           END-IF.

           READ PHS001 NEXT RECORD
              AT END MOVE 'Y' TO PHS-LASTREC
           END-READ.

           IF PHS-LASTREC NOT = 'Y' AND NOT C-PHS-OK THEN
              DISPLAY 'PAYHIST READ ERROR - FILE STATUS ' WS-PHS-FS
              SET C-INQUIRY-FAILED TO TRUE
              MOVE 'Y' TO PHS-LASTREC
           END-IF.
       5000-READ-NEXT-PAYMENT-EXIT.
      *---------------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.
           MOVE WS-CLAIM-COUNT TO SUM-CLAIM-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-REC.
           MOVE WS-NOPAY-COUNT TO SUM-NOPAY-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-REC-2.
           MOVE WS-ENTRY-COUNT TO SUM-ENTRY-COUNT.
           WRITE OUTPUT-REC FROM WS-SUMMARY-REC-3.
           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
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

           IF C-PHS-OPEN THEN
              CLOSE PHS001
           END-IF.

           CLOSE OUT001.

           DISPLAY 'PAYMENT HISTORY INQUIRY COMPLETE'.
           DISPLAY 'CLAIMS REPORTED : ' WS-CLAIM-COUNT.
           DISPLAY 'PAYMENTS LISTED : ' WS-ENTRY-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
