      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLM1099G.
       AUTHOR.        DONGWON K.
      *
      * YEAR-END 1099-G BENEFIT STATEMENTS. FOR THE TAX YEAR ON THE
      * CTL001 CARD (THE YEAR JUST ENDED WHEN NO CARD IS SUPPLIED)
      * TOTALS EVERY PAY-AMOUNT ON PAYMENTS WHOSE PAY-WEEK-ENDING
      * FALLS IN THE YEAR, PER CLAIM, AND SUBTRACTS THE PAYMENTS THE
      * BANK RETURNED (PAYRETRN, WRITTEN BY CLMBKRTN) AND THE
      * OVERPAYMENTS RECOVERED BY OFFSET ('R' ROWS ON OVPLEDGR,
      * WRITTEN BY CLMPAYRN) FOR WEEKS IN THE SAME YEAR. ALL THREE
      * SOURCES ARE SORTED TOGETHER BY CLAIM, SO THE STATEMENTS COME
      * OUT IN CLAIM ORDER AND EVERY CLAIM THAT WAS PAID GETS ONE -
      * INCLUDING A CLAIM CLMPURGE HAS SINCE MOVED TO OUTARCH, WHICH
      * IS NO LONGER ON THE VSAM BUT STILL HAS ITS PAYMENTS. THE
      * ARCHIVE IS READ TOO SO THOSE STATEMENTS ARE MARKED AND
      * COUNTED. OUTPUT IS ONE STATEMENT RECORD PER CLAIMANT, A
      * PRINTABLE STATEMENT FILE, AND A FEDERAL TRANSMITTAL SUMMARY
      * THAT LISTS THE YEAR'S WEEKLY REGISTER TOTALS AND PROVES THE
      * STATEMENTS TIE BACK TO THEM. THE REGISTER TOTALS COME FROM
      * THE PAYREGCT CONTROL RECORDS CLMPAYRN WRITES AT THE END OF
      * EVERY RUN, NOT FROM PAYMENTS, SO A PAYMENT ROW LOST, ADDED
      * OR ALTERED ON PAYMENTS SINCE THE REGISTER PRINTED SHOWS UP
      * AS A DIFFERENCE; THE RUNS FOR ONE WEEK-ENDING (A RERUN PAYS
      * ONLY WHAT THE FIRST RUN DID NOT) ARE ADDED TOGETHER. BOTH
      * THE PAYMENT COUNT AND THE DOLLARS MUST AGREE. A SUMMARY THAT
      * DOES NOT TIE - INCLUDING ONE FOR A YEAR WITH NO PAYREGCT
      * FILE TO TIE TO - ENDS RETURN CODE 8 SO NOTHING IS
      * TRANSMITTED. A CLAIM WHOSE RETURNS AND RECOVERIES
      * EXCEED WHAT IT WAS PAID IN THE YEAR REPORTS ZERO, AND THE
      * DIFFERENCE IS SHOWN AS A RECONCILING ITEM. A CTL001 CARD
      * WHOSE TAX YEAR IS NOT NUMERIC STOPS THE RUN RETURN CODE 16
      * BEFORE ANY PAYMENT IS SELECTED.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT RTN001 ASSIGN TO PAYRETRN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT OVP001 ASSIGN TO OVPLEDGR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OVP-FILE-STATUS.

      * CLMPAYRN'S REGISTER CONTROL FILE - ONE RECORD PER RUN.
           SELECT RGC001 ASSIGN TO PAYREGCT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RGC-FILE-STATUS.

           SELECT ARC001 ASSIGN TO INARCH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT STM001 ASSIGN TO OUT1099R
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT PRT001 ASSIGN TO OUT1099P
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT001 ASSIGN TO OUT1099T
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * TAX YEAR - SAME SINGLE-CARD PATTERN AS CLMPURGE'S RETENTION
      * CUTOFF.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRT1099G.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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

       FD  RTN001 RECORDING MODE F
               RECORD CONTAINS 55 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RTN-REC.
       01  RTN-REC.
           05 RTN-PAY-SEQ-NO         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 RTN-CLAIM-ID           PIC X(08).
           05 FILLER                 PIC X(01).
           05 RTN-WEEK-ENDING        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RTN-AMOUNT             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 RTN-REASON-CODE        PIC X(03).
           05 FILLER                 PIC X(01).
           05 RTN-RETURN-DATE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RTN-RUN-DATE           PIC 9(08).

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

       FD  RGC001 RECORDING MODE F
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RGC-REC.
       01  RGC-REC.
           05 RGC-WEEK-ENDING        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RGC-RUN-DATE           PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RGC-RUN-TIME           PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RGC-PAID-COUNT         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 RGC-PAID-TOTAL         PIC 9(09)V99.
           05 FILLER                 PIC X(04).

       FD  ARC001 RECORDING MODE F
               RECORD CONTAINS 288 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ARCH-INPUT-REC.
       01  ARCH-INPUT-REC.
           05  ARCH-ID               PIC X(08).
           05  ARCH-CLAIMS           PIC X(280).

      * ONE STATEMENT RECORD PER CLAIMANT FOR THE YEAR.
       FD  STM001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STM-REC.
       01  STM-REC.
           05 STM-TAX-YEAR           PIC 9(04).
           05 FILLER                 PIC X(01).
           05 STM-CLAIM-ID           PIC X(08).
           05 FILLER                 PIC X(01).
           05 STM-GROSS-PAID         PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 STM-RETURNED           PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 STM-RECOVERED          PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 STM-BOX1-AMOUNT        PIC 9(07)V99.
           05 FILLER                 PIC X(01).
           05 STM-WEEKS-PAID         PIC 9(03).
           05 FILLER                 PIC X(01).
           05 STM-ARCHIVED-FLAG      PIC X(01).
           05 FILLER                 PIC X(21).

       FD  PRT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PRINT-REC.
       01  PRINT-REC            PIC X(133).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 04 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-TAX-YEAR            PIC 9(04).

      * SD-SOURCE SAYS WHICH FILE THE ROW CAME FROM - 'A' ARCHIVE
      * MARKER, 'P' PAYMENT, 'R' RECOVERY, 'T' RETURNED BY THE BANK.
       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-SOURCE                PIC X(01).
           05  SD-WEEK-ENDING           PIC 9(08).
           05  SD-AMOUNT                PIC 9(05)V99.

       WORKING-STORAGE SECTION.

       77  WS-TAX-YEAR          PIC 9(04) VALUE 0.
       77  WS-STMT-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-ARCH-STMT-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-ZERO-STMT-COUNT   PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-RTN-FILE-STATUS.
           05 WS-RTN-FS                     PIC X(02).
              88 C-RTN-OK                   VALUE '00'.
              88 C-RTN-NOTEXST              VALUE '35'.

       01  WS-OVP-FILE-STATUS.
           05 WS-OVP-FS                     PIC X(02).
              88 C-OVP-OK                   VALUE '00'.
              88 C-OVP-NOTEXST              VALUE '35'.

       01  WS-RGC-FILE-STATUS.
           05 WS-RGC-FS                     PIC X(02).
              88 C-RGC-OK                   VALUE '00'.
              88 C-RGC-NOTEXST              VALUE '35'.

       01  WS-ARC-FILE-STATUS.
           05 WS-ARC-FS                     PIC X(02).
              88 C-ARC-OK                   VALUE '00'.
              88 C-ARC-NOTEXST              VALUE '35'.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-1099-OK         VALUE ' '.
           88 C-1099-FAILED     VALUE 'F'.

       01  WS-TIE-SW            PIC X(01) VALUE 'Y'.
           88 C-TOTALS-TIE      VALUE 'Y'.
           88 C-TOTALS-NO-TIE   VALUE 'N'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 WEEK-SUB          PIC 9(05) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-WEEK-DATE         PIC 9(08) VALUE 0.
       01  WS-WEEK-PARTS REDEFINES WS-WEEK-DATE.
           05 WS-WEEK-YEAR      PIC 9(04).
           05 WS-WEEK-MMDD      PIC 9(04).

      * THE CLAIM BEING TOTALLED OUT OF THE SORT.
       01  WS-GROUP-CLAIM-ID    PIC X(08) VALUE LOW-VALUES.
       01  WS-GROUP-GROSS       PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-RETURNED    PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-RECOVERED   PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-NET         PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-WEEKS       PIC 9(03) COMP VALUE 0.
       01  WS-GROUP-ARCH-SW     PIC X(01) VALUE 'N'.
           88 C-GROUP-ARCHIVED  VALUE 'Y'.
           88 C-GROUP-ON-FILE   VALUE 'N'.

      * STATEMENT-SIDE TOTALS, BUILT CLAIM BY CLAIM.
       01  WS-STMT-TOTALS.
           05 WS-TOT-GROSS      PIC 9(11)V99 COMP-3 VALUE 0.
           05 WS-TOT-RETURNED   PIC 9(11)V99 COMP-3 VALUE 0.
           05 WS-TOT-RECOVERED  PIC 9(11)V99 COMP-3 VALUE 0.
           05 WS-TOT-BOX1       PIC 9(11)V99 COMP-3 VALUE 0.
           05 WS-TOT-SUPPRESSED PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-PAY-COUNT     PIC 9(07) COMP-3 VALUE 0.

      * REGISTER-SIDE TOTALS - ONE ROW PER WEEK-ENDING IN THE YEAR,
      * THE PAYMENTS ISSUED AND TOTAL AMOUNT EACH CLMPAYRN REGISTER
      * PRINTED, AS CARRIED ON ITS PAYREGCT CONTROL RECORD.
       01  WS-WEEK-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-WEEK-TABLE.
           05 WS-WEEK-ROW       OCCURS 60 TIMES.
              10 WS-WEEK-ENDING PIC 9(08).
              10 WS-WEEK-PAID-COUNT PIC 9(07) COMP-3.
              10 WS-WEEK-PAID-TOTAL PIC 9(09)V99 COMP-3.

       01  WS-REG-PAID-COUNT    PIC 9(07) COMP-3 VALUE 0.
       01  WS-REG-PAID-TOTAL    PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-EXPECTED-BOX1     PIC S9(11)V99 COMP-3 VALUE 0.

      * PRINTABLE STATEMENT LINES.
       01  PRT-LINE-1.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
           'FORM 1099-G  CERTAIN GOVERNMENT PAYMENTS'.
           05  FILLER           PIC X(13) VALUE '   TAX YEAR '.
           05  PRT-TAX-YEAR     PIC 9(04).
           05  FILLER           PIC X(74) VALUE SPACES.

       01  PRT-LINE-2.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(44) VALUE
           'PAYER : STATE UNEMPLOYMENT INSURANCE PROGRAM'.
           05  FILLER           PIC X(87) VALUE SPACES.

       01  PRT-LINE-3.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(21) VALUE 'RECIPIENT CLAIM ID : '.
           05  PRT-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  PRT-ARCH-NOTE    PIC X(20).
           05  FILLER           PIC X(80) VALUE SPACES.

       01  PRT-LINE-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(36) VALUE
           'BOX 1  UNEMPLOYMENT COMPENSATION  : '.
           05  PRT-BOX1         PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(83) VALUE SPACES.

       01  PRT-LINE-5.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(36) VALUE
           'BOX 4  FEDERAL INCOME TAX WITHHELD: '.
           05  FILLER           PIC X(12) VALUE '        0.00'.
           05  FILLER           PIC X(83) VALUE SPACES.

       01  PRT-LINE-6.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(15) VALUE 'BENEFITS PAID  '.
           05  PRT-GROSS        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(18) VALUE '   LESS RETURNED  '.
           05  PRT-RETURNED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(18) VALUE '   LESS REPAID    '.
           05  PRT-RECOVERED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(15) VALUE '   WEEKS PAID  '.
           05  PRT-WEEKS        PIC ZZ9.
           05  FILLER           PIC X(24) VALUE SPACES.

      * TRANSMITTAL SUMMARY LINES.
       01  HEADER-1.
           05  FILLER           PIC X(40) VALUE SPACES.
           05  FILLER           PIC X(39) VALUE
           'Form 1099-G Federal Transmittal Summary'.
           05  FILLER           PIC X(54) VALUE SPACES.

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
           05  FILLER           PIC X(21) VALUE 'TAX YEAR           : '.
           05  HDR-TAX-YEAR     PIC 9(04).
           05  FILLER           PIC X(108) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'WEEK ENDING'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'PAYMENTS'.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE 'REGISTER TOTAL'.
           05  FILLER           PIC X(87) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-WEEK-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  WKL-WEEK-ENDING  PIC 9(08).
           05  FILLER           PIC X(09) VALUE SPACES.
           05  WKL-COUNT        PIC ZZZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  WKL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(89) VALUE SPACES.

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

       01  WS-TIE-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE 'TIE-BACK TO REGISTER'.
           05  FILLER           PIC X(03) VALUE ' : '.
           05  TIE-STATUS       PIC X(40).
           05  FILLER           PIC X(68) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-READ-CONTROL-YEAR
              THRU 1500-READ-CONTROL-YEAR-EXIT.

           IF C-1099-OK THEN
              PERFORM 2000-WRITE-HEADERS
                 THRU 2000-WRITE-HEADERS-EXIT

              PERFORM 3000-PROC-RECORDS
                 THRU 3000-PROC-RECORDS-EXIT

              PERFORM 6000-LOAD-REGISTER-TOTALS
                 THRU 6000-LOAD-REGISTER-TOTALS-EXIT

              PERFORM 8000-WRITE-TRANSMITTAL
                 THRU 8000-WRITE-TRANSMITTAL-EXIT
           END-IF.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * NO PAYMENTS FILE OR A BAD TAX YEAR IS A FAILURE; A SUMMARY
      * THAT DOES NOT TIE COMPLETED BUT MUST NOT BE TRANSMITTED -
      * SAME RETURN-CODE CONVENTION CLMARCH USES.
           EVALUATE TRUE
              WHEN C-1099-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN C-TOTALS-NO-TIE
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           INITIALIZE WS-WEEK-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.

           OPEN OUTPUT STM001.
           OPEN OUTPUT PRT001.
           OPEN OUTPUT OUT001.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * THE STATEMENTS ARE RUN IN JANUARY FOR THE YEAR JUST ENDED,
      * SO THAT IS THE DEFAULT WHEN NO CARD IS SUPPLIED.
       1500-READ-CONTROL-YEAR.
      *----------------------*
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1.

           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO TAX YEAR CONTROL RECORD SUPPLIED - '
                         'USING ' WS-TAX-YEAR
              NOT AT END
                 IF CTL-TAX-YEAR IS NOT NUMERIC OR
                    CTL-TAX-YEAR = ZERO THEN
                    DISPLAY 'BAD TAX YEAR ON CONTROL RECORD : '
                            CTL-TAX-YEAR
                    SET C-1099-FAILED TO TRUE
                 ELSE
                    MOVE CTL-TAX-YEAR TO WS-TAX-YEAR
                 END-IF
           END-READ.

           CLOSE CTL001.
       1500-READ-CONTROL-YEAR-EXIT.
      *---------------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-TAX-YEAR      TO HDR-TAX-YEAR.
           MOVE WS-TAX-YEAR      TO PRT-TAX-YEAR.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM HEADER-3.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-4.
           WRITE OUTPUT-REC FROM HEADER-5.
       2000-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.
      *
       3000-PROC-RECORDS.
      *-----------------*
           SORT SORT-FILE ON ASCENDING KEY SD-CLAIM-ID
                                           SD-SOURCE
                                           SD-WEEK-ENDING
               INPUT PROCEDURE  IS 4000-SORT-INPUT
               OUTPUT PROCEDURE IS 5000-SORT-OUTPUT.
       3000-PROC-RECORDS-EXIT.
      *----------------------*
           EXIT.
      *
      * EVERY SOURCE IS OPTIONAL EXCEPT PAYMENTS - NO RETURNS, NO
      * RECOVERIES OR NO ARCHIVE SIMPLY MEANS NOTHING TO SUBTRACT
      * OR MARK.
       4000-SORT-INPUT.
      *---------------*
           PERFORM 4100-RELEASE-PAYMENTS
              THRU 4100-RELEASE-PAYMENTS-EXIT.

           PERFORM 4200-RELEASE-RETURNS
              THRU 4200-RELEASE-RETURNS-EXIT.

           PERFORM 4300-RELEASE-RECOVERIES
              THRU 4300-RELEASE-RECOVERIES-EXIT.

           PERFORM 4400-RELEASE-ARCHIVE
              THRU 4400-RELEASE-ARCHIVE-EXIT.
       4000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
       4100-RELEASE-PAYMENTS.
      *---------------------*
           OPEN INPUT PAY001.

           IF C-PAY-NOTEXST THEN
              DISPLAY 'NO PAYMENTS FILE - STATEMENTS CANNOT BE BUILT'
              SET C-1099-FAILED TO TRUE
              GO TO 4100-RELEASE-PAYMENTS-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           READ PAY001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              MOVE PAY-WEEK-ENDING TO WS-WEEK-DATE
              IF WS-WEEK-YEAR = WS-TAX-YEAR THEN
                 MOVE PAY-CLAIM-ID    TO SD-CLAIM-ID
                 MOVE 'P'             TO SD-SOURCE
                 MOVE PAY-WEEK-ENDING TO SD-WEEK-ENDING
                 MOVE PAY-AMOUNT      TO SD-AMOUNT
                 RELEASE SD-REC
              END-IF

              READ PAY001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE PAY001.
       4100-RELEASE-PAYMENTS-EXIT.
      *--------------------------*
           EXIT.
      *
       4200-RELEASE-RETURNS.
      *--------------------*
           OPEN INPUT RTN001.

           IF C-RTN-NOTEXST THEN
              DISPLAY 'NO RETURNED-PAYMENTS FILE - NOTHING RETURNED'
              GO TO 4200-RELEASE-RETURNS-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           READ RTN001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              MOVE RTN-WEEK-ENDING TO WS-WEEK-DATE
              IF WS-WEEK-YEAR = WS-TAX-YEAR THEN
                 MOVE RTN-CLAIM-ID    TO SD-CLAIM-ID
                 MOVE 'T'             TO SD-SOURCE
                 MOVE RTN-WEEK-ENDING TO SD-WEEK-ENDING
                 MOVE RTN-AMOUNT      TO SD-AMOUNT
                 RELEASE SD-REC
              END-IF

              READ RTN001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE RTN001.
       4200-RELEASE-RETURNS-EXIT.
      *-------------------------*
           EXIT.
      *
      * ONLY RECOVERY ROWS COUNT - AN ESTABLISHED OVERPAYMENT IS A
      * DEBT, NOT A REPAYMENT, UNTIL SOMETHING IS WITHHELD AGAINST
      * IT.
       4300-RELEASE-RECOVERIES.
      *-----------------------*
           OPEN INPUT OVP001.

           IF C-OVP-NOTEXST THEN
              DISPLAY 'NO OVERPAYMENT LEDGER - NOTHING RECOVERED'
              GO TO 4300-RELEASE-RECOVERIES-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           READ OVP001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              MOVE OVP-WEEK-ENDING TO WS-WEEK-DATE
              IF OVP-TYPE = 'R' AND WS-WEEK-YEAR = WS-TAX-YEAR THEN
                 MOVE OVP-CLAIM-ID    TO SD-CLAIM-ID
                 MOVE 'R'             TO SD-SOURCE
                 MOVE OVP-WEEK-ENDING TO SD-WEEK-ENDING
                 MOVE OVP-AMOUNT      TO SD-AMOUNT
                 RELEASE SD-REC
              END-IF

              READ OVP001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE OVP001.
       4300-RELEASE-RECOVERIES-EXIT.
      *----------------------------*
           EXIT.
      *
      * ONE MARKER PER ARCHIVE IMAGE - A CLAIM ARCHIVED TWICE JUST
      * SETS THE SAME FLAG TWICE.
       4400-RELEASE-ARCHIVE.
      *--------------------*
           OPEN INPUT ARC001.

           IF C-ARC-NOTEXST THEN
              DISPLAY 'NO ARCHIVE FILE - NO PURGED CLAIMS TO MARK'
              GO TO 4400-RELEASE-ARCHIVE-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           READ ARC001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              MOVE ARCH-ID    TO SD-CLAIM-ID
              MOVE 'A'        TO SD-SOURCE
              MOVE 0          TO SD-WEEK-ENDING
              MOVE 0          TO SD-AMOUNT
              RELEASE SD-REC

              READ ARC001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE ARC001.
       4400-RELEASE-ARCHIVE-EXIT.
      *-------------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.
           MOVE LOW-VALUES TO WS-GROUP-CLAIM-ID.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-CLAIM-ID NOT = WS-GROUP-CLAIM-ID THEN
                       PERFORM 5500-FINISH-CLAIM-GROUP
                          THRU 5500-FINISH-CLAIM-GROUP-EXIT
                       MOVE SD-CLAIM-ID TO WS-GROUP-CLAIM-ID
                       MOVE 0 TO WS-GROUP-GROSS
                       MOVE 0 TO WS-GROUP-RETURNED
                       MOVE 0 TO WS-GROUP-RECOVERED
                       MOVE 0 TO WS-GROUP-WEEKS
                       SET C-GROUP-ON-FILE TO TRUE
                 END-IF

                 EVALUATE SD-SOURCE
                    WHEN 'A'
                       SET C-GROUP-ARCHIVED TO TRUE
                    WHEN 'P'
                       ADD SD-AMOUNT TO WS-GROUP-GROSS
                       ADD 1         TO WS-GROUP-WEEKS
                    WHEN 'R'
                       ADD SD-AMOUNT TO WS-GROUP-RECOVERED
                    WHEN 'T'
                       ADD SD-AMOUNT TO WS-GROUP-RETURNED
                 END-EVALUATE

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-CLAIM-GROUP
              THRU 5500-FINISH-CLAIM-GROUP-EXIT.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
      * A CLAIM WITH NOTHING PAID IN THE YEAR (AN ARCHIVE MARKER
      * ALONE) GETS NO STATEMENT.
       5500-FINISH-CLAIM-GROUP.
      *-----------------------*
           IF WS-GROUP-CLAIM-ID = LOW-VALUES OR
              WS-GROUP-GROSS = 0 THEN
              GO TO 5500-FINISH-CLAIM-GROUP-EXIT
           END-IF.

           COMPUTE WS-GROUP-NET = WS-GROUP-GROSS
                                - WS-GROUP-RETURNED
                                - WS-GROUP-RECOVERED.

           IF WS-GROUP-NET < 0 THEN
              COMPUTE WS-TOT-SUPPRESSED =
                      WS-TOT-SUPPRESSED - WS-GROUP-NET
              MOVE 0 TO WS-GROUP-NET
              ADD 1  TO WS-ZERO-STMT-COUNT
           END-IF.

           ADD 1 TO WS-STMT-COUNT.
           ADD WS-GROUP-WEEKS TO WS-TOT-PAY-COUNT.
           IF C-GROUP-ARCHIVED THEN
              ADD 1 TO WS-ARCH-STMT-COUNT
           END-IF.

           ADD WS-GROUP-GROSS     TO WS-TOT-GROSS.
           ADD WS-GROUP-RETURNED  TO WS-TOT-RETURNED.
           ADD WS-GROUP-RECOVERED TO WS-TOT-RECOVERED.
           ADD WS-GROUP-NET       TO WS-TOT-BOX1.

           PERFORM 5600-WRITE-STATEMENT-REC
              THRU 5600-WRITE-STATEMENT-REC-EXIT.

           PERFORM 5700-PRINT-STATEMENT
              THRU 5700-PRINT-STATEMENT-EXIT.
       5500-FINISH-CLAIM-GROUP-EXIT.
      *----------------------------*
           EXIT.
      *
       5600-WRITE-STATEMENT-REC.
      *------------------------*
           MOVE SPACES             TO STM-REC.
           MOVE WS-TAX-YEAR        TO STM-TAX-YEAR.
           MOVE WS-GROUP-CLAIM-ID  TO STM-CLAIM-ID.
           MOVE WS-GROUP-GROSS     TO STM-GROSS-PAID.
           MOVE WS-GROUP-RETURNED  TO STM-RETURNED.
           MOVE WS-GROUP-RECOVERED TO STM-RECOVERED.
           MOVE WS-GROUP-NET       TO STM-BOX1-AMOUNT.
           MOVE WS-GROUP-WEEKS     TO STM-WEEKS-PAID.
           MOVE WS-GROUP-ARCH-SW   TO STM-ARCHIVED-FLAG.
           WRITE STM-REC.
       5600-WRITE-STATEMENT-REC-EXIT.
      *-----------------------------*
           EXIT.
      *
       5700-PRINT-STATEMENT.
      *--------------------*
           MOVE WS-GROUP-CLAIM-ID  TO PRT-CLAIM-ID.
           IF C-GROUP-ARCHIVED THEN
              MOVE '(ARCHIVED CLAIM)'  TO PRT-ARCH-NOTE
           ELSE
              MOVE SPACES              TO PRT-ARCH-NOTE
           END-IF.
           MOVE WS-GROUP-NET       TO PRT-BOX1.
           MOVE WS-GROUP-GROSS     TO PRT-GROSS.
           MOVE WS-GROUP-RETURNED  TO PRT-RETURNED.
           MOVE WS-GROUP-RECOVERED TO PRT-RECOVERED.
           MOVE WS-GROUP-WEEKS     TO PRT-WEEKS.

           WRITE PRINT-REC FROM HEADER-5.
           WRITE PRINT-REC FROM PRT-LINE-1.
           WRITE PRINT-REC FROM PRT-LINE-2.
           WRITE PRINT-REC FROM WS-EMPTY-LN.
           WRITE PRINT-REC FROM PRT-LINE-3.
           WRITE PRINT-REC FROM WS-EMPTY-LN.
           WRITE PRINT-REC FROM PRT-LINE-4.
           WRITE PRINT-REC FROM PRT-LINE-5.
           WRITE PRINT-REC FROM WS-EMPTY-LN.
           WRITE PRINT-REC FROM PRT-LINE-6.
           WRITE PRINT-REC FROM WS-EMPTY-LN.
       5700-PRINT-STATEMENT-EXIT.
      *-------------------------*
           EXIT.
      *
      * EVERY CONTROL RECORD FOR A WEEK-ENDING IN THE TAX YEAR IS
      * ADDED TO ITS WEEK. WITH NO CONTROL FILE THERE IS NOTHING TO
      * PROVE THE STATEMENTS AGAINST, SO THEY DO NOT TIE.
       6000-LOAD-REGISTER-TOTALS.
      *-------------------------*
           OPEN INPUT RGC001.

           IF C-RGC-NOTEXST THEN
              DISPLAY 'NO REGISTER CONTROL FILE - STATEMENTS CANNOT '
                      'BE TIED TO THE WEEKLY REGISTERS'
              SET C-TOTALS-NO-TIE TO TRUE
              GO TO 6000-LOAD-REGISTER-TOTALS-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           READ RGC001 AT END MOVE 'Y' TO LASTREC END-READ.

           PERFORM UNTIL LASTREC = 'Y'
              MOVE RGC-WEEK-ENDING TO WS-WEEK-DATE
              IF WS-WEEK-YEAR = WS-TAX-YEAR THEN
                 PERFORM 6100-ADD-REGISTER-WEEK
                    THRU 6100-ADD-REGISTER-WEEK-EXIT
              END-IF

              READ RGC001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           CLOSE RGC001.
       6000-LOAD-REGISTER-TOTALS-EXIT.
      *------------------------------*
           EXIT.
      *
       6100-ADD-REGISTER-WEEK.
      *----------------------*
           MOVE 0 TO WEEK-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-WEEK-COUNT
                   OR WEEK-SUB > 0
              IF WS-WEEK-ENDING (SUB1) = RGC-WEEK-ENDING THEN
                 MOVE SUB1 TO WEEK-SUB
              END-IF
           END-PERFORM.

           IF WEEK-SUB = 0 THEN
              IF WS-WEEK-COUNT >= 60 THEN
                 IF C-1099-OK THEN
                    DISPLAY 'REGISTER WEEK TABLE FULL - RUN STOPPED'
                 END-IF
                 SET C-1099-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-WEEK-COUNT
                 MOVE WS-WEEK-COUNT   TO WEEK-SUB
                 MOVE RGC-WEEK-ENDING TO WS-WEEK-ENDING (WEEK-SUB)
              END-IF
           END-IF.

           IF WEEK-SUB > 0 THEN
              ADD RGC-PAID-COUNT TO WS-WEEK-PAID-COUNT (WEEK-SUB)
              ADD RGC-PAID-TOTAL TO WS-WEEK-PAID-TOTAL (WEEK-SUB)
           END-IF.
       6100-ADD-REGISTER-WEEK-EXIT.
      *---------------------------*
           EXIT.
      *
      * THE WEEKLY REGISTERS FIRST, THEN THE STATEMENT TOTALS, THEN
      * THE PROOF: THE REGISTERS MUST ADD UP TO THE PAYMENTS AND
      * DOLLARS THE STATEMENTS SAY WERE PAID, AND BOX 1 MUST BE THAT
      * LESS RETURNS AND RECOVERIES, PLUS ANY NEGATIVE NETS HELD AT
      * ZERO.
       8000-WRITE-TRANSMITTAL.
      *----------------------*
           PERFORM VARYING WEEK-SUB FROM 1 BY 1
                   UNTIL WEEK-SUB > WS-WEEK-COUNT
              MOVE WS-WEEK-ENDING (WEEK-SUB)     TO WKL-WEEK-ENDING
              MOVE WS-WEEK-PAID-COUNT (WEEK-SUB) TO WKL-COUNT
              MOVE WS-WEEK-PAID-TOTAL (WEEK-SUB) TO WKL-TOTAL
              WRITE OUTPUT-REC FROM WS-WEEK-LINE

              ADD WS-WEEK-PAID-COUNT (WEEK-SUB) TO WS-REG-PAID-COUNT
              ADD WS-WEEK-PAID-TOTAL (WEEK-SUB) TO WS-REG-PAID-TOTAL
           END-PERFORM.

           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE 'WEEKLY REGISTERS IN YEAR'     TO CNT-LABEL.
           MOVE WS-WEEK-COUNT                  TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'PAYMENTS ON REGISTERS'        TO CNT-LABEL.
           MOVE WS-REG-PAID-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'PAYMENTS ON STATEMENTS'       TO CNT-LABEL.
           MOVE WS-TOT-PAY-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'STATEMENTS ISSUED'            TO CNT-LABEL.
           MOVE WS-STMT-COUNT                  TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE '  OF WHICH FOR ARCHIVED CLAIMS'  TO CNT-LABEL.
           MOVE WS-ARCH-STMT-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE '  OF WHICH HELD AT ZERO'      TO CNT-LABEL.
           MOVE WS-ZERO-STMT-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           MOVE 'WEEKLY REGISTER TOTAL'        TO SUM-LABEL.
           MOVE WS-REG-PAID-TOTAL              TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'BENEFITS PAID PER STATEMENTS' TO SUM-LABEL.
           MOVE WS-TOT-GROSS                   TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'LESS RETURNED BY BANK'        TO SUM-LABEL.
           MOVE WS-TOT-RETURNED                TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'LESS OVERPAYMENTS RECOVERED'  TO SUM-LABEL.
           MOVE WS-TOT-RECOVERED               TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'PLUS NEGATIVE NETS HELD AT ZERO' TO SUM-LABEL.
           MOVE WS-TOT-SUPPRESSED              TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'BOX 1 TOTAL TRANSMITTED'      TO SUM-LABEL.
           MOVE WS-TOT-BOX1                    TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           COMPUTE WS-EXPECTED-BOX1 = WS-REG-PAID-TOTAL
                                    - WS-TOT-RETURNED
                                    - WS-TOT-RECOVERED
                                    + WS-TOT-SUPPRESSED.

           IF WS-REG-PAID-COUNT NOT = WS-TOT-PAY-COUNT OR
              WS-REG-PAID-TOTAL NOT = WS-TOT-GROSS     OR
              WS-EXPECTED-BOX1  NOT = WS-TOT-BOX1      OR
              C-TOTALS-NO-TIE THEN
              SET C-TOTALS-NO-TIE TO TRUE
              MOVE 'DOES NOT TIE - DO NOT TRANSMIT' TO TIE-STATUS
              DISPLAY '1099-G TOTALS DO NOT TIE TO WEEKLY REGISTERS'
           ELSE
              MOVE 'TIES TO WEEKLY REGISTERS'       TO TIE-STATUS
           END-IF.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-TIE-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-TRANSMITTAL-EXIT.
      *---------------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE STM001.
           CLOSE PRT001.
           CLOSE OUT001.

           DISPLAY '1099-G STATEMENT RUN COMPLETE FOR ' WS-TAX-YEAR.
           DISPLAY 'STATEMENTS ISSUED : ' WS-STMT-COUNT.
           DISPLAY 'ARCHIVED CLAIMS INCLUDED : ' WS-ARCH-STMT-COUNT.
       9000-CLOSE-FILES-EXIT.
      *--------------------*
           EXIT.
