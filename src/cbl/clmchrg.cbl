      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMCHRG.
       AUTHOR.        DONGWON K.
      *
      * QUARTERLY EMPLOYER BENEFIT CHARGING. FOR THE CALENDAR QUARTER
      * ON THE CTL001 CARD (THE LAST COMPLETED QUARTER WHEN NO CARD
      * IS SUPPLIED) EVERY PAYMENTS RECORD WHOSE PAY-WEEK-ENDING FALLS
      * IN THE QUARTER IS APPORTIONED TO THE CLAIM'S BASE-PERIOD
      * EMPLOYERS ON THE INWAGE WAGE-BASE FILE CLMDETER READS, IN
      * PROPORTION TO EACH EMPLOYER'S SHARE OF THE BASE-PERIOD WAGES.
      * EACH SHARE IS ROUNDED TO THE CENT AND THE LAST EMPLOYER TAKES
      * WHAT IS LEFT, SO EVERY PAYMENT IS CHARGED OUT TO THE PENNY.
      * THE SHARES ARE SORTED BY EMPLOYER AND CLAIM AND PRINTED AS
      * ONE CHARGE STATEMENT PER EMPLOYER, AND ONE CHARGE SUMMARY
      * RECORD PER EMPLOYER IS WRITTEN TO CHRGSUM FOR THE TAX UNIT'S
      * EXPERIENCE RATING. A PAYMENT ON A CLAIM WITH NO WAGE-BASE ROW,
      * OR WITH NO EMPLOYER WAGES ON IT, CANNOT BE CHARGED AND IS
      * LISTED IN ITS OWN SECTION. THE CONTROL SECTION PROVES THE
      * QUARTER'S PAYMENTS EQUAL THE AMOUNT CHARGED PLUS THE AMOUNT
      * NOT CHARGEABLE; A RUN THAT DOES NOT PROVE ENDS RETURN CODE 8
      * SO CHRGSUM IS NOT HANDED ON. A QUARTER CARD THAT IS NOT A
      * YEAR AND A QUARTER 1-4 CHARGES NOTHING AND ENDS RETURN CODE
      * 16 - NO EMPLOYER IS BILLED FOR A QUARTER NOBODY ASKED FOR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

      * WAGE-BASE REFERENCE - THE SAME FILE CLMDETER READS.
           SELECT WAGE001 ASSIGN TO INWAGE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-WAGE-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTCHRG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SUM001 ASSIGN TO CHRGSUM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * CHARGE QUARTER - SAME SINGLE-CARD PATTERN AS CLMPURGE'S
      * RETENTION CUTOFF.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTCHRG.

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

       FD  WAGE001 RECORDING MODE F
               RECORD CONTAINS 118 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WAGE-INPUT-REC.
       01  WAGE-INPUT-REC.
           05  WAGE-CLAIM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  WAGE-QTR-1            PIC 9(07).
           05  FILLER                PIC X(01).
           05  WAGE-QTR-2            PIC 9(07).
           05  FILLER                PIC X(01).
           05  WAGE-QTR-3            PIC 9(07).
           05  FILLER                PIC X(01).
           05  WAGE-QTR-4            PIC 9(07).
           05  FILLER                PIC X(01).
           05  WAGE-EMP-COUNT        PIC 9(01).
           05  WAGE-EMPLOYER         OCCURS 4 TIMES.
               10  FILLER            PIC X(01).
               10  WAGE-EMP-ID       PIC X(10).
               10  FILLER            PIC X(01).
               10  WAGE-EMP-WAGES    PIC 9(07).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

      * ONE RECORD PER EMPLOYER CHARGED IN THE QUARTER.
       FD  SUM001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHG-SUM-REC.
       01  CHG-SUM-REC.
           05 CHG-YEAR               PIC 9(04).
           05 FILLER                 PIC X(01).
           05 CHG-QTR                PIC 9(01).
           05 FILLER                 PIC X(01).
           05 CHG-EMP-ID             PIC X(10).
           05 FILLER                 PIC X(01).
           05 CHG-CLAIM-COUNT        PIC 9(05).
           05 FILLER                 PIC X(01).
           05 CHG-PAY-COUNT          PIC 9(07).
           05 FILLER                 PIC X(01).
           05 CHG-AMOUNT             PIC 9(09)V99.
           05 FILLER                 PIC X(01).
           05 CHG-RUN-DATE           PIC 9(08).
           05 FILLER                 PIC X(28).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 05 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-CHARGE-YEAR         PIC 9(04).
           05 CTL-CHARGE-QTR          PIC 9(01).

      * ONE ROW PER PAYMENT PER EMPLOYER CHARGED. A PAYMENT THAT
      * CANNOT BE CHARGED IS RELEASED ONCE UNDER HIGH-VALUES SO IT
      * SORTS AFTER EVERY REAL EMPLOYER, WITH SD-REASON SAYING WHY.
       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-EMP-ID                PIC X(10).
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-PAID                  PIC 9(05)V99.
           05  SD-CHARGE                PIC 9(05)V99.
           05  SD-SHARE-PCT             PIC 9(03)V99.
           05  SD-REASON                PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-QTR-PAY-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-EMP-STMT-COUNT    PIC 9(05) COMP VALUE 0.
       77  WS-UNCHG-PAY-COUNT   PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 WAGE-LASTREC      PIC X VALUE SPACE.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-WAGE-FILE-STATUS.
           05 WS-WAGE-FS                    PIC X(02).
              88 C-WAGE-OK                  VALUE '00'.
              88 C-WAGE-NOTEXST             VALUE '35'.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-CHRG-OK         VALUE ' '.
           88 C-CHRG-FAILED     VALUE 'F'.

       01  WS-PROOF-SW          PIC X(01) VALUE 'Y'.
           88 C-CHARGES-PROVE   VALUE 'Y'.
           88 C-CHARGES-NO-PROVE VALUE 'N'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 WAGE-SUB          PIC 9(05) COMP.
           05 EMP-SUB           PIC 9(05) COMP.
           05 LAST-EMP-SUB      PIC 9(05) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-CURRENT-DATE-NUM  PIC 9(08) VALUE 0.

      * THE QUARTER BEING CHARGED AND ITS FIRST AND LAST DATES.
       01  WS-CHARGE-YEAR       PIC 9(04) VALUE 0.
       01  WS-CHARGE-QTR        PIC 9(01) VALUE 0.
       01  WS-QTR-START         PIC 9(08) VALUE 0.
       01  WS-QTR-START-PARTS REDEFINES WS-QTR-START.
           05 WS-QTR-START-YEAR PIC 9(04).
           05 WS-QTR-START-MM   PIC 9(02).
           05 WS-QTR-START-DD   PIC 9(02).
       01  WS-QTR-END           PIC 9(08) VALUE 0.
       01  WS-QTR-END-PARTS REDEFINES WS-QTR-END.
           05 WS-QTR-END-YEAR   PIC 9(04).
           05 WS-QTR-END-MM     PIC 9(02).
           05 WS-QTR-END-DD     PIC 9(02).

      * WAGE-BASE TABLE, LOADED ONCE AT START-UP - SAME SIZE AS
      * CLMDETER'S.
       01  WS-WAGE-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-WAGE-TABLE.
           05 WS-WAGE-ROW       OCCURS 5000 TIMES.
              10 WS-WAGE-ID     PIC X(08).
              10 WS-WAGE-EMP-COUNT PIC 9(01).
              10 WS-WAGE-EMP-TOTAL PIC 9(09) COMP-3.
              10 WS-WAGE-EMP    OCCURS 4 TIMES.
                 15 WS-WAGE-EMP-ID    PIC X(10).
                 15 WS-WAGE-EMP-WAGES PIC 9(07) COMP-3.

      * THE PAYMENT BEING APPORTIONED.
       01  WS-CHARGE-AMOUNT     PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-CHARGED-SO-FAR    PIC 9(05)V99 COMP-3 VALUE 0.

      * THE EMPLOYER AND CLAIM BEING TOTALLED OUT OF THE SORT.
       01  WS-GROUP-EMP-ID      PIC X(10) VALUE LOW-VALUES.
       01  WS-GROUP-CLAIM-ID    PIC X(08) VALUE LOW-VALUES.
       01  WS-EMP-CLAIM-COUNT   PIC 9(05) COMP VALUE 0.
       01  WS-EMP-PAY-COUNT     PIC 9(07) COMP VALUE 0.
       01  WS-EMP-CHARGED       PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-CLM-WEEKS         PIC 9(05) COMP VALUE 0.
       01  WS-CLM-PAID          PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-CLM-CHARGED       PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-CLM-SHARE-PCT     PIC 9(03)V99 VALUE 0.
       01  WS-CLM-REASON        PIC X(01) VALUE SPACE.

      * CONTROL TOTALS.
       01  WS-QTR-PAID-TOTAL    PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-CHARGED-TOTAL     PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-UNCHG-TOTAL       PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-PROOF-TOTAL       PIC 9(11)V99 COMP-3 VALUE 0.

       01  HEADER-1.
           05  FILLER           PIC X(45) VALUE SPACES.
           05  FILLER           PIC X(34) VALUE
           'Employer Benefit Charge Statements'.
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
           05  FILLER           PIC X(17) VALUE 'CHARGE QUARTER : '.
           05  HDR-CHARGE-YEAR  PIC 9(04).
           05  FILLER           PIC X(02) VALUE '-Q'.
           05  HDR-CHARGE-QTR   PIC 9(01).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HDR-QTR-START    PIC 9(08).
           05  FILLER           PIC X(04) VALUE ' TO '.
           05  HDR-QTR-END      PIC 9(08).
           05  FILLER           PIC X(85) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE 'WEEKS'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE 'BENEFITS PAID'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE 'WAGE SHARE %'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE '      CHARGED'.
           05  FILLER           PIC X(62) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-EMP-HDR-LINE.
           05  FILLER           PIC X(19) VALUE 'EMPLOYER ACCOUNT : '.
           05  EMH-EMP-ID       PIC X(10).
           05  FILLER           PIC X(104) VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  CHL-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  CHL-WEEKS        PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  CHL-PAID         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  CHL-SHARE-PCT    PIC ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  CHL-CHARGED      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(62) VALUE SPACES.

       01  WS-EMP-TOTAL-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(25) VALUE
               'EMPLOYER TOTAL  CLAIMS : '.
           05  EMT-CLAIMS       PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'PAYMENTS : '.
           05  EMT-PAYMENTS     PIC ZZZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'CHARGED : '.
           05  EMT-CHARGED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(49) VALUE SPACES.

       01  WS-UNCHG-HDR-LINE.
           05  FILLER           PIC X(47) VALUE
               'PAYMENTS NOT CHARGEABLE TO ANY EMPLOYER'.
           05  FILLER           PIC X(86) VALUE SPACES.

       01  WS-UNCHG-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  UNL-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  UNL-WEEKS        PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  UNL-PAID         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  UNL-REASON       PIC X(40).
           05  FILLER           PIC X(51) VALUE SPACES.

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

       01  WS-PROOF-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE 'CHARGING PROOF      '.
           05  FILLER           PIC X(03) VALUE ' : '.
           05  PRF-STATUS       PIC X(40).
           05  FILLER           PIC X(68) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-READ-CONTROL-QTR
              THRU 1500-READ-CONTROL-QTR-EXIT.

           IF C-CHRG-OK THEN
              PERFORM 1600-LOAD-WAGE-TABLE
                 THRU 1600-LOAD-WAGE-TABLE-EXIT
           END-IF.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           IF C-CHRG-OK THEN
              PERFORM 3000-PROC-RECORDS
                 THRU 3000-PROC-RECORDS-EXIT
           END-IF.

           PERFORM 8000-WRITE-CONTROLS
              THRU 8000-WRITE-CONTROLS-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A MISSING INPUT OR A BAD QUARTER CARD IS A FAILURE;
      * CHARGES THAT DO NOT PROVE COMPLETED BUT MUST NOT GO TO THE
      * TAX UNIT - SAME RETURN-CODE CONVENTION CLMARCH USES.
           EVALUATE TRUE
              WHEN C-CHRG-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN C-CHARGES-NO-PROVE
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.

           OPEN OUTPUT OUT001.
           OPEN OUTPUT SUM001.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * THE CHARGES ARE RUN AFTER A QUARTER CLOSES, SO THE DEFAULT
      * IS THE LAST QUARTER THAT HAS ENDED BEFORE THE RUN DATE.
       1500-READ-CONTROL-QTR.
      *---------------------*
           COMPUTE WS-CHARGE-QTR = (WS-CURRENT-MONTH - 1) / 3.
           MOVE WS-CURRENT-YEAR TO WS-CHARGE-YEAR.
           IF WS-CHARGE-QTR = 0 THEN
              MOVE 4 TO WS-CHARGE-QTR
              SUBTRACT 1 FROM WS-CHARGE-YEAR
           END-IF.

           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO CHARGE QUARTER CONTROL RECORD SUPPLIED - '
                         'USING ' WS-CHARGE-YEAR ' Q' WS-CHARGE-QTR
              NOT AT END
                 IF CTL-CHARGE-YEAR IS NUMERIC AND
                    CTL-CHARGE-QTR IS NUMERIC AND
                    CTL-CHARGE-QTR >= 1 AND CTL-CHARGE-QTR <= 4 THEN
                    MOVE CTL-CHARGE-YEAR TO WS-CHARGE-YEAR
                    MOVE CTL-CHARGE-QTR  TO WS-CHARGE-QTR
                 ELSE
                    DISPLAY 'BAD CHARGE QUARTER ON CONTROL RECORD : '
                            CTL-INPUT-REC
                    SET C-CHRG-FAILED TO TRUE
                 END-IF
           END-READ.

           CLOSE CTL001.

           MOVE WS-CHARGE-YEAR TO WS-QTR-START-YEAR.
           MOVE WS-CHARGE-YEAR TO WS-QTR-END-YEAR.
           COMPUTE WS-QTR-START-MM = WS-CHARGE-QTR * 3 - 2.
           COMPUTE WS-QTR-END-MM   = WS-CHARGE-QTR * 3.
           MOVE 01 TO WS-QTR-START-DD.
           MOVE 31 TO WS-QTR-END-DD.
       1500-READ-CONTROL-QTR-EXIT.
      *--------------------------*
           EXIT.
      *
      * AN EMPLOYER COUNT THAT IS NOT 0-4 CANNOT BE TRUSTED AND IS
      * TREATED AS NO EMPLOYERS, SO THE CLAIM'S PAYMENTS SHOW UP AS
      * NOT CHARGEABLE INSTEAD OF BEING CHARGED TO GARBAGE.
       1600-LOAD-WAGE-TABLE.
      *--------------------*
           OPEN INPUT WAGE001.

           IF C-WAGE-NOTEXST THEN
              DISPLAY 'NO WAGE-BASE FILE - NOTHING CAN BE CHARGED'
              SET C-CHRG-FAILED TO TRUE
              GO TO 1600-LOAD-WAGE-TABLE-EXIT
           END-IF.

           MOVE 'N' TO WAGE-LASTREC.
           READ WAGE001 AT END MOVE 'Y' TO WAGE-LASTREC END-READ.

           PERFORM UNTIL WAGE-LASTREC = 'Y'
                   OR WS-WAGE-COUNT >= 5000
              ADD 1 TO WS-WAGE-COUNT
              MOVE WAGE-CLAIM-ID TO WS-WAGE-ID (WS-WAGE-COUNT)
              MOVE 0             TO WS-WAGE-EMP-TOTAL (WS-WAGE-COUNT)

              IF WAGE-EMP-COUNT IS NUMERIC AND
                 WAGE-EMP-COUNT <= 4 THEN
                 MOVE WAGE-EMP-COUNT
                    TO WS-WAGE-EMP-COUNT (WS-WAGE-COUNT)
              ELSE
                 DISPLAY 'EMPLOYER COUNT INVALID ON WAGE ROW : '
                         WAGE-CLAIM-ID
                 MOVE 0 TO WS-WAGE-EMP-COUNT (WS-WAGE-COUNT)
              END-IF

              PERFORM VARYING EMP-SUB FROM 1 BY 1
                      UNTIL EMP-SUB > WS-WAGE-EMP-COUNT (WS-WAGE-COUNT)
                 MOVE WAGE-EMP-ID (EMP-SUB)
                    TO WS-WAGE-EMP-ID (WS-WAGE-COUNT, EMP-SUB)
                 IF WAGE-EMP-WAGES (EMP-SUB) IS NUMERIC THEN
                    MOVE WAGE-EMP-WAGES (EMP-SUB)
                       TO WS-WAGE-EMP-WAGES (WS-WAGE-COUNT, EMP-SUB)
                 ELSE
                    MOVE 0
                       TO WS-WAGE-EMP-WAGES (WS-WAGE-COUNT, EMP-SUB)
                 END-IF
                 ADD WS-WAGE-EMP-WAGES (WS-WAGE-COUNT, EMP-SUB)
                    TO WS-WAGE-EMP-TOTAL (WS-WAGE-COUNT)
              END-PERFORM

              READ WAGE001 AT END MOVE 'Y' TO WAGE-LASTREC END-READ
           END-PERFORM.

      * A ROW STILL WAITING WHEN THE TABLE IS FULL WOULD GO
      * UNCHARGED WITHOUT TRACE, AND THE PROOF - TAKEN FROM THE SAME
      * TABLE - WOULD STILL BALANCE, SO THE RUN IS STOPPED INSTEAD.
           IF WAGE-LASTREC NOT = 'Y' THEN
              DISPLAY 'WAGE-BASE TABLE FULL AT ' WS-WAGE-COUNT
                      ' ROWS - RUN STOPPED'
              SET C-CHRG-FAILED TO TRUE
           END-IF.

           CLOSE WAGE001.

           DISPLAY 'WAGE RECORDS LOADED : ' WS-WAGE-COUNT.
       1600-LOAD-WAGE-TABLE-EXIT.
      *-------------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-CHARGE-YEAR   TO HDR-CHARGE-YEAR.
           MOVE WS-CHARGE-QTR    TO HDR-CHARGE-QTR.
           MOVE WS-QTR-START     TO HDR-QTR-START.
           MOVE WS-QTR-END       TO HDR-QTR-END.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM HEADER-3.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
       2000-WRITE-HEADERS-EXIT.
      *-----------------------*
           EXIT.
      *
       3000-PROC-RECORDS.
      *-----------------*
           SORT SORT-FILE ON ASCENDING KEY SD-EMP-ID
                                           SD-CLAIM-ID
               INPUT PROCEDURE  IS 4000-SORT-INPUT
               OUTPUT PROCEDURE IS 5000-SORT-OUTPUT.
       3000-PROC-RECORDS-EXIT.
      *----------------------*
           EXIT.
      *
       4000-SORT-INPUT.
      *---------------*
           OPEN INPUT PAY001.

      * NO GO TO OUT OF HERE - THE SORT ONLY OWNS THIS PARAGRAPH.
           MOVE 'Y' TO LASTREC.

           IF C-PAY-NOTEXST THEN
              DISPLAY 'NO PAYMENTS FILE - NOTHING TO CHARGE'
              SET C-CHRG-FAILED TO TRUE
           ELSE
              MOVE 'N' TO LASTREC
              READ PAY001 AT END MOVE 'Y' TO LASTREC END-READ
           END-IF.

           PERFORM UNTIL LASTREC = 'Y'
              IF PAY-WEEK-ENDING >= WS-QTR-START AND
                 PAY-WEEK-ENDING <= WS-QTR-END THEN
                 ADD 1          TO WS-QTR-PAY-COUNT
                 ADD PAY-AMOUNT TO WS-QTR-PAID-TOTAL
                 PERFORM 4100-APPORTION-PAYMENT
                    THRU 4100-APPORTION-PAYMENT-EXIT
              END-IF

              READ PAY001 AT END MOVE 'Y' TO LASTREC END-READ
           END-PERFORM.

           IF NOT C-PAY-NOTEXST THEN
              CLOSE PAY001
           END-IF.
       4000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
      * ONE SORT ROW PER EMPLOYER WITH WAGES ON THE CLAIM. THE LAST
      * SUCH EMPLOYER IS CHARGED THE PAYMENT LESS WHAT THE OTHERS
      * WERE CHARGED, SO ROUNDING NEVER LOSES OR INVENTS A CENT.
       4100-APPORTION-PAYMENT.
      *----------------------*
           MOVE 0 TO WAGE-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-WAGE-COUNT
                   OR WAGE-SUB > 0
              IF WS-WAGE-ID (SUB1) = PAY-CLAIM-ID THEN
                 MOVE SUB1 TO WAGE-SUB
              END-IF
           END-PERFORM.

           MOVE PAY-CLAIM-ID TO SD-CLAIM-ID.
           MOVE PAY-AMOUNT   TO SD-PAID.

           IF WAGE-SUB = 0 THEN
              MOVE HIGH-VALUES TO SD-EMP-ID
              MOVE PAY-AMOUNT  TO SD-CHARGE
              MOVE 0           TO SD-SHARE-PCT
              MOVE 'W'         TO SD-REASON
              RELEASE SD-REC
              GO TO 4100-APPORTION-PAYMENT-EXIT
           END-IF.

           IF WS-WAGE-EMP-TOTAL (WAGE-SUB) = 0 THEN
              MOVE HIGH-VALUES TO SD-EMP-ID
              MOVE PAY-AMOUNT  TO SD-CHARGE
              MOVE 0           TO SD-SHARE-PCT
              MOVE 'E'         TO SD-REASON
              RELEASE SD-REC
              GO TO 4100-APPORTION-PAYMENT-EXIT
           END-IF.

           MOVE 0 TO LAST-EMP-SUB.
           PERFORM VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > WS-WAGE-EMP-COUNT (WAGE-SUB)
              IF WS-WAGE-EMP-WAGES (WAGE-SUB, EMP-SUB) > 0 THEN
                 MOVE EMP-SUB TO LAST-EMP-SUB
              END-IF
           END-PERFORM.

           MOVE 0   TO WS-CHARGED-SO-FAR.
           MOVE ' ' TO SD-REASON.

           PERFORM VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > LAST-EMP-SUB
              IF WS-WAGE-EMP-WAGES (WAGE-SUB, EMP-SUB) > 0 THEN
                 IF EMP-SUB = LAST-EMP-SUB THEN
                    COMPUTE WS-CHARGE-AMOUNT =
                            PAY-AMOUNT - WS-CHARGED-SO-FAR
                 ELSE
                    COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                            PAY-AMOUNT
                          * WS-WAGE-EMP-WAGES (WAGE-SUB, EMP-SUB)
                          / WS-WAGE-EMP-TOTAL (WAGE-SUB)
                 END-IF
                 ADD WS-CHARGE-AMOUNT TO WS-CHARGED-SO-FAR

                 MOVE WS-WAGE-EMP-ID (WAGE-SUB, EMP-SUB) TO SD-EMP-ID
                 MOVE WS-CHARGE-AMOUNT                   TO SD-CHARGE
                 COMPUTE SD-SHARE-PCT ROUNDED =
                         WS-WAGE-EMP-WAGES (WAGE-SUB, EMP-SUB) * 100
                       / WS-WAGE-EMP-TOTAL (WAGE-SUB)
                 RELEASE SD-REC
              END-IF
           END-PERFORM.
       4100-APPORTION-PAYMENT-EXIT.
      *---------------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.
           MOVE LOW-VALUES TO WS-GROUP-EMP-ID.
           MOVE LOW-VALUES TO WS-GROUP-CLAIM-ID.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-EMP-ID NOT = WS-GROUP-EMP-ID THEN
                       PERFORM 5500-FINISH-CLAIM-GROUP
                          THRU 5500-FINISH-CLAIM-GROUP-EXIT
                       PERFORM 5600-FINISH-EMP-GROUP
                          THRU 5600-FINISH-EMP-GROUP-EXIT
                       PERFORM 5100-START-EMP-GROUP
                          THRU 5100-START-EMP-GROUP-EXIT
                 ELSE
                    IF SD-CLAIM-ID NOT = WS-GROUP-CLAIM-ID THEN
                       PERFORM 5500-FINISH-CLAIM-GROUP
                          THRU 5500-FINISH-CLAIM-GROUP-EXIT
                    END-IF
                 END-IF

                 IF SD-CLAIM-ID NOT = WS-GROUP-CLAIM-ID THEN
                    MOVE SD-CLAIM-ID  TO WS-GROUP-CLAIM-ID
                    MOVE 0            TO WS-CLM-WEEKS
                    MOVE 0            TO WS-CLM-PAID
                    MOVE 0            TO WS-CLM-CHARGED
                    MOVE SD-SHARE-PCT TO WS-CLM-SHARE-PCT
                    MOVE SD-REASON    TO WS-CLM-REASON
                 END-IF

                 ADD 1         TO WS-CLM-WEEKS
                 ADD SD-PAID   TO WS-CLM-PAID
                 ADD SD-CHARGE TO WS-CLM-CHARGED

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-CLAIM-GROUP
              THRU 5500-FINISH-CLAIM-GROUP-EXIT.
           PERFORM 5600-FINISH-EMP-GROUP
              THRU 5600-FINISH-EMP-GROUP-EXIT.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5100-START-EMP-GROUP.
      *--------------------*
           MOVE SD-EMP-ID  TO WS-GROUP-EMP-ID.
           MOVE LOW-VALUES TO WS-GROUP-CLAIM-ID.
           MOVE 0          TO WS-EMP-CLAIM-COUNT.
           MOVE 0          TO WS-EMP-PAY-COUNT.
           MOVE 0          TO WS-EMP-CHARGED.

           WRITE OUTPUT-REC FROM HEADER-5.
           IF WS-GROUP-EMP-ID = HIGH-VALUES THEN
              WRITE OUTPUT-REC FROM WS-UNCHG-HDR-LINE
           ELSE
              ADD 1 TO WS-EMP-STMT-COUNT
              MOVE WS-GROUP-EMP-ID TO EMH-EMP-ID
              WRITE OUTPUT-REC FROM WS-EMP-HDR-LINE
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
              WRITE OUTPUT-REC FROM HEADER-4
           END-IF.
       5100-START-EMP-GROUP-EXIT.
      *-------------------------*
           EXIT.
      *
       5500-FINISH-CLAIM-GROUP.
      *-----------------------*
           IF WS-GROUP-CLAIM-ID = LOW-VALUES THEN
              GO TO 5500-FINISH-CLAIM-GROUP-EXIT
           END-IF.

           ADD 1              TO WS-EMP-CLAIM-COUNT.
           ADD WS-CLM-WEEKS   TO WS-EMP-PAY-COUNT.
           ADD WS-CLM-CHARGED TO WS-EMP-CHARGED.

           IF WS-GROUP-EMP-ID = HIGH-VALUES THEN
              ADD WS-CLM-WEEKS   TO WS-UNCHG-PAY-COUNT
              ADD WS-CLM-CHARGED TO WS-UNCHG-TOTAL
              MOVE WS-GROUP-CLAIM-ID TO UNL-CLAIM-ID
              MOVE WS-CLM-WEEKS      TO UNL-WEEKS
              MOVE WS-CLM-PAID       TO UNL-PAID
              IF WS-CLM-REASON = 'W' THEN
                 MOVE 'NO WAGE-BASE ROW ON INWAGE' TO UNL-REASON
              ELSE
                 MOVE 'NO BASE-PERIOD EMPLOYER WAGES' TO UNL-REASON
              END-IF
              WRITE OUTPUT-REC FROM WS-UNCHG-LINE
           ELSE
              ADD WS-CLM-CHARGED TO WS-CHARGED-TOTAL
              MOVE WS-GROUP-CLAIM-ID TO CHL-CLAIM-ID
              MOVE WS-CLM-WEEKS      TO CHL-WEEKS
              MOVE WS-CLM-PAID       TO CHL-PAID
              MOVE WS-CLM-SHARE-PCT  TO CHL-SHARE-PCT
              MOVE WS-CLM-CHARGED    TO CHL-CHARGED
              WRITE OUTPUT-REC FROM WS-CHARGE-LINE
           END-IF.

           MOVE LOW-VALUES TO WS-GROUP-CLAIM-ID.
       5500-FINISH-CLAIM-GROUP-EXIT.
      *----------------------------*
           EXIT.
      *
      * THE EMPLOYER'S TOTAL LINE AND ITS CHRGSUM RECORD. THE
      * NOT-CHARGEABLE GROUP GETS A TOTAL LINE BUT NO RECORD.
       5600-FINISH-EMP-GROUP.
      *---------------------*
           IF WS-GROUP-EMP-ID = LOW-VALUES THEN
              GO TO 5600-FINISH-EMP-GROUP-EXIT
           END-IF.

           MOVE WS-EMP-CLAIM-COUNT TO EMT-CLAIMS.
           MOVE WS-EMP-PAY-COUNT   TO EMT-PAYMENTS.
           MOVE WS-EMP-CHARGED     TO EMT-CHARGED.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-EMP-TOTAL-LINE.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           IF WS-GROUP-EMP-ID NOT = HIGH-VALUES THEN
              MOVE SPACES              TO CHG-SUM-REC
              MOVE WS-CHARGE-YEAR      TO CHG-YEAR
              MOVE WS-CHARGE-QTR       TO CHG-QTR
              MOVE WS-GROUP-EMP-ID     TO CHG-EMP-ID
              MOVE WS-EMP-CLAIM-COUNT  TO CHG-CLAIM-COUNT
              MOVE WS-EMP-PAY-COUNT    TO CHG-PAY-COUNT
              MOVE WS-EMP-CHARGED      TO CHG-AMOUNT
              MOVE WS-CURRENT-DATE-NUM TO CHG-RUN-DATE
              WRITE CHG-SUM-REC
           END-IF.
       5600-FINISH-EMP-GROUP-EXIT.
      *--------------------------*
           EXIT.
      *
       8000-WRITE-CONTROLS.
      *-------------------*
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE 'PAYMENTS IN QUARTER'          TO CNT-LABEL.
           MOVE WS-QTR-PAY-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'EMPLOYERS CHARGED'            TO CNT-LABEL.
           MOVE WS-EMP-STMT-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'PAYMENTS NOT CHARGEABLE'      TO CNT-LABEL.
           MOVE WS-UNCHG-PAY-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           MOVE 'BENEFITS PAID IN QUARTER'     TO SUM-LABEL.
           MOVE WS-QTR-PAID-TOTAL              TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'CHARGED TO EMPLOYERS'         TO SUM-LABEL.
           MOVE WS-CHARGED-TOTAL               TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           MOVE 'NOT CHARGEABLE'               TO SUM-LABEL.
           MOVE WS-UNCHG-TOTAL                 TO SUM-AMOUNT.
           WRITE OUTPUT-REC FROM WS-SUM-LINE.

           COMPUTE WS-PROOF-TOTAL = WS-CHARGED-TOTAL + WS-UNCHG-TOTAL.

           EVALUATE TRUE
              WHEN C-CHRG-FAILED
                 MOVE 'RUN STOPPED - NOTHING CHARGED' TO PRF-STATUS
              WHEN WS-PROOF-TOTAL NOT = WS-QTR-PAID-TOTAL
                 SET C-CHARGES-NO-PROVE TO TRUE
                 MOVE 'DOES NOT PROVE - SUMMARY HELD' TO PRF-STATUS
                 DISPLAY 'EMPLOYER CHARGES DO NOT PROVE TO PAYMENTS'
              WHEN OTHER
                 MOVE 'CHARGED PLUS NOT CHARGEABLE = PAID'
                                                  TO PRF-STATUS
           END-EVALUATE.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-PROOF-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-CONTROLS-EXIT.
      *------------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE OUT001.
           CLOSE SUM001.

           DISPLAY 'EMPLOYER CHARGING COMPLETE FOR ' WS-CHARGE-YEAR
                   ' Q' WS-CHARGE-QTR.
           DISPLAY 'PAYMENTS IN QUARTER : ' WS-QTR-PAY-COUNT.
           DISPLAY 'EMPLOYERS CHARGED : ' WS-EMP-STMT-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
