      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMOVAGE.
       AUTHOR.        DONGWON K.
      *
      * MONTHLY OVERPAYMENT AGING REPORT OVER THE OVPLEDGR LEDGER
      * CLMOVEST ESTABLISHES AND CLMPAYRN RECOVERS AGAINST. SORTS THE
      * LEDGER BY CLAIM AND DATE THE SAME WAY CLMAGING SORTS THE
      * JOURNAL, AND FOR EACH CLAIM APPLIES ITS RECOVERIES TO ITS
      * ESTABLISHED OVERPAYMENTS OLDEST FIRST, SO EVERY
      * OVERPAYMENT ENDS UP ESTABLISHED, RECOVERED AND OUTSTANDING.
      * EACH ONE IS AGED FROM THE DATE IT WAS ESTABLISHED TO THE
      * AS-OF DATE (TODAY, OR THE DATE ON THE CTL001 CARD WHEN THE
      * MONTH IS REPORTED AFTER IT CLOSES) AND COUNTED IN ITS AGE
      * BAND. EVERY CLAIM STILL OWING IS LISTED WITH THE AGE OF ITS
      * OLDEST UNRECOVERED WEEK, FOLLOWED BY THE BAND SUMMARY, THE
      * MONTH'S ESTABLISHMENT AND RECOVERY ACTIVITY, AND THE
      * POTENTIAL OVERPAYMENTS STILL AWAITING AN EXAMINER, WHICH ARE
      * NOT OWED YET AND ARE KEPT OUT OF THE BANDS. A POTENTIAL ROW
      * WHOSE CLAIM AND WEEK-ENDING HAS SINCE BEEN ESTABLISHED IS NO
      * LONGER AWAITING ANYONE AND IS COUNTED ONLY AS ESTABLISHED.
      * AN AS-OF CARD THAT IS NOT A DATE, OR A CLAIM WITH MORE
      * OVERPAYMENT ROWS THAN THE TABLES HOLD, ENDS THE STEP RETURN
      * CODE 16 - THE BANDS WOULD NOT BE TRUE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVP001 ASSIGN TO OVPLEDGR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OVP-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTOVAGE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * AS-OF DATE - SAME SINGLE-CARD PATTERN AS CLMAGING'S
      * THRESHOLD. NO CARD MEANS AGE TO TODAY.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTOVAGE.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 08 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-AS-OF-DATE           PIC 9(08).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-RUN-DATE              PIC 9(08).
           05  SD-WEEK-ENDING           PIC 9(08).
           05  SD-TYPE                  PIC X(01).
           05  SD-AMOUNT                PIC 9(05)V99.

       WORKING-STORAGE SECTION.

       77  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-OWING-COUNT       PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-OVAGE-OK        VALUE ' '.
           88 C-OVAGE-FAILED    VALUE 'F'.

       01  WS-OVP-FILE-STATUS.
           05 WS-OVP-FS                     PIC X(02).
              88 C-OVP-OK                   VALUE '00'.
              88 C-OVP-NOTEXST              VALUE '35'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 BAND-SUB          PIC 9(03) COMP.
           05 POT-SUB           PIC 9(05) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-AS-OF-DATE        PIC 9(08) VALUE 0.
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-YYYYMM   PIC 9(06).
           05 WS-AS-OF-DD       PIC 9(02).
       01  WS-AS-OF-INTEGER     PIC S9(09) COMP-3 VALUE 0.

       01  WS-ENTRY-DATE        PIC 9(08) VALUE 0.
       01  WS-ENTRY-PARTS REDEFINES WS-ENTRY-DATE.
           05 WS-ENTRY-YYYYMM   PIC 9(06).
           05 WS-ENTRY-DD       PIC 9(02).

      * THE CLAIM GROUP BEING AGED - ITS ESTABLISHED OVERPAYMENTS IN
      * THE ORDER THEY WERE ESTABLISHED, AND EVERYTHING RECOVERED
      * FROM IT SO FAR, WHICH IS APPLIED OLDEST FIRST WHEN THE
      * GROUP ENDS.
       01  WS-GROUP-CLAIM-ID    PIC X(08) VALUE LOW-VALUES.
       01  WS-GROUP-RECOVERED   PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-ESTAB       PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-OUTSTANDING PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-GROUP-OLDEST      PIC 9(08) VALUE 0.
       01  WS-GROUP-OLDEST-DAYS PIC S9(05) COMP-3 VALUE 0.
       01  WS-RECOVERY-LEFT     PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-ROW-RECOVERED     PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-ROW-OUTSTANDING   PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-DAYS-OLD          PIC S9(05) COMP-3 VALUE 0.

       01  WS-EST-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-EST-TABLE.
           05 WS-EST-ROW        OCCURS 500 TIMES.
              10 WS-EST-DATE    PIC 9(08).
              10 WS-EST-WEEK    PIC 9(08).
              10 WS-EST-AMOUNT  PIC 9(05)V99 COMP-3.

      * THE GROUP'S POTENTIAL ROWS, HELD UNTIL THE GROUP ENDS SO ONE
      * THAT HAS SINCE BEEN ESTABLISHED FOR THE SAME WEEK IS DROPPED.
       01  WS-POT-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-POT-TABLE.
           05 WS-POT-ROW        OCCURS 500 TIMES.
              10 WS-POT-WEEK    PIC 9(08).
              10 WS-POT-AMOUNT  PIC 9(05)V99 COMP-3.

       01  WS-POT-MATCH-SW      PIC X(01) VALUE 'N'.
           88 C-POT-ESTABLISHED VALUE 'Y'.
           88 C-POT-STILL-OPEN  VALUE 'N'.

      * TOTALS BY AGE BAND - BAND 1 IS 0-30 DAYS SINCE ESTABLISHED,
      * 2 IS 31-90, 3 IS 91-180, 4 IS 181-365, 5 IS OVER A YEAR.
       01  WS-BAND-TOTALS.
           05 WS-BAND-ROW       OCCURS 5 TIMES.
              10 WS-BAND-COUNT  PIC 9(05) COMP-3.
              10 WS-BAND-ESTAB  PIC 9(09)V99 COMP-3.
              10 WS-BAND-RECOV  PIC 9(09)V99 COMP-3.
              10 WS-BAND-OUTST  PIC 9(09)V99 COMP-3.

       01  WS-BAND-LABEL-VALUES.
           05 FILLER            PIC X(20) VALUE '   0-30  DAYS'.
           05 FILLER            PIC X(20) VALUE '  31-90  DAYS'.
           05 FILLER            PIC X(20) VALUE '  91-180 DAYS'.
           05 FILLER            PIC X(20) VALUE ' 181-365 DAYS'.
           05 FILLER            PIC X(20) VALUE ' OVER 1 YEAR'.

       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05 WS-BAND-LABEL     PIC X(20) OCCURS 5 TIMES.

       01  WS-GRAND-TOTALS.
           05 WS-GRAND-COUNT    PIC 9(05) COMP-3 VALUE 0.
           05 WS-GRAND-ESTAB    PIC 9(09)V99 COMP-3 VALUE 0.
           05 WS-GRAND-RECOV    PIC 9(09)V99 COMP-3 VALUE 0.
           05 WS-GRAND-OUTST    PIC 9(09)V99 COMP-3 VALUE 0.

      * THE MONTH'S ACTIVITY - ROWS WHOSE LEDGER DATE FALLS IN THE
      * AS-OF MONTH.
       01  WS-MONTH-TOTALS.
           05 WS-MONTH-EST-COUNT  PIC 9(05) COMP-3 VALUE 0.
           05 WS-MONTH-EST-AMOUNT PIC 9(09)V99 COMP-3 VALUE 0.
           05 WS-MONTH-REC-COUNT  PIC 9(05) COMP-3 VALUE 0.
           05 WS-MONTH-REC-AMOUNT PIC 9(09)V99 COMP-3 VALUE 0.

       01  WS-POTENTIAL-COUNT   PIC 9(05) COMP-3 VALUE 0.
       01  WS-POTENTIAL-AMOUNT  PIC 9(09)V99 COMP-3 VALUE 0.

       01  HEADER-1.
           05  FILLER           PIC X(46) VALUE SPACES.
           05  FILLER           PIC X(26) VALUE
           'Overpayment Aging Report'.
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
           05  FILLER           PIC X(21) VALUE 'AGED AS OF         : '.
           05  HDR-AS-OF        PIC 9(08).
           05  FILLER           PIC X(104) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE 'OLDEST OWING'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'ESTABLISHED'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE 'RECOVERED'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'OUTSTANDING'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'DAYS OLD'.
           05  FILLER           PIC X(49) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-OWING-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OWE-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OWE-OLDEST       PIC 9(08).
           05  FILLER           PIC X(06) VALUE SPACES.
           05  OWE-ESTAB        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OWE-RECOV        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OWE-OUTST        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(07) VALUE SPACES.
           05  OWE-DAYS         PIC ZZZZ9.
           05  FILLER           PIC X(51) VALUE SPACES.

       01  WS-BAND-HDR.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE 'AGE SINCE ESTABLISH'.
           05  FILLER           PIC X(07) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE 'COUNT'.
           05  FILLER           PIC X(08) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'ESTABLISHED'.
           05  FILLER           PIC X(08) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE 'RECOVERED'.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'OUTSTANDING'.
           05  FILLER           PIC X(46) VALUE SPACES.

       01  WS-BAND-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BND-LABEL        PIC X(20).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  BND-COUNT        PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  BND-ESTAB        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  BND-RECOV        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  BND-OUTST        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(48) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  FILLER           PIC X(20) VALUE 'THIS MONTH - ESTAB: '.
           05  MTH-EST-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  MTH-EST-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE '   RECOVERED :   '.
           05  MTH-REC-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  MTH-REC-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-POTENTIAL-LINE.
           05  FILLER           PIC X(20) VALUE 'POTENTIAL (UNCONF): '.
           05  POT-COUNT        PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  POT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(91) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(21) VALUE 'CLAIMS STILL OWING : '.
           05  TOT-OWING-COUNT  PIC ZZZZ9.
           05  FILLER           PIC X(107) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-READ-CONTROL-DATE
              THRU 1500-READ-CONTROL-DATE-EXIT.

           IF C-OVAGE-OK THEN
              PERFORM 2000-WRITE-HEADERS
                 THRU 2000-WRITE-HEADERS-EXIT

              PERFORM 3000-PROC-RECORDS
                 THRU 3000-PROC-RECORDS-EXIT

              PERFORM 8000-WRITE-SUMMARY
                 THRU 8000-WRITE-SUMMARY-EXIT
           END-IF.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

           EVALUATE TRUE
              WHEN C-OVAGE-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           INITIALIZE WS-BAND-TOTALS.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.

           OPEN OUTPUT OUT001.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * AN AS-OF CARD THAT IS NOT A YYYYMMDD DATE STOPS THE RUN
      * RATHER THAN AGING EVERYTHING TO A MEANINGLESS DAY.
       1500-READ-CONTROL-DATE.
      *----------------------*
           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO AS-OF CONTROL RECORD SUPPLIED - '
                         'AGING TO ' WS-AS-OF-DATE
              NOT AT END
                 EVALUATE TRUE
                    WHEN CTL-AS-OF-DATE NOT NUMERIC
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                                  (CTL-AS-OF-DATE) NOT = 0
                       DISPLAY 'BAD AS-OF DATE ON CONTROL RECORD : '
                               CTL-INPUT-REC
                       SET C-OVAGE-FAILED TO TRUE
                    WHEN OTHER
                       MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                 END-EVALUATE
           END-READ.

           CLOSE CTL001.

           IF C-OVAGE-FAILED THEN
              GO TO 1500-READ-CONTROL-DATE-EXIT
           END-IF.

           COMPUTE WS-AS-OF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
       1500-READ-CONTROL-DATE-EXIT.
      *---------------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-AS-OF-DATE    TO HDR-AS-OF.

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
      * AN ABSENT LEDGER IS A SHOP THAT HAS NEVER ESTABLISHED AN
      * OVERPAYMENT - THE REPORT COMES OUT WITH ZERO BANDS.
       3000-PROC-RECORDS.
      *-----------------*
           OPEN INPUT OVP001.

           IF C-OVP-NOTEXST THEN
              DISPLAY 'NO OVERPAYMENT LEDGER - NOTHING TO AGE'
           ELSE
              CLOSE OVP001
              SORT SORT-FILE ON ASCENDING KEY SD-CLAIM-ID
                                              SD-RUN-DATE
                                              SD-WEEK-ENDING
                  INPUT PROCEDURE  IS 4000-SORT-INPUT
                  OUTPUT PROCEDURE IS 5000-SORT-OUTPUT
           END-IF.
       3000-PROC-RECORDS-EXIT.
      *----------------------*
           EXIT.
      *
       3500-READ-RECORD.
      *----------------*
           READ OVP001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3500-READ-RECORD-EXIT.
      *---------------------*
           EXIT.
      *
      * THE MONTH'S ACTIVITY IS COUNTED ON THE WAY IN. POTENTIAL
      * ROWS GO THROUGH THE SORT WITH THE REST SO THE OUTPUT SIDE CAN
      * DROP ONE ALREADY ESTABLISHED, BUT ARE NEVER AGED.
       4000-SORT-INPUT.
      *---------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT OVP001.

           PERFORM 3500-READ-RECORD
              THRU 3500-READ-RECORD-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-ENTRY-COUNT
                 MOVE OVP-RUN-DATE TO WS-ENTRY-DATE

                 EVALUATE OVP-TYPE
                    WHEN 'E'
                       IF WS-ENTRY-YYYYMM = WS-AS-OF-YYYYMM THEN
                          ADD 1          TO WS-MONTH-EST-COUNT
                          ADD OVP-AMOUNT TO WS-MONTH-EST-AMOUNT
                       END-IF
                    WHEN 'R'
                       IF WS-ENTRY-YYYYMM = WS-AS-OF-YYYYMM THEN
                          ADD 1          TO WS-MONTH-REC-COUNT
                          ADD OVP-AMOUNT TO WS-MONTH-REC-AMOUNT
                       END-IF
                 END-EVALUATE

                 IF (OVP-TYPE = 'E' OR 'R' OR 'P') AND
                    OVP-RUN-DATE <= WS-AS-OF-DATE THEN
                    MOVE OVP-CLAIM-ID    TO SD-CLAIM-ID
                    MOVE OVP-RUN-DATE    TO SD-RUN-DATE
                    MOVE OVP-WEEK-ENDING TO SD-WEEK-ENDING
                    MOVE OVP-TYPE        TO SD-TYPE
                    MOVE OVP-AMOUNT      TO SD-AMOUNT
                    RELEASE SD-REC
                 END-IF

                 PERFORM 3500-READ-RECORD
                    THRU 3500-READ-RECORD-EXIT
           END-PERFORM.

           CLOSE OVP001.
       4000-SORT-INPUT-EXIT.
      *--------------------*
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
                       MOVE 0           TO WS-EST-COUNT
                       MOVE 0           TO WS-POT-COUNT
                       MOVE 0           TO WS-GROUP-RECOVERED
                 END-IF

                 PERFORM 5100-STACK-ENTRY
                    THRU 5100-STACK-ENTRY-EXIT

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-CLAIM-GROUP
              THRU 5500-FINISH-CLAIM-GROUP-EXIT.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
      * A CLAIM WITH MORE ROWS THAN THE TABLES HOLD WOULD BE AGED
      * SHORT, SO THE RUN IS MARKED FAILED.
       5100-STACK-ENTRY.
      *----------------*
           EVALUATE TRUE
              WHEN SD-TYPE = 'R'
                 ADD SD-AMOUNT TO WS-GROUP-RECOVERED

              WHEN SD-TYPE = 'P' AND WS-POT-COUNT >= 500
              WHEN SD-TYPE = 'E' AND WS-EST-COUNT >= 500
                 IF C-OVAGE-OK THEN
                    DISPLAY 'OVERPAYMENT ROW TABLE FULL - RUN STOPPED'
                 END-IF
                 DISPLAY 'ROW NOT AGED : ' SD-CLAIM-ID ' '
                         SD-WEEK-ENDING ' ' SD-TYPE
                 SET C-OVAGE-FAILED TO TRUE

              WHEN SD-TYPE = 'P'
                 ADD 1 TO WS-POT-COUNT
                 MOVE SD-WEEK-ENDING TO WS-POT-WEEK (WS-POT-COUNT)
                 MOVE SD-AMOUNT      TO WS-POT-AMOUNT (WS-POT-COUNT)

              WHEN OTHER
                 ADD 1 TO WS-EST-COUNT
                 MOVE SD-RUN-DATE    TO WS-EST-DATE (WS-EST-COUNT)
                 MOVE SD-WEEK-ENDING TO WS-EST-WEEK (WS-EST-COUNT)
                 MOVE SD-AMOUNT      TO WS-EST-AMOUNT (WS-EST-COUNT)
           END-EVALUATE.
       5100-STACK-ENTRY-EXIT.
      *---------------------*
           EXIT.
      *
      * RECOVERIES ARE APPLIED TO THE OLDEST OVERPAYMENT FIRST; ANY
      * RECOVERED BEYOND WHAT WAS ESTABLISHED (A LEDGER ROW KEYED BY
      * HAND) IS IGNORED RATHER THAN SHOWN AS A NEGATIVE BALANCE.
       5500-FINISH-CLAIM-GROUP.
      *-----------------------*
           IF WS-GROUP-CLAIM-ID = LOW-VALUES THEN
              GO TO 5500-FINISH-CLAIM-GROUP-EXIT
           END-IF.

           PERFORM VARYING POT-SUB FROM 1 BY 1
                   UNTIL POT-SUB > WS-POT-COUNT
              PERFORM 5550-COUNT-POTENTIAL
                 THRU 5550-COUNT-POTENTIAL-EXIT
           END-PERFORM.

           IF WS-EST-COUNT = 0 THEN
              GO TO 5500-FINISH-CLAIM-GROUP-EXIT
           END-IF.

           MOVE WS-GROUP-RECOVERED TO WS-RECOVERY-LEFT.
           MOVE 0 TO WS-GROUP-ESTAB.
           MOVE 0 TO WS-GROUP-OUTSTANDING.
           MOVE 0 TO WS-GROUP-OLDEST.
           MOVE 0 TO WS-GROUP-OLDEST-DAYS.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-EST-COUNT
              PERFORM 5600-AGE-OVERPAYMENT
                 THRU 5600-AGE-OVERPAYMENT-EXIT
           END-PERFORM.

           IF WS-GROUP-OUTSTANDING > 0 THEN
              ADD 1 TO WS-OWING-COUNT
              MOVE WS-GROUP-CLAIM-ID    TO OWE-CLAIM-ID
              MOVE WS-GROUP-OLDEST      TO OWE-OLDEST
              MOVE WS-GROUP-ESTAB       TO OWE-ESTAB
              COMPUTE OWE-RECOV = WS-GROUP-ESTAB - WS-GROUP-OUTSTANDING
              MOVE WS-GROUP-OUTSTANDING TO OWE-OUTST
              MOVE WS-GROUP-OLDEST-DAYS TO OWE-DAYS
              WRITE OUTPUT-REC FROM WS-OWING-LINE
           END-IF.
       5500-FINISH-CLAIM-GROUP-EXIT.
      *----------------------------*
           EXIT.
      *
      * A POTENTIAL ROW IS STILL AWAITING AN EXAMINER ONLY IF THE
      * CLAIM HAS NO ESTABLISHED ROW FOR THE SAME WEEK-ENDING.
       5550-COUNT-POTENTIAL.
      *--------------------*
           SET C-POT-STILL-OPEN TO TRUE.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-EST-COUNT
                   OR C-POT-ESTABLISHED
              IF WS-EST-WEEK (SUB1) = WS-POT-WEEK (POT-SUB) THEN
                 SET C-POT-ESTABLISHED TO TRUE
              END-IF
           END-PERFORM.

           IF C-POT-STILL-OPEN THEN
              ADD 1                        TO WS-POTENTIAL-COUNT
              ADD WS-POT-AMOUNT (POT-SUB)  TO WS-POTENTIAL-AMOUNT
           END-IF.
       5550-COUNT-POTENTIAL-EXIT.
      *-------------------------*
           EXIT.
      *
       5600-AGE-OVERPAYMENT.
      *--------------------*
           IF WS-RECOVERY-LEFT >= WS-EST-AMOUNT (SUB1) THEN
              MOVE WS-EST-AMOUNT (SUB1) TO WS-ROW-RECOVERED
           ELSE
              MOVE WS-RECOVERY-LEFT     TO WS-ROW-RECOVERED
           END-IF.
           SUBTRACT WS-ROW-RECOVERED FROM WS-RECOVERY-LEFT.

           COMPUTE WS-ROW-OUTSTANDING =
                   WS-EST-AMOUNT (SUB1) - WS-ROW-RECOVERED.

           COMPUTE WS-DAYS-OLD =
                   WS-AS-OF-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-EST-DATE (SUB1)).

           EVALUATE TRUE
              WHEN WS-DAYS-OLD <= 30
                 MOVE 1 TO BAND-SUB
              WHEN WS-DAYS-OLD <= 90
                 MOVE 2 TO BAND-SUB
              WHEN WS-DAYS-OLD <= 180
                 MOVE 3 TO BAND-SUB
              WHEN WS-DAYS-OLD <= 365
                 MOVE 4 TO BAND-SUB
              WHEN OTHER
                 MOVE 5 TO BAND-SUB
           END-EVALUATE.

           ADD 1                    TO WS-BAND-COUNT (BAND-SUB).
           ADD WS-EST-AMOUNT (SUB1) TO WS-BAND-ESTAB (BAND-SUB).
           ADD WS-ROW-RECOVERED     TO WS-BAND-RECOV (BAND-SUB).
           ADD WS-ROW-OUTSTANDING   TO WS-BAND-OUTST (BAND-SUB).

           ADD WS-EST-AMOUNT (SUB1) TO WS-GROUP-ESTAB.
           ADD WS-ROW-OUTSTANDING   TO WS-GROUP-OUTSTANDING.

           IF WS-ROW-OUTSTANDING > 0 AND WS-GROUP-OLDEST = 0 THEN
              MOVE WS-EST-DATE (SUB1) TO WS-GROUP-OLDEST
              MOVE WS-DAYS-OLD        TO WS-GROUP-OLDEST-DAYS
           END-IF.
       5600-AGE-OVERPAYMENT-EXIT.
      *-------------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           WRITE OUTPUT-REC FROM HEADER-5.
           WRITE OUTPUT-REC FROM WS-BAND-HDR.

           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 5
              MOVE WS-BAND-LABEL (BAND-SUB) TO BND-LABEL
              MOVE WS-BAND-COUNT (BAND-SUB) TO BND-COUNT
              MOVE WS-BAND-ESTAB (BAND-SUB) TO BND-ESTAB
              MOVE WS-BAND-RECOV (BAND-SUB) TO BND-RECOV
              MOVE WS-BAND-OUTST (BAND-SUB) TO BND-OUTST
              WRITE OUTPUT-REC FROM WS-BAND-LINE

              ADD WS-BAND-COUNT (BAND-SUB) TO WS-GRAND-COUNT
              ADD WS-BAND-ESTAB (BAND-SUB) TO WS-GRAND-ESTAB
              ADD WS-BAND-RECOV (BAND-SUB) TO WS-GRAND-RECOV
              ADD WS-BAND-OUTST (BAND-SUB) TO WS-GRAND-OUTST
           END-PERFORM.

           MOVE 'ALL AGES'      TO BND-LABEL.
           MOVE WS-GRAND-COUNT  TO BND-COUNT.
           MOVE WS-GRAND-ESTAB  TO BND-ESTAB.
           MOVE WS-GRAND-RECOV  TO BND-RECOV.
           MOVE WS-GRAND-OUTST  TO BND-OUTST.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-BAND-LINE.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           MOVE WS-MONTH-EST-COUNT  TO MTH-EST-COUNT.
           MOVE WS-MONTH-EST-AMOUNT TO MTH-EST-AMOUNT.
           MOVE WS-MONTH-REC-COUNT  TO MTH-REC-COUNT.
           MOVE WS-MONTH-REC-AMOUNT TO MTH-REC-AMOUNT.
           WRITE OUTPUT-REC FROM WS-MONTH-LINE.

           MOVE WS-POTENTIAL-COUNT  TO POT-COUNT.
           MOVE WS-POTENTIAL-AMOUNT TO POT-AMOUNT.
           WRITE OUTPUT-REC FROM WS-POTENTIAL-LINE.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           MOVE WS-OWING-COUNT TO TOT-OWING-COUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE OUT001.

           DISPLAY 'OVERPAYMENT AGING COMPLETE'.
           DISPLAY 'LEDGER ROWS READ : ' WS-ENTRY-COUNT.
           DISPLAY 'CLAIMS STILL OWING : ' WS-OWING-COUNT.
       9000-CLOSE-FILES-EXIT.
      *--------------------*
           EXIT.
