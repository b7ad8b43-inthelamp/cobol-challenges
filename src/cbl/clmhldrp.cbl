      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMHLDRP.
       AUTHOR.        DONGWON K.
      *
      * WEEKLY OPEN-HOLDS REPORT OVER THE CLAIM HOLD FILE UNEMPCLM
      * MAINTAINS, SO THAT NO HOLD IS LEFT IN FORCE AND FORGOTTEN.
      * EVERY HOLD WITH NO RELEASE DATE IS LISTED ON OUTHLDRP,
      * SORTED BY HOLD TYPE AND CLAIM, WITH WHO PLACED IT, WHEN,
      * HOW MANY DAYS IT HAS BEEN OPEN AND WHY. A HOLD OPEN MORE
      * THAN 30 DAYS IS FLAGGED FOR REVIEW. EACH HOLD TYPE GETS A
      * COUNT LINE AND THE RUN ENDS WITH THE FILE TOTALS.
      * THE AS-OF DATE IS TODAY, OR THE DATE ON THE CTL001 CARD -
      * THE SAME SINGLE-CARD PATTERN AS CLMAPRPT.
      * AN ABSENT HOLD FILE MEANS NOTHING HAS EVER BEEN HELD AND IS
      * REPORTED AS SUCH; ANY OTHER OPEN ERROR FAILS THE RUN, AS
      * DOES AN AS-OF CARD THAT IS NOT A YYYYMMDD DATE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD001 ASSIGN TO CLMHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HLD-KEY
              FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTHLDRP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * AS-OF DATE. NO CARD MEANS TODAY.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTHLDRP.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * THE SAME 100 BYTES UNEMPCLM MAINTAINS. A ZERO RELEASE DATE
      * IS A HOLD STILL IN FORCE.
       FD  HLD001
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS HLD-REC.
       01  HLD-REC.
           05 HLD-KEY.
              10 HLD-CLAIM-ID        PIC X(08).
              10 HLD-SEQ             PIC 9(03).
           05 FILLER                 PIC X(01).
           05 HLD-TYPE               PIC X(08).
           05 FILLER                 PIC X(01).
           05 HLD-REASON             PIC X(40).
           05 FILLER                 PIC X(01).
           05 HLD-PLACED-BY          PIC X(08).
           05 FILLER                 PIC X(01).
           05 HLD-PLACED-DATE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 HLD-RELEASE-DATE       PIC 9(08).
              88 C-HLD-OPEN          VALUE 0.
           05 FILLER                 PIC X(01).
           05 HLD-RELEASED-BY        PIC X(08).
           05 FILLER                 PIC X(03).

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
           05  SD-TYPE                  PIC X(08).
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-SEQ                   PIC 9(03).
           05  SD-PLACED-BY             PIC X(08).
           05  SD-PLACED-DATE           PIC 9(08).
           05  SD-REASON                PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-OPEN-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-TYPE-COUNT        PIC 9(05) COMP VALUE 0.
       77  WS-TYPE-OVERDUE      PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-HLDRP-OK        VALUE ' '.
           88 C-HLDRP-FAILED    VALUE 'F'.

       01  WS-HLD-AVAIL-SW      PIC X(01) VALUE 'Y'.
           88 C-HLD-AVAILABLE   VALUE 'Y'.
           88 C-HLD-UNAVAILABLE VALUE 'N'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                     PIC X(02).
              88 C-HLD-OK                   VALUE '00'.
              88 C-HLD-NOTEXST              VALUE '35'.
              88 C-HLD-OPEN-NORMAL          VALUE '97'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-AS-OF-DATE        PIC 9(08) VALUE 0.
       01  WS-AS-OF-INTEGER     PIC S9(09) COMP-3 VALUE 0.
       01  WS-DAYS-OPEN         PIC S9(05) COMP-3 VALUE 0.
       01  WS-GROUP-TYPE        PIC X(08) VALUE SPACES.

      * A HOLD OPEN LONGER THAN THIS IS FLAGGED FOR REVIEW.
       01  WS-REVIEW-DAYS       PIC 9(03) VALUE 30.

       01  HEADER-1.
           05  FILLER           PIC X(51) VALUE SPACES.
           05  FILLER           PIC X(23) VALUE
           'Open Claim Holds Report'.
           05  FILLER           PIC X(59) VALUE SPACES.

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
           05  FILLER           PIC X(21) VALUE 'HOLDS OPEN AS OF   : '.
           05  HDR-AS-OF        PIC 9(08).
           05  FILLER           PIC X(104) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'TYPE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(03) VALUE 'SEQ'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'PLACED'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'BY'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE 'DAYS OPEN'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE 'REASON'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(17) VALUE 'FLAG'.
           05  FILLER           PIC X(09) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-HOLD-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HLL-TYPE         PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  HLL-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  HLL-SEQ          PIC 9(03).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  HLL-PLACED-DATE  PIC 9(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  HLL-PLACED-BY    PIC X(08).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  HLL-DAYS-OPEN    PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  HLL-REASON       PIC X(40).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  HLL-FLAG         PIC X(17).
           05  FILLER           PIC X(09) VALUE SPACES.

       01  WS-TYPE-TOTAL-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(15) VALUE 'OPEN HOLDS   : '.
           05  TYP-TOT-TYPE     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  TYP-TOT-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(17) VALUE
               '   FOR REVIEW : '.
           05  TYP-TOT-OVERDUE  PIC ZZZZ9.
           05  FILLER           PIC X(76) VALUE SPACES.

       01  WS-NO-HOLDS-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               'NO CLAIM HOLDS OPEN'.
           05  FILLER           PIC X(89) VALUE SPACES.

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

           IF C-HLDRP-OK AND C-HLD-AVAILABLE THEN
              SORT SORT-FILE ON ASCENDING KEY SD-TYPE
                                              SD-CLAIM-ID
                                              SD-SEQ
                  INPUT PROCEDURE  IS 3000-SORT-INPUT
                  OUTPUT PROCEDURE IS 5000-SORT-OUTPUT
           ELSE
              IF C-HLDRP-OK THEN
                 WRITE OUTPUT-REC FROM WS-NO-HOLDS-LINE
              END-IF
           END-IF.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A HOLD FILE THAT CANNOT BE READ, OR NO USABLE AS-OF DATE,
      * MUST NOT LOOK LIKE A WEEK WITH NOTHING HELD.
           IF C-HLDRP-FAILED THEN
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0  TO RETURN-CODE
           END-IF.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.

           OPEN OUTPUT OUT001.

           OPEN INPUT HLD001.

           IF NOT C-HLD-OK AND NOT C-HLD-OPEN-NORMAL THEN
              SET C-HLD-UNAVAILABLE TO TRUE
              IF C-HLD-NOTEXST THEN
                 DISPLAY 'NO CLAIM HOLD FILE - NO CLAIMS HELD'
              ELSE
                 DISPLAY 'FILE OPEN ERROR: CLMHOLD ' WS-HLD-FS
                 SET C-HLDRP-FAILED TO TRUE
              END-IF
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
                       SET C-HLDRP-FAILED TO TRUE
                    WHEN OTHER
                       MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                 END-EVALUATE
           END-READ.

           CLOSE CTL001.

           IF C-HLDRP-FAILED THEN
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
      * ONE PASS OF THE HOLD FILE IN KEY ORDER. RELEASED HOLDS ARE
      * ONLY COUNTED; THE ONES STILL IN FORCE GO TO THE SORT.
       3000-SORT-INPUT.
      *---------------*
           MOVE 'N' TO LASTREC.

           PERFORM 3500-READ-HOLD
              THRU 3500-READ-HOLD-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-ENTRY-COUNT

                 IF C-HLD-OPEN THEN
                    MOVE HLD-TYPE         TO SD-TYPE
                    MOVE HLD-CLAIM-ID     TO SD-CLAIM-ID
                    MOVE HLD-SEQ          TO SD-SEQ
                    MOVE HLD-PLACED-BY    TO SD-PLACED-BY
                    MOVE HLD-PLACED-DATE  TO SD-PLACED-DATE
                    MOVE HLD-REASON       TO SD-REASON
                    RELEASE SD-REC
                 ELSE
                    ADD 1 TO WS-RELEASED-COUNT
                 END-IF

                 PERFORM 3500-READ-HOLD
                    THRU 3500-READ-HOLD-EXIT
           END-PERFORM.
       3000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
       3500-READ-HOLD.
      *--------------*
           READ HLD001 NEXT RECORD
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3500-READ-HOLD-EXIT.
      *-------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N'    TO LASTREC.
           MOVE SPACES TO WS-GROUP-TYPE.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-TYPE NOT = WS-GROUP-TYPE THEN
                    PERFORM 5500-FINISH-TYPE
                       THRU 5500-FINISH-TYPE-EXIT
                    MOVE SD-TYPE TO WS-GROUP-TYPE
                 END-IF

                 PERFORM 5100-WRITE-HOLD-LINE
                    THRU 5100-WRITE-HOLD-LINE-EXIT

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-TYPE
              THRU 5500-FINISH-TYPE-EXIT.

           IF WS-OPEN-COUNT = 0 THEN
              WRITE OUTPUT-REC FROM WS-NO-HOLDS-LINE
           END-IF.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5100-WRITE-HOLD-LINE.
      *--------------------*
           ADD 1 TO WS-OPEN-COUNT.
           ADD 1 TO WS-TYPE-COUNT.

           COMPUTE WS-DAYS-OPEN =
                   WS-AS-OF-INTEGER -
                   FUNCTION INTEGER-OF-DATE(SD-PLACED-DATE).

           IF WS-DAYS-OPEN < 0 THEN
              MOVE 0 TO WS-DAYS-OPEN
           END-IF.

           MOVE SD-TYPE               TO HLL-TYPE.
           MOVE SD-CLAIM-ID           TO HLL-CLAIM-ID.
           MOVE SD-SEQ                TO HLL-SEQ.
           MOVE SD-PLACED-DATE        TO HLL-PLACED-DATE.
           MOVE SD-PLACED-BY          TO HLL-PLACED-BY.
           MOVE WS-DAYS-OPEN          TO HLL-DAYS-OPEN.
           MOVE SD-REASON             TO HLL-REASON.
           MOVE SPACES                TO HLL-FLAG.

           IF WS-DAYS-OPEN > WS-REVIEW-DAYS THEN
              ADD 1 TO WS-OVERDUE-COUNT
              ADD 1 TO WS-TYPE-OVERDUE
              MOVE 'DUE FOR REVIEW'   TO HLL-FLAG
           END-IF.

           WRITE OUTPUT-REC FROM WS-HOLD-LINE.
       5100-WRITE-HOLD-LINE-EXIT.
      *-------------------------*
           EXIT.
      *
       5500-FINISH-TYPE.
      *----------------*
           IF WS-TYPE-COUNT > 0 THEN
              MOVE WS-GROUP-TYPE    TO TYP-TOT-TYPE
              MOVE WS-TYPE-COUNT    TO TYP-TOT-COUNT
              MOVE WS-TYPE-OVERDUE  TO TYP-TOT-OVERDUE
              WRITE OUTPUT-REC FROM WS-TYPE-TOTAL-LINE
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
           END-IF.

           MOVE 0 TO WS-TYPE-COUNT.
           MOVE 0 TO WS-TYPE-OVERDUE.
       5500-FINISH-TYPE-EXIT.
      *---------------------*
           EXIT.
      *
       8000-WRITE-SUMMARY.
      *------------------*
           WRITE OUTPUT-REC FROM HEADER-5.
           MOVE 'HOLDS ON FILE'              TO CNT-LABEL.
           MOVE WS-ENTRY-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.
           MOVE 'HOLDS RELEASED'             TO CNT-LABEL.
           MOVE WS-RELEASED-COUNT            TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.
           MOVE 'HOLDS STILL OPEN'           TO CNT-LABEL.
           MOVE WS-OPEN-COUNT                TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.
           MOVE 'OPEN OVER 30 DAYS - DUE FOR REVIEW' TO CNT-LABEL.
           MOVE WS-OVERDUE-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.
           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           IF C-HLDRP-OK AND C-HLD-AVAILABLE THEN
              CLOSE HLD001
           END-IF.

           CLOSE OUT001.

           DISPLAY 'OPEN HOLDS REPORT COMPLETE'.
           DISPLAY 'HOLDS READ : ' WS-ENTRY-COUNT.
           DISPLAY 'OPEN HOLDS : ' WS-OPEN-COUNT.
           DISPLAY 'DUE FOR REVIEW : ' WS-OVERDUE-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
