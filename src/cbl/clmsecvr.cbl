      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMSECVR.
       AUTHOR.        DONGWON K.
      *
      * DAILY SECURITY-VIOLATION REPORT FOR THE UNIT SUPERVISOR.
      * READS CLMAUDIT AND PICKS UP EVERY MUTATION GETCLAIM REFUSED
      * ON THE REPORT DATE (THE CTL001 CARD DATE, OR TODAY) BECAUSE
      * THE CALLER'S OPERATOR ID DID NOT CARRY THE RIGHT ON THE
      * OPRAUTH AUTHORITY FILE - RETURN CODE 09, JOURNALED AS:
      *   INSNOAUT - INSERT REFUSED
      *   UPDNOAUT - UPDATE REFUSED
      *   DELNOAUT - DELETE REFUSED
      *   REONOAUT - CLOSED->ADJUDICATED REOPEN REFUSED
      * THE REFUSALS ARE LISTED BY OPERATOR AND TIME WITH THE CLAIM
      * AND, FOR AN UPDATE OR REOPEN, THE STATUS MOVE THAT WAS TRIED.
      * THE SAME OPRAUTH FILE GETCLAIM LOADS IS READ HERE SO AN ID
      * THAT IS NOT ON FILE AT ALL - A TYPO OR A MADE-UP ID - IS
      * MARKED APART FROM A REAL OPERATOR WHO OVERSTEPPED.
      * NO CLMAUDIT JOURNAL, OR A REPORT DATE CARD THAT IS NOT A
      * YYYYMMDD DATE, STOPS THE RUN RETURN CODE 16 - AN EMPTY
      * REPORT MUST NOT PASS FOR A DAY WITH NO REFUSALS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INAUDIT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUTH001 ASSIGN TO OPRAUTH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTSECVR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * REPORT DATE - SAME SINGLE-CARD PATTERN AS CLMOVAGE'S AS-OF
      * DATE. NO CARD MEANS TODAY'S ENTRIES.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTSECVR.

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

       FD  AUTH001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AUTH-INPUT-REC.
       01  AUTH-INPUT-REC.
           05 OPA-OPERATOR-ID               PIC X(08).
           05 FILLER                        PIC X(01).
           05 OPA-INSERT-SW                 PIC X(01).
           05 OPA-UPDATE-SW                 PIC X(01).
           05 OPA-DELETE-SW                 PIC X(01).
           05 OPA-REOPEN-SW                 PIC X(01).
           05 FILLER                        PIC X(01).
           05 OPA-DESCRIPTION               PIC X(30).
           05 FILLER                        PIC X(36).

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
           05 CTL-REPORT-DATE          PIC 9(08).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-OPERATOR-ID           PIC X(08).
           05  SD-TIME                  PIC 9(08).
           05  SD-TYPE-SUB              PIC 9(01).
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-OLD-STATUS            PIC X(11).
           05  SD-NEW-STATUS            PIC X(11).

       WORKING-STORAGE SECTION.

       77  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-DAY-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-REFUSAL-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-OPERATOR-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-UNKNOWN-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-OPR-REFUSALS      PIC 9(07) COMP VALUE 0.
       77  WS-AUTH-COUNT        PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 AUTH-LASTREC      PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-SECVR-OK        VALUE ' '.
           88 C-SECVR-FAILED    VALUE 'F'.

       01  WS-AUDIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 C-AUDIT-OPEN      VALUE 'Y'.

       01  WS-AUDIT-FILE-STATUS.
           05 WS-AUDIT-FS                   PIC X(02).
              88 C-AUDIT-OK                 VALUE '00'.

       01  WS-AUTH-FILE-STATUS.
           05 WS-AUTH-FS                    PIC X(02).
              88 C-AUTH-OK                  VALUE '00'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 TYPE-SUB          PIC 9(03) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-REPORT-DATE       PIC 9(08) VALUE 0.

       01  WS-SD-TIME           PIC 9(08).
       01  WS-SD-TIME-PARTS REDEFINES WS-SD-TIME.
           05 WS-SD-HH          PIC 9(02).
           05 WS-SD-MI          PIC 9(02).
           05 WS-SD-SS          PIC 9(02).
           05 WS-SD-CC          PIC 9(02).

      * STATUS ZONE OF THE BEFORE AND AFTER CLAIMS AREAS, IN THE
      * FIXED-POSITION LAYOUT GETCLAIM POLICES.
       01  WS-BEF-FIXED.
           05 BEF-DATE-TIME     PIC X(19).
           05 BEF-BUCKETS       PIC X(235).
           05 BEF-STATUS        PIC X(11).
           05 BEF-WBA           PIC X(07).
           05 BEF-MBA           PIC X(08).

       01  WS-AFT-FIXED.
           05 AFT-DATE-TIME     PIC X(19).
           05 AFT-BUCKETS       PIC X(235).
           05 AFT-STATUS        PIC X(11).
           05 AFT-WBA           PIC X(07).
           05 AFT-MBA           PIC X(08).

      * REFUSAL TYPES, IN THE ORDER THEY ARE TOTALLED.
       01  WS-TYPE-VALUES.
           05 FILLER            PIC X(08) VALUE 'INSNOAUT'.
           05 FILLER            PIC X(08) VALUE 'INSERT'.
           05 FILLER            PIC X(08) VALUE 'UPDNOAUT'.
           05 FILLER            PIC X(08) VALUE 'UPDATE'.
           05 FILLER            PIC X(08) VALUE 'DELNOAUT'.
           05 FILLER            PIC X(08) VALUE 'DELETE'.
           05 FILLER            PIC X(08) VALUE 'REONOAUT'.
           05 FILLER            PIC X(08) VALUE 'REOPEN'.

       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ROW       OCCURS 4 TIMES.
              10 WS-TYPE-COMMAND PIC X(08).
              10 WS-TYPE-DESC    PIC X(08).

       01  WS-TYPE-TOTALS.
           05 WS-TYPE-REFUSALS  PIC 9(07) COMP-3 OCCURS 4 TIMES.

      * THE AUTHORITY FILE, LOADED ONCE AT START-UP.
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ROW       OCCURS 500 TIMES.
              10 WS-AUTH-OPERATOR-ID PIC X(08).
              10 WS-AUTH-DESC        PIC X(30).

       01  WS-PREV-OPERATOR     PIC X(08) VALUE LOW-VALUES.
       01  WS-OPR-DESC          PIC X(30) VALUE SPACES.

       01  HEADER-1.
           05  FILLER           PIC X(48) VALUE SPACES.
           05  FILLER           PIC X(25) VALUE
           'Security Violation Report'.
           05  FILLER           PIC X(60) VALUE SPACES.

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
           05  FILLER           PIC X(21) VALUE 'JOURNAL DATE       : '.
           05  HDR-REPORT-DATE  PIC 9(08).
           05  FILLER           PIC X(104) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'OPERATOR'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'TIME'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'ATTEMPT'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'FROM STATUS'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'TO STATUS'.
           05  FILLER           PIC X(62) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-OPR-HDR-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE 'OPERATOR: '.
           05  OPH-OPERATOR-ID  PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  OPH-DESC         PIC X(30).
           05  FILLER           PIC X(80) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DTL-OPERATOR-ID  PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-HH           PIC 9(02).
           05  FILLER           PIC X(01) VALUE ':'.
           05  DTL-MI           PIC 9(02).
           05  FILLER           PIC X(01) VALUE ':'.
           05  DTL-SS           PIC 9(02).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-ATTEMPT      PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-OLD-STATUS   PIC X(11).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-NEW-STATUS   PIC X(11).
           05  FILLER           PIC X(62) VALUE SPACES.

       01  WS-OPR-TOTAL-LINE.
           05  FILLER           PIC X(13) VALUE SPACES.
           05  FILLER           PIC X(20) VALUE
               'REFUSALS, OPERATOR '.
           05  OPT-OPERATOR-ID  PIC X(08).
           05  FILLER           PIC X(03) VALUE ' : '.
           05  OPT-COUNT        PIC ZZZZZZ9.
           05  FILLER           PIC X(82) VALUE SPACES.

       01  WS-TYPE-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(19) VALUE 'REFUSED ATTEMPTS - '.
           05  TYP-DESC         PIC X(08).
           05  FILLER           PIC X(15) VALUE SPACES.
           05  TYP-COUNT        PIC ZZZZZZ9.
           05  FILLER           PIC X(82) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               'NO REFUSED MUTATIONS FOR THE REPORT DATE'.
           05  FILLER           PIC X(91) VALUE SPACES.

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

           IF C-SECVR-OK THEN
              PERFORM 1500-READ-CONTROL-DATE
                 THRU 1500-READ-CONTROL-DATE-EXIT
           END-IF.

           IF C-SECVR-OK THEN
              PERFORM 1600-LOAD-AUTHORITY
                 THRU 1600-LOAD-AUTHORITY-EXIT

              PERFORM 2000-WRITE-HEADERS
                 THRU 2000-WRITE-HEADERS-EXIT

              SORT SORT-FILE ON ASCENDING KEY SD-OPERATOR-ID
                                              SD-TIME
                  WITH DUPLICATES IN ORDER
                  INPUT PROCEDURE  IS 3000-SORT-INPUT
                  OUTPUT PROCEDURE IS 5000-SORT-OUTPUT

              PERFORM 8000-WRITE-TOTALS
                 THRU 8000-WRITE-TOTALS-EXIT
           END-IF.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

           IF C-SECVR-FAILED THEN
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0  TO RETURN-CODE
           END-IF.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           INITIALIZE WS-TYPE-TOTALS.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.

           OPEN OUTPUT OUT001.

           OPEN INPUT  IN001.

           IF NOT C-AUDIT-OK THEN
              DISPLAY 'FILE OPEN ERROR: INAUDIT ' WS-AUDIT-FS
              SET C-SECVR-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-AUDIT-OPEN TO TRUE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
       1500-READ-CONTROL-DATE.
      *----------------------*
           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO REPORT DATE CONTROL RECORD SUPPLIED - '
                         'USING ' WS-REPORT-DATE
              NOT AT END
                 EVALUATE TRUE
                    WHEN CTL-REPORT-DATE NOT NUMERIC
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                                  (CTL-REPORT-DATE) NOT = 0
                       DISPLAY 'BAD REPORT DATE ON CONTROL RECORD : '
                               CTL-INPUT-REC
                       SET C-SECVR-FAILED TO TRUE
                    WHEN OTHER
                       MOVE CTL-REPORT-DATE TO WS-REPORT-DATE
                 END-EVALUATE
           END-READ.

           CLOSE CTL001.
       1500-READ-CONTROL-DATE-EXIT.
      *---------------------------*
           EXIT.
      *
      * WITHOUT THE AUTHORITY FILE THE REPORT STILL RUNS - EVERY
      * OPERATOR IS THEN SHOWN AS NOT ON FILE, WHICH IS ALSO WHAT
      * GETCLAIM WILL HAVE MADE OF THEM.
       1600-LOAD-AUTHORITY.
      *-------------------*
           OPEN INPUT AUTH001.

           IF NOT C-AUTH-OK THEN
              DISPLAY 'FILE OPEN ERROR: OPRAUTH ' WS-AUTH-FS
              GO TO 1600-LOAD-AUTHORITY-EXIT
           END-IF.

           MOVE 'N' TO AUTH-LASTREC.
           READ AUTH001
              AT END MOVE 'Y' TO AUTH-LASTREC
           END-READ.

           PERFORM UNTIL AUTH-LASTREC = 'Y'
                 IF WS-AUTH-COUNT >= 500 THEN
                    DISPLAY 'OPERATOR AUTHORITY TABLE FULL AT '
                            WS-AUTH-COUNT
                    MOVE 'Y' TO AUTH-LASTREC
                 ELSE
                    ADD 1 TO WS-AUTH-COUNT
                    MOVE OPA-OPERATOR-ID
                              TO WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                    MOVE OPA-DESCRIPTION
                              TO WS-AUTH-DESC (WS-AUTH-COUNT)

                    READ AUTH001
                       AT END MOVE 'Y' TO AUTH-LASTREC
                    END-READ
                 END-IF
           END-PERFORM.

           CLOSE AUTH001.
       1600-LOAD-AUTHORITY-EXIT.
      *------------------------*
           EXIT.
      *
       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-REPORT-DATE   TO HDR-REPORT-DATE.

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
      * ONLY THE REPORT DATE'S RETURN-CODE 09 REFUSALS ARE KEPT.
       3000-SORT-INPUT.
      *---------------*
           MOVE 'N' TO LASTREC.

           PERFORM 3500-READ-RECORD
              THRU 3500-READ-RECORD-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-ENTRY-COUNT

                 IF AUD-DATE = WS-REPORT-DATE THEN
                    ADD 1 TO WS-DAY-COUNT

                    IF AUD-STATUS = '09' THEN
                       PERFORM 4000-RELEASE-REFUSAL
                          THRU 4000-RELEASE-REFUSAL-EXIT
                    END-IF
                 END-IF

                 PERFORM 3500-READ-RECORD
                    THRU 3500-READ-RECORD-EXIT
           END-PERFORM.
       3000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
       3500-READ-RECORD.
      *----------------*
           READ IN001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3500-READ-RECORD-EXIT.
      *---------------------*
           EXIT.
      *
       4000-RELEASE-REFUSAL.
      *--------------------*
           MOVE 0 TO TYPE-SUB.
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 4
              IF AUD-COMMAND = WS-TYPE-COMMAND (SUB1) THEN
                 MOVE SUB1 TO TYPE-SUB
              END-IF
           END-PERFORM.

           IF TYPE-SUB = 0 THEN
              DISPLAY 'UNEXPECTED REFUSAL ENTRY : ' AUD-COMMAND
                      ' ' AUD-CLAIM-ID
              GO TO 4000-RELEASE-REFUSAL-EXIT
           END-IF.

           ADD 1 TO WS-REFUSAL-COUNT.
           ADD 1 TO WS-TYPE-REFUSALS (TYPE-SUB).

           MOVE SPACES TO WS-BEF-FIXED.
           MOVE SPACES TO WS-AFT-FIXED.

           IF AUD-BEFORE-REC-LEN > 8 THEN
              MOVE AUD-BEFORE-IMAGE(9:280) TO WS-BEF-FIXED
           END-IF.
           IF AUD-REC-LEN > 8 THEN
              MOVE AUD-REC-DATA(9:280)     TO WS-AFT-FIXED
           END-IF.

           MOVE AUD-OPERATOR-ID    TO SD-OPERATOR-ID.
           MOVE AUD-TIME           TO SD-TIME.
           MOVE TYPE-SUB           TO SD-TYPE-SUB.
           MOVE AUD-CLAIM-ID       TO SD-CLAIM-ID.
           MOVE SPACES             TO SD-OLD-STATUS SD-NEW-STATUS.

           IF TYPE-SUB = 2 OR TYPE-SUB = 4 THEN
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BEF-STATUS))
                                   TO SD-OLD-STATUS
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AFT-STATUS))
                                   TO SD-NEW-STATUS
           END-IF.

           RELEASE SD-REC.
       4000-RELEASE-REFUSAL-EXIT.
      *-------------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-OPERATOR-ID NOT = WS-PREV-OPERATOR THEN
                    IF WS-OPERATOR-COUNT > 0 THEN
                       PERFORM 5300-OPERATOR-TOTAL
                          THRU 5300-OPERATOR-TOTAL-EXIT
                    END-IF
                    PERFORM 5100-OPERATOR-HEADER
                       THRU 5100-OPERATOR-HEADER-EXIT
                 END-IF

                 PERFORM 5200-PRINT-REFUSAL
                    THRU 5200-PRINT-REFUSAL-EXIT

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           IF WS-OPERATOR-COUNT > 0 THEN
              PERFORM 5300-OPERATOR-TOTAL
                 THRU 5300-OPERATOR-TOTAL-EXIT
           ELSE
              WRITE OUTPUT-REC FROM WS-NONE-LINE
           END-IF.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5100-OPERATOR-HEADER.
      *--------------------*
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SD-OPERATOR-ID TO WS-PREV-OPERATOR.
           MOVE 0              TO WS-OPR-REFUSALS.

           MOVE '** NOT ON AUTHORITY FILE **'
                               TO WS-OPR-DESC.
           MOVE 0 TO TYPE-SUB.
           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-AUTH-COUNT OR TYPE-SUB > 0
              IF WS-AUTH-OPERATOR-ID (SUB1) = SD-OPERATOR-ID THEN
                 MOVE WS-AUTH-DESC (SUB1) TO WS-OPR-DESC
                 MOVE SUB1                TO TYPE-SUB
              END-IF
           END-PERFORM.

           IF TYPE-SUB = 0 THEN
              ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

           MOVE SD-OPERATOR-ID TO OPH-OPERATOR-ID.
           MOVE WS-OPR-DESC    TO OPH-DESC.
           WRITE OUTPUT-REC FROM WS-OPR-HDR-LINE.
       5100-OPERATOR-HEADER-EXIT.
      *-------------------------*
           EXIT.
      *
       5200-PRINT-REFUSAL.
      *------------------*
           ADD 1 TO WS-OPR-REFUSALS.

           MOVE SD-TIME                   TO WS-SD-TIME.
           MOVE SD-OPERATOR-ID            TO DTL-OPERATOR-ID.
           MOVE WS-SD-HH                  TO DTL-HH.
           MOVE WS-SD-MI                  TO DTL-MI.
           MOVE WS-SD-SS                  TO DTL-SS.
           MOVE WS-TYPE-DESC (SD-TYPE-SUB) TO DTL-ATTEMPT.
           MOVE SD-CLAIM-ID               TO DTL-CLAIM-ID.
           MOVE SD-OLD-STATUS             TO DTL-OLD-STATUS.
           MOVE SD-NEW-STATUS             TO DTL-NEW-STATUS.
           WRITE OUTPUT-REC FROM WS-DETAIL-LINE.
       5200-PRINT-REFUSAL-EXIT.
      *-----------------------*
           EXIT.
      *
       5300-OPERATOR-TOTAL.
      *-------------------*
           MOVE WS-PREV-OPERATOR TO OPT-OPERATOR-ID.
           MOVE WS-OPR-REFUSALS  TO OPT-COUNT.
           WRITE OUTPUT-REC FROM WS-OPR-TOTAL-LINE.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
       5300-OPERATOR-TOTAL-EXIT.
      *------------------------*
           EXIT.
      *
       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.

           PERFORM VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 4
              MOVE WS-TYPE-DESC (TYPE-SUB)     TO TYP-DESC
              MOVE WS-TYPE-REFUSALS (TYPE-SUB) TO TYP-COUNT
              WRITE OUTPUT-REC FROM WS-TYPE-LINE
           END-PERFORM.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.

           MOVE 'JOURNAL ENTRIES READ'       TO CNT-LABEL.
           MOVE WS-ENTRY-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'ENTRIES FOR THE REPORT DATE' TO CNT-LABEL.
           MOVE WS-DAY-COUNT                 TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'REFUSED MUTATIONS'          TO CNT-LABEL.
           MOVE WS-REFUSAL-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'OPERATORS WITH REFUSALS'    TO CNT-LABEL.
           MOVE WS-OPERATOR-COUNT            TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'OF WHICH NOT ON AUTHORITY FILE' TO CNT-LABEL.
           MOVE WS-UNKNOWN-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-TOTALS-EXIT.
      *-----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           IF C-AUDIT-OPEN THEN
              CLOSE IN001
           END-IF.
           CLOSE OUT001.

           DISPLAY 'SECURITY VIOLATION REPORT COMPLETE'.
           DISPLAY 'JOURNAL ENTRIES READ : ' WS-ENTRY-COUNT.
           DISPLAY 'REFUSED MUTATIONS : ' WS-REFUSAL-COUNT.
           DISPLAY 'OPERATORS WITH REFUSALS : ' WS-OPERATOR-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
