      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMLETR.
       AUTHOR.        DONGWON K.
      *
      * NIGHTLY CLAIMANT CORRESPONDENCE. READS THE DAY'S CLMAUDIT
      * ENTRIES (THE CTL001 CARD DATE, OR TODAY) AND WORKS OUT EACH
      * CLAIM EVENT A CLAIMANT MUST BE TOLD ABOUT FROM THE BEFORE
      * AND AFTER IMAGES GETCLAIM JOURNALS:
      *   ACKNOWL - A NEW CLAIM (INSERT).
      *   AWARD   - THE WBA/MBA ZONES WERE SET OR CHANGED.
      *   REOPEN  - STATUS CLOSED TO ADJUDICATED.
      *   EXHAUST - STATUS MOVED TO EXHAUSTED.
      *   CLOSURE - STATUS MOVED TO CLOSED.
      * ONE UPDATE CAN RAISE MORE THAN ONE EVENT. REFUSED ENTRIES
      * (NON-ZERO STATUS) NEVER CHANGED THE CLAIM AND RAISE NONE.
      * EACH EVENT PRINTS ONE LETTER ON OUTLTRS FROM THE LINES OF
      * THE INLTRTPL TEMPLATE FILE FOR ITS LETTER TYPE, SORTED BY
      * LETTER TYPE AND CLAIM SO THE MAIL ROOM CAN BATCH THEM. A
      * TEMPLATE LINE MAY CARRY THESE FIXED-WIDTH FIELDS, WHICH ARE
      * REPLACED IN PLACE:
      *   &CLMID&&    CLAIM ID                    (8)
      *   &LTRDATE&&  LETTER DATE MM/DD/YYYY      (10)
      *   &WBA&&&&&   WEEKLY BENEFIT AMOUNT       (9)
      *   &MBA&&&&&&  MAXIMUM BENEFIT AMOUNT      (10)
      *   &STATUS&&&& NEW CLAIM STATUS            (11)
      *   &OLDSTAT&&& PRIOR CLAIM STATUS          (11)
      * OUTLTRCT IS THE MAILING CONTROL REPORT - EVENTS AND LETTERS
      * PRINTED BY LETTER TYPE - SO WHAT WAS PRINTED CAN BE
      * BALANCED. AN EVENT WHOSE TYPE HAS NO TEMPLATE LINES IS NOT
      * PRINTED, IS LISTED ON THE CONTROL REPORT AND ENDS THE RUN
      * WITH RETURN CODE 8; NO TEMPLATE FILE AT ALL IS 16, AS IS A
      * LETTER DATE CARD THAT IS NOT A YYYYMMDD DATE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INAUDIT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT TPL001 ASSIGN TO INLTRTPL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-TPL-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTLTRS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT OUT002 ASSIGN TO OUTLTRCT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * LETTER DATE - SAME SINGLE-CARD PATTERN AS CLMOVAGE'S AS-OF
      * DATE. NO CARD MEANS TODAY'S ENTRIES.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTLETR.

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

      * ONE TEMPLATE LINE - THE LETTER TYPE IT BELONGS TO AND THE
      * TEXT. A TYPE'S LINES PRINT IN THE ORDER THEY ARE ON FILE.
       FD  TPL001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TPL-REC.
       01  TPL-REC.
           05 TPL-TYPE                      PIC X(08).
           05 FILLER                        PIC X(01).
           05 TPL-TEXT                      PIC X(71).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LETTER-REC.
       01  LETTER-REC           PIC X(133).

       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 08 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-LETTER-DATE          PIC 9(08).

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-TYPE-SUB              PIC 9(01).
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-TIME                  PIC 9(08).
           05  SD-OLD-STATUS            PIC X(11).
           05  SD-NEW-STATUS            PIC X(11).
           05  SD-WBA                   PIC 9(05)V99.
           05  SD-MBA                   PIC 9(05)V99.

       WORKING-STORAGE SECTION.

       77  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-DAY-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-EVENT-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-LETTER-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-NO-TPL-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-TPL-COUNT         PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 TPL-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-LETTER-OK       VALUE ' '.
           88 C-LETTER-FAILED   VALUE 'F'.

       01  WS-TPL-FILE-STATUS.
           05 WS-TPL-FS                     PIC X(02).
              88 C-TPL-OK                   VALUE '00'.
              88 C-TPL-NOTEXST              VALUE '35'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 TYPE-SUB          PIC 9(03) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-LETTER-DATE       PIC 9(08) VALUE 0.
       01  WS-LETTER-DATE-PARTS REDEFINES WS-LETTER-DATE.
           05 WS-LTR-YEAR       PIC 9(04).
           05 WS-LTR-MONTH      PIC 9(02).
           05 WS-LTR-DAY        PIC 9(02).

      * THE VALUES A TEMPLATE LINE'S FIELDS ARE REPLACED WITH. EACH
      * IS EXACTLY AS WIDE AS ITS FIELD.
       01  WS-LTR-DATE-EDIT.
           05 WS-LTR-DATE-MM    PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-LTR-DATE-DD    PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-LTR-DATE-YYYY  PIC 9(04).
       01  WS-WBA-EDIT          PIC ZZ,ZZ9.99.
       01  WS-MBA-EDIT          PIC ZZZ,ZZ9.99.
       01  WS-STATUS-EDIT       PIC X(11).
       01  WS-OLD-STATUS-EDIT   PIC X(11).

      * THE BEFORE AND AFTER CLAIMS AREAS OF ONE JOURNAL ENTRY, IN
      * THE FIXED-POSITION LAYOUT GETCLAIM POLICES.
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

       01  WS-OLD-STATUS        PIC X(12) VALUE SPACES.
       01  WS-NEW-STATUS        PIC X(12) VALUE SPACES.

      * LETTER TYPES, IN THE ORDER THEY ARE PRINTED AND REPORTED.
       01  WS-TYPE-VALUES.
           05 FILLER            PIC X(08) VALUE 'ACKNOWL'.
           05 FILLER            PIC X(30) VALUE
              'CLAIM FILING ACKNOWLEDGMENT'.
           05 FILLER            PIC X(08) VALUE 'AWARD'.
           05 FILLER            PIC X(30) VALUE
              'MONETARY AWARD'.
           05 FILLER            PIC X(08) VALUE 'REOPEN'.
           05 FILLER            PIC X(30) VALUE
              'CLAIM REOPENED'.
           05 FILLER            PIC X(08) VALUE 'EXHAUST'.
           05 FILLER            PIC X(30) VALUE
              'BENEFITS EXHAUSTED'.
           05 FILLER            PIC X(08) VALUE 'CLOSURE'.
           05 FILLER            PIC X(30) VALUE
              'CLAIM CLOSED'.

       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ROW       OCCURS 5 TIMES.
              10 WS-TYPE-CODE   PIC X(08).
              10 WS-TYPE-DESC   PIC X(30).

       01  WS-TYPE-TOTALS.
           05 WS-TYPE-TOT-ROW   OCCURS 5 TIMES.
              10 WS-TYPE-EVENTS  PIC 9(07) COMP-3.
              10 WS-TYPE-LETTERS PIC 9(07) COMP-3.
              10 WS-TYPE-TPL-LINES PIC 9(05) COMP-3.

      * THE TEMPLATE FILE, LOADED ONCE AT START-UP.
       01  WS-TPL-TABLE.
           05 WS-TPL-ROW        OCCURS 500 TIMES.
              10 WS-TPL-TYPE    PIC X(08).
              10 WS-TPL-TEXT    PIC X(71).

       01  WS-LTR-TEXT          PIC X(71) VALUE SPACES.

      * EVENTS WITH NO TEMPLATE, LISTED ON THE CONTROL REPORT.
       01  WS-NO-TPL-TBL-COUNT  PIC 9(05) COMP VALUE 0.
       01  WS-NO-TPL-TABLE.
           05 WS-NO-TPL-ROW     OCCURS 500 TIMES.
              10 WS-NO-TPL-ID   PIC X(08).
              10 WS-NO-TPL-TYPE PIC X(08).

       01  WS-LETTER-BANNER.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'LETTER NO: '.
           05  BNR-LETTER-NO    PIC 9(07).
           05  FILLER           PIC X(09) VALUE '   TYPE: '.
           05  BNR-TYPE         PIC X(08).
           05  FILLER           PIC X(10) VALUE '   CLAIM: '.
           05  BNR-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(09) VALUE '   DATE: '.
           05  BNR-DATE         PIC X(10).
           05  FILLER           PIC X(51) VALUE SPACES.

       01  WS-LETTER-LINE.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  LTR-TEXT         PIC X(71).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-LETTER-END-LN.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X(71) VALUE ALL '='.
           05  FILLER           PIC X(52) VALUE SPACES.

       01  HEADER-1.
           05  FILLER           PIC X(50) VALUE SPACES.
           05  FILLER           PIC X(22) VALUE
           'Mailing Control Report'.
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
           05  FILLER           PIC X(21) VALUE 'JOURNAL DATE       : '.
           05  HDR-LETTER-DATE  PIC 9(08).
           05  FILLER           PIC X(104) VALUE SPACES.

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'TYPE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE ' EVENTS'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'LETTERS'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'TPL LNS'.
           05  FILLER           PIC X(60) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-TYPE-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TYP-CODE         PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  TYP-DESC         PIC X(30).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  TYP-EVENTS       PIC ZZZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  TYP-LETTERS      PIC ZZZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  TYP-TPL-LINES    PIC ZZZZZZ9.
           05  FILLER           PIC X(60) VALUE SPACES.

       01  WS-NO-TPL-HDR.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(50) VALUE
               'EVENTS NOT PRINTED - NO TEMPLATE FOR LETTER TYPE'.
           05  FILLER           PIC X(81) VALUE SPACES.

       01  WS-NO-TPL-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  NTP-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  NTP-TYPE         PIC X(08).
           05  FILLER           PIC X(110) VALUE SPACES.

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

           IF C-LETTER-OK THEN
              PERFORM 1600-LOAD-TEMPLATES
                 THRU 1600-LOAD-TEMPLATES-EXIT
           END-IF.

           IF C-LETTER-OK THEN
              SORT SORT-FILE ON ASCENDING KEY SD-TYPE-SUB
                                              SD-CLAIM-ID
                                              SD-TIME
                  INPUT PROCEDURE  IS 3000-SORT-INPUT
                  OUTPUT PROCEDURE IS 5000-SORT-OUTPUT
           END-IF.

           PERFORM 8000-WRITE-CONTROL-REPORT
              THRU 8000-WRITE-CONTROL-REPORT-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * NO TEMPLATES OR NO USABLE LETTER DATE MEANS NO LETTERS AT
      * ALL; AN EVENT LEFT UNPRINTED FOR WANT OF A TEMPLATE NEEDS
      * SOMEONE TO ADD THE TEMPLATE AND RERUN THE DAY.
           EVALUATE TRUE
              WHEN C-LETTER-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN WS-NO-TPL-COUNT > 0
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
       1000-OPEN-FILES.
      *---------------*
           INITIALIZE WS-TYPE-TOTALS.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-LETTER-DATE.

           OPEN INPUT  IN001.
           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
       1500-READ-CONTROL-DATE.
      *----------------------*
           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO LETTER DATE CONTROL RECORD SUPPLIED - '
                         'USING ' WS-LETTER-DATE
              NOT AT END
                 EVALUATE TRUE
                    WHEN CTL-LETTER-DATE NOT NUMERIC
                    WHEN FUNCTION TEST-DATE-YYYYMMDD
                                  (CTL-LETTER-DATE) NOT = 0
                       DISPLAY 'BAD LETTER DATE ON CONTROL RECORD : '
                               CTL-INPUT-REC
                       SET C-LETTER-FAILED TO TRUE
                    WHEN OTHER
                       MOVE CTL-LETTER-DATE TO WS-LETTER-DATE
                 END-EVALUATE
           END-READ.

           CLOSE CTL001.

           MOVE WS-LTR-MONTH TO WS-LTR-DATE-MM.
           MOVE WS-LTR-DAY   TO WS-LTR-DATE-DD.
           MOVE WS-LTR-YEAR  TO WS-LTR-DATE-YYYY.
       1500-READ-CONTROL-DATE-EXIT.
      *---------------------------*
           EXIT.
      *
       1600-LOAD-TEMPLATES.
      *-------------------*
           OPEN INPUT TPL001.

           IF NOT C-TPL-OK THEN
              DISPLAY 'FILE OPEN ERROR: INLTRTPL ' WS-TPL-FS
              SET C-LETTER-FAILED TO TRUE
              GO TO 1600-LOAD-TEMPLATES-EXIT
           END-IF.

           MOVE 'N' TO TPL-LASTREC.
           READ TPL001
              AT END MOVE 'Y' TO TPL-LASTREC
           END-READ.

           PERFORM UNTIL TPL-LASTREC = 'Y'
                 IF WS-TPL-COUNT >= 500 THEN
                    DISPLAY 'LETTER TEMPLATE TABLE FULL AT '
                            WS-TPL-COUNT
                    SET C-LETTER-FAILED TO TRUE
                    MOVE 'Y' TO TPL-LASTREC
                 ELSE
                    ADD 1 TO WS-TPL-COUNT
                    MOVE TPL-TYPE TO WS-TPL-TYPE (WS-TPL-COUNT)
                    MOVE TPL-TEXT TO WS-TPL-TEXT (WS-TPL-COUNT)

                    PERFORM VARYING TYPE-SUB FROM 1 BY 1
                            UNTIL TYPE-SUB > 5
                       IF TPL-TYPE = WS-TYPE-CODE (TYPE-SUB) THEN
                          ADD 1 TO WS-TYPE-TPL-LINES (TYPE-SUB)
                       END-IF
                    END-PERFORM

                    READ TPL001
                       AT END MOVE 'Y' TO TPL-LASTREC
                    END-READ
                 END-IF
           END-PERFORM.

           CLOSE TPL001.
       1600-LOAD-TEMPLATES-EXIT.
      *------------------------*
           EXIT.
      *
      * ONLY THE LETTER DATE'S ENTRIES THAT GETCLAIM COMPLETED
      * CLEANLY ARE LOOKED AT.
       3000-SORT-INPUT.
      *---------------*
           MOVE 'N' TO LASTREC.

           PERFORM 3500-READ-RECORD
              THRU 3500-READ-RECORD-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-ENTRY-COUNT

                 IF AUD-DATE = WS-LETTER-DATE AND
                    AUD-STATUS = '00' THEN
                    ADD 1 TO WS-DAY-COUNT

                    EVALUATE AUD-COMMAND
                       WHEN 'INSERT'
                          PERFORM 4000-INSERT-EVENTS
                             THRU 4000-INSERT-EVENTS-EXIT
                       WHEN 'UPDATE'
                          PERFORM 4100-UPDATE-EVENTS
                             THRU 4100-UPDATE-EVENTS-EXIT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
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
       4000-INSERT-EVENTS.
      *------------------*
           MOVE SPACES             TO WS-BEF-FIXED.
           MOVE AUD-REC-DATA(9:280) TO WS-AFT-FIXED.

           PERFORM 4200-EXTRACT-STATUSES
              THRU 4200-EXTRACT-STATUSES-EXIT.

           MOVE 1 TO TYPE-SUB.
           PERFORM 4500-RELEASE-EVENT
              THRU 4500-RELEASE-EVENT-EXIT.
       4000-INSERT-EVENTS-EXIT.
      *-----------------------*
           EXIT.
      *
      * AN AWARD IS A CHANGE TO EITHER AMOUNT ZONE THAT LEAVES A WBA
      * IN PLACE; THE STATUS LETTERS ONLY FIRE ON A REAL MOVE.
       4100-UPDATE-EVENTS.
      *------------------*
           MOVE AUD-BEFORE-IMAGE(9:280) TO WS-BEF-FIXED.
           MOVE AUD-REC-DATA(9:280)     TO WS-AFT-FIXED.

           PERFORM 4200-EXTRACT-STATUSES
              THRU 4200-EXTRACT-STATUSES-EXIT.

           IF AFT-WBA NOT = SPACES AND
              (AFT-WBA NOT = BEF-WBA OR AFT-MBA NOT = BEF-MBA) THEN
              MOVE 2 TO TYPE-SUB
              PERFORM 4500-RELEASE-EVENT
                 THRU 4500-RELEASE-EVENT-EXIT
           END-IF.

           IF WS-NEW-STATUS NOT = WS-OLD-STATUS THEN
              EVALUATE TRUE
                 WHEN WS-OLD-STATUS = 'CLOSED' AND
                      WS-NEW-STATUS = 'ADJUDICATED'
                    MOVE 3 TO TYPE-SUB
                    PERFORM 4500-RELEASE-EVENT
                       THRU 4500-RELEASE-EVENT-EXIT
                 WHEN WS-NEW-STATUS = 'EXHAUSTED'
                    MOVE 4 TO TYPE-SUB
                    PERFORM 4500-RELEASE-EVENT
                       THRU 4500-RELEASE-EVENT-EXIT
                 WHEN WS-NEW-STATUS = 'CLOSED'
                    MOVE 5 TO TYPE-SUB
                    PERFORM 4500-RELEASE-EVENT
                       THRU 4500-RELEASE-EVENT-EXIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       4100-UPDATE-EVENTS-EXIT.
      *-----------------------*
           EXIT.
      *
       4200-EXTRACT-STATUSES.
      *---------------------*
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BEF-STATUS))
                                   TO WS-OLD-STATUS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AFT-STATUS))
                                   TO WS-NEW-STATUS.
       4200-EXTRACT-STATUSES-EXIT.
      *--------------------------*
           EXIT.
      *
       4500-RELEASE-EVENT.
      *------------------*
           ADD 1 TO WS-EVENT-COUNT.
           ADD 1 TO WS-TYPE-EVENTS (TYPE-SUB).

           MOVE TYPE-SUB           TO SD-TYPE-SUB.
           MOVE AUD-CLAIM-ID       TO SD-CLAIM-ID.
           MOVE AUD-TIME           TO SD-TIME.
           MOVE WS-OLD-STATUS      TO SD-OLD-STATUS.
           MOVE WS-NEW-STATUS      TO SD-NEW-STATUS.
           MOVE 0                  TO SD-WBA SD-MBA.

           IF AFT-WBA NOT = SPACES THEN
              COMPUTE SD-WBA = FUNCTION NUMVAL(AFT-WBA)
           END-IF.
           IF AFT-MBA NOT = SPACES THEN
              COMPUTE SD-MBA = FUNCTION NUMVAL(AFT-MBA)
           END-IF.

           RELEASE SD-REC.
       4500-RELEASE-EVENT-EXIT.
      *-----------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 MOVE SD-TYPE-SUB TO TYPE-SUB

                 IF WS-TYPE-TPL-LINES (TYPE-SUB) = 0 THEN
                    PERFORM 5500-STACK-NO-TEMPLATE
                       THRU 5500-STACK-NO-TEMPLATE-EXIT
                 ELSE
                    PERFORM 5100-PRINT-LETTER
                       THRU 5100-PRINT-LETTER-EXIT
                 END-IF

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
       5100-PRINT-LETTER.
      *-----------------*
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO WS-TYPE-LETTERS (TYPE-SUB).

           MOVE SD-WBA             TO WS-WBA-EDIT.
           MOVE SD-MBA             TO WS-MBA-EDIT.
           MOVE SD-NEW-STATUS      TO WS-STATUS-EDIT.
           MOVE SD-OLD-STATUS      TO WS-OLD-STATUS-EDIT.

           MOVE WS-LETTER-COUNT            TO BNR-LETTER-NO.
           MOVE WS-TYPE-CODE (TYPE-SUB)    TO BNR-TYPE.
           MOVE SD-CLAIM-ID                TO BNR-CLAIM-ID.
           MOVE WS-LTR-DATE-EDIT           TO BNR-DATE.
           WRITE LETTER-REC FROM WS-LETTER-BANNER.
           WRITE LETTER-REC FROM WS-EMPTY-LN.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-TPL-COUNT
              IF WS-TPL-TYPE (SUB1) = WS-TYPE-CODE (TYPE-SUB) THEN
                 PERFORM 5200-PRINT-TEMPLATE-LINE
                    THRU 5200-PRINT-TEMPLATE-LINE-EXIT
              END-IF
           END-PERFORM.

           WRITE LETTER-REC FROM WS-EMPTY-LN.
           WRITE LETTER-REC FROM WS-LETTER-END-LN.
           WRITE LETTER-REC FROM WS-EMPTY-LN.
       5100-PRINT-LETTER-EXIT.
      *----------------------*
           EXIT.
      *
       5200-PRINT-TEMPLATE-LINE.
      *------------------------*
           MOVE WS-TPL-TEXT (SUB1) TO WS-LTR-TEXT.

           INSPECT WS-LTR-TEXT
              REPLACING ALL '&CLMID&&'    BY SD-CLAIM-ID
                        ALL '&LTRDATE&&'  BY WS-LTR-DATE-EDIT
                        ALL '&WBA&&&&&'   BY WS-WBA-EDIT
                        ALL '&MBA&&&&&&'  BY WS-MBA-EDIT
                        ALL '&STATUS&&&&' BY WS-STATUS-EDIT
                        ALL '&OLDSTAT&&&' BY WS-OLD-STATUS-EDIT.

           MOVE WS-LTR-TEXT TO LTR-TEXT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
       5200-PRINT-TEMPLATE-LINE-EXIT.
      *-----------------------------*
           EXIT.
      *
       5500-STACK-NO-TEMPLATE.
      *----------------------*
           ADD 1 TO WS-NO-TPL-COUNT.

           IF WS-NO-TPL-TBL-COUNT < 500 THEN
              ADD 1 TO WS-NO-TPL-TBL-COUNT
              MOVE SD-CLAIM-ID
                 TO WS-NO-TPL-ID (WS-NO-TPL-TBL-COUNT)
              MOVE WS-TYPE-CODE (TYPE-SUB)
                 TO WS-NO-TPL-TYPE (WS-NO-TPL-TBL-COUNT)
           END-IF.
       5500-STACK-NO-TEMPLATE-EXIT.
      *---------------------------*
           EXIT.
      *
       8000-WRITE-CONTROL-REPORT.
      *-------------------------*
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-LETTER-DATE   TO HDR-LETTER-DATE.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
           WRITE OUTPUT-REC FROM HEADER-3.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-4.
           WRITE OUTPUT-REC FROM HEADER-5.

           PERFORM VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 5
              MOVE WS-TYPE-CODE (TYPE-SUB)      TO TYP-CODE
              MOVE WS-TYPE-DESC (TYPE-SUB)      TO TYP-DESC
              MOVE WS-TYPE-EVENTS (TYPE-SUB)    TO TYP-EVENTS
              MOVE WS-TYPE-LETTERS (TYPE-SUB)   TO TYP-LETTERS
              MOVE WS-TYPE-TPL-LINES (TYPE-SUB) TO TYP-TPL-LINES
              WRITE OUTPUT-REC FROM WS-TYPE-LINE
           END-PERFORM.

           MOVE SPACES           TO TYP-CODE.
           MOVE 'ALL LETTER TYPES' TO TYP-DESC.
           MOVE WS-EVENT-COUNT   TO TYP-EVENTS.
           MOVE WS-LETTER-COUNT  TO TYP-LETTERS.
           MOVE WS-TPL-COUNT     TO TYP-TPL-LINES.
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM WS-TYPE-LINE.

           IF WS-NO-TPL-TBL-COUNT > 0 THEN
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
              WRITE OUTPUT-REC FROM WS-NO-TPL-HDR

              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-NO-TPL-TBL-COUNT
                 MOVE WS-NO-TPL-ID (SUB1)   TO NTP-CLAIM-ID
                 MOVE WS-NO-TPL-TYPE (SUB1) TO NTP-TYPE
                 WRITE OUTPUT-REC FROM WS-NO-TPL-LINE
              END-PERFORM
           END-IF.

           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE 'JOURNAL ENTRIES READ'       TO CNT-LABEL.
           MOVE WS-ENTRY-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'ENTRIES FOR THE LETTER DATE' TO CNT-LABEL.
           MOVE WS-DAY-COUNT                 TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'LETTER EVENTS'              TO CNT-LABEL.
           MOVE WS-EVENT-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'LETTERS PRINTED'            TO CNT-LABEL.
           MOVE WS-LETTER-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'EVENTS NOT PRINTED - NO TEMPLATE' TO CNT-LABEL.
           MOVE WS-NO-TPL-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-CONTROL-REPORT-EXIT.
      *------------------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           CLOSE IN001.
           CLOSE OUT001.
           CLOSE OUT002.

           DISPLAY 'CLAIMANT CORRESPONDENCE COMPLETE'.
           DISPLAY 'JOURNAL ENTRIES READ : ' WS-ENTRY-COUNT.
           DISPLAY 'LETTER EVENTS : ' WS-EVENT-COUNT.
           DISPLAY 'LETTERS PRINTED : ' WS-LETTER-COUNT.
           DISPLAY 'EVENTS WITH NO TEMPLATE : ' WS-NO-TPL-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
