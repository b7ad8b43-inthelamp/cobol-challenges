      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMAPPL.
       AUTHOR.        DONGWON K.
      *
      * APPEALS MAINTENANCE. APPLIES A BATCH OF APPEAL TRANSACTIONS,
      * IN THE SAME 300-BYTE SHAPE AS UNEMPCLM'S INTRANS, TO THE
      * APPEALS KEYED FILE (CLAIM ID PLUS APPEAL SEQUENCE, SO ONE
      * CLAIM CAN CARRY ANY NUMBER OF APPEALS OVER ITS LIFE):
      *   'F' FILES A NEW APPEAL - THE NEXT SEQUENCE FOR THE CLAIM IS
      *       ASSIGNED HERE, THE CARD ONLY SUPPLIES DATE AND ISSUE.
      *   'H' SCHEDULES (OR RESCHEDULES) THE HEARING.
      *   'D' RECORDS THE DECISION - W CLAIMANT WINS, L AFFIRMED,
      *       D DISMISSED, R WITHDRAWN.
      *   'E' END OF INPUT.
      * A CLAIMANT-WINS DECISION ON A CLOSED CLAIM REOPENS IT, AND
      * ALWAYS THROUGH GETCLAIM - A REFERENCED 'A' UPDATE OF THE
      * STATUS TO ADJUDICATED, SO THE LIFECYCLE CHECK STILL POLICES
      * IT AND THE CLMAUDIT JOURNAL CARRIES AN UPDREF ENTRY NAMING
      * THE APPEAL RIGHT BEHIND THE UPDATE. IF THE REOPEN IS REFUSED
      * THE DECISION IS NOT RECORDED EITHER, SO THE TWO CANNOT DRIFT
      * APART. ANY CARD THAT FAILS VALIDATION GOES TO APLREJCT WITH
      * A REASON, THE SAME DIVERSION UNEMPCLM USES FOR OUTREJCT.
      * A TRANSACTION FILE THAT WILL NOT OPEN, OR A GETCLAIM SESSION
      * THAT WILL NOT OPEN, STOPS THE RUN RETURN CODE 16 BEFORE ANY
      * CARD IS APPLIED.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN001 ASSIGN TO INAPPL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT APL001 ASSIGN TO APPEALS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APL-KEY
              FILE STATUS IS WS-APL-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTAPPL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * REJECT FILE - RAW TRANSACTION PLUS REASON, THE SAME LAYOUT
      * AS UNEMPCLM'S OUTREJCT.
           SELECT OUT002 ASSIGN TO APLREJCT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TRANS-INPUT-REC.
       01  TRANS-INPUT-REC           PIC X(300).

      * ONE RECORD PER APPEAL. A ZERO HEARING DATE IS "NOT YET
      * SCHEDULED"; A SPACE DECISION IS "STILL OPEN". APL-REOPEN-SW
      * SAYS WHAT A CLAIMANT-WINS DECISION DID TO THE CLAIM.
       FD  APL001
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS APL-REC.
       01  APL-REC.
           05 APL-KEY.
              10 APL-CLAIM-ID        PIC X(08).
              10 APL-SEQ             PIC 9(03).
           05 FILLER                 PIC X(01).
           05 APL-FILED-DATE         PIC 9(08).
           05 FILLER                 PIC X(01).
           05 APL-ISSUE              PIC X(30).
           05 FILLER                 PIC X(01).
           05 APL-HEARING-DATE       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 APL-DECISION           PIC X(01).
              88 C-APL-OPEN          VALUE ' '.
              88 C-APL-WON           VALUE 'W'.
              88 C-APL-AFFIRMED      VALUE 'L'.
              88 C-APL-DISMISSED     VALUE 'D'.
              88 C-APL-WITHDRAWN     VALUE 'R'.
           05 FILLER                 PIC X(01).
           05 APL-DECISION-DATE      PIC 9(08).
           05 FILLER                 PIC X(01).
           05 APL-REOPEN-SW          PIC X(01).
              88 C-APL-REOPENED      VALUE 'Y'.
              88 C-APL-NOT-REOPENED  VALUE 'N'.
           05 FILLER                 PIC X(01).
           05 APL-LAST-OPERATOR      PIC X(08).
           05 FILLER                 PIC X(01).
           05 APL-LAST-UPD-DATE      PIC 9(08).
           05 FILLER                 PIC X(09).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       FD  OUT002 RECORDING MODE F
           RECORD CONTAINS 332 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REJECT-OUTPUT-REC.
       01  REJECT-OUTPUT-REC.
           05 REJ-RAW-REC             PIC X(300).
           05 FILLER                  PIC X(02).
           05 REJ-REASON              PIC X(30).

       WORKING-STORAGE SECTION.

       77  WS-TRANS-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-FILED-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-HEARING-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-DECISION-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-REOPEN-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-REJECT-COUNT      PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 APL-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-APPEAL-OK       VALUE ' '.
           88 C-APPEAL-FAILED   VALUE 'F'.

       01  WS-OPEN-SWITCHES.
           05 WS-TRN-OPEN-SW    PIC X(01) VALUE 'N'.
              88 C-TRN-OPEN          VALUE 'Y'.
           05 WS-APL-OPEN-SW    PIC X(01) VALUE 'N'.
              88 C-APL-FILE-OPEN     VALUE 'Y'.
           05 WS-SESSION-SW     PIC X(01) VALUE 'N'.
              88 C-SESSION-OPEN      VALUE 'Y'.

       01  WS-TRN-FILE-STATUS.
           05 WS-TRN-FS                     PIC X(02).
              88 C-TRN-OK                   VALUE '00'.

       01  WS-APL-FILE-STATUS.
           05 WS-APL-FS                     PIC X(02).
              88 C-APL-OK                   VALUE '00'.
              88 C-APL-ENDFILE              VALUE '10'.
              88 C-APL-NOTFND               VALUE '23'.
              88 C-APL-NOTEXST              VALUE '35'.
              88 C-APL-OPEN-NORMAL          VALUE '97'.

      * THE APPEAL TRANSACTION. ONE DATA LAYOUT SERVES ALL THREE
      * COMMANDS - THE EVENT DATE IS THE FILED DATE ON 'F', THE
      * HEARING DATE ON 'H' AND THE DECISION DATE ON 'D'. THE
      * SEQUENCE IS IGNORED ON 'F', WHERE IT IS ASSIGNED.
       01  WS-INPUT-REC.
           05 WS-INP-CMD                    PIC X(01).
              88 C-CMD-FILE                 VALUE 'F'.
              88 C-CMD-HEARING              VALUE 'H'.
              88 C-CMD-DECISION             VALUE 'D'.
              88 C-CMD-EOF                  VALUE 'E'.
           05 FILLER                        PIC X(01).
           05 WS-INP-ID                     PIC X(08).
           05 FILLER                        PIC X(01).
           05 WS-INP-DATA                   PIC X(280).
           05 WS-INP-APPEAL                 REDEFINES WS-INP-DATA.
              10 WS-INP-SEQ                 PIC X(03).
              10 WS-INP-SEQ-NUM             REDEFINES WS-INP-SEQ
                                            PIC 9(03).
              10 FILLER                     PIC X(01).
              10 WS-INP-EVENT-DATE          PIC X(08).
              10 WS-INP-EVENT-DATE-NUM      REDEFINES
                                            WS-INP-EVENT-DATE
                                            PIC 9(08).
              10 FILLER                     PIC X(01).
              10 WS-INP-DECISION            PIC X(01).
                 88 C-INP-VALID-DECISION    VALUE 'W' 'L' 'D' 'R'.
                 88 C-INP-WON               VALUE 'W'.
              10 FILLER                     PIC X(01).
              10 WS-INP-ISSUE               PIC X(30).
              10 FILLER                     PIC X(235).
           05 FILLER                        PIC X(01).
           05 WS-INP-OPERATOR               PIC X(08).

       01  WS-TRANS-SW                      PIC X(01) VALUE 'Y'.
           88 C-TRANS-VALID                 VALUE 'Y'.
           88 C-TRANS-INVALID               VALUE 'N'.

       01  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-NEXT-SEQ          PIC 9(03) VALUE 0.
       01  WS-CLAIM-STATUS      PIC X(12) VALUE SPACES.
       01  WS-APPLY-NOTE        PIC X(30) VALUE SPACES.

      * THE FIXED-POSITION CLAIMS AREA GETCLAIM HANDS BACK.
       01  WS-FIXED-CLAIMS.
           05 CLF-DATE-TIME     PIC X(19).
           05 CLF-BUCKETS.
              10 CLF-BUCKET     OCCURS 47 PIC X(05).
           05 CLF-STATUS        PIC X(11).
           05 CLF-WBA           PIC X(07).
           05 CLF-MBA           PIC X(08).

      * THE JOURNAL REFERENCE A REOPEN CARRIES INTO CLMAUDIT.
       01  WS-REOPEN-REF.
           05 FILLER            PIC X(07) VALUE 'APPEAL '.
           05 REF-SEQ           PIC 9(03).
           05 FILLER            PIC X(05) VALUE ' WON '.
           05 REF-DATE          PIC 9(08).
           05 FILLER            PIC X(07) VALUE SPACES.

       01  WS-NUM-OF-RECS       PIC 9(03) VALUE 1.

       01  WS-SEARCH-DATA.
           05 WS-SEARCH-CMD          PIC X(01) VALUE 'R'.
           05 WS-SEARCH-REC.
              10 WS-SEARCH-ID        PIC X(08) VALUE SPACES.
              10 WS-SEARCH-CLAIMS    PIC X(280) VALUE SPACES.
           05 WS-COMPARE-REC         PIC X(280) VALUE SPACES.
           05 WS-SEARCH-OPERATOR     PIC X(08) VALUE 'CLMAPPL'.
           05 WS-AUDIT-REF           PIC X(30) VALUE SPACES.

       01  WS-RETURN-DATA.
           05 FILLER                 OCCURS 1 TO 200
                                     DEPENDING ON WS-NUM-OF-RECS.
              10 WS-RETURN-REC-LEN   PIC 9(03) COMP.
              10 WS-RETURN-ID        PIC X(08).
              10 WS-RETURN-REC       PIC X(280).

       01  WS-RETURN-CODE            PIC X(02).
           88 C-STATUS-OK            VALUE '00'.
           88 C-STATUS-NOTFND        VALUE '04'.
           88 C-STATUS-ABEND         VALUE '12'.

       01  HEADER-1.
           05  FILLER           PIC X(48) VALUE SPACES.
           05  FILLER           PIC X(26) VALUE
           'Appeals Maintenance Report'.
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

       01  HEADER-4.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(03) VALUE 'SEQ'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(16) VALUE 'ACTION'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'DATE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'ISSUE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'NOTE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'OPERATOR'.
           05  FILLER           PIC X(08) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-DETAIL-REC.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DTL-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-SEQ          PIC 9(03).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-ACTION       PIC X(16).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-DATE         PIC 9(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-ISSUE        PIC X(30).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-NOTE         PIC X(30).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DTL-OPERATOR     PIC X(08).
           05  FILLER           PIC X(08) VALUE SPACES.

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

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           IF C-APPEAL-OK THEN
              PERFORM 3000-PROC-TRANS
                 THRU 3000-PROC-TRANS-EXIT
           END-IF.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A RUN THAT NEVER REACHED THE APPEALS FILE, OR LOST GETCLAIM
      * PART WAY, MUST NOT LOOK LIKE A CLEAN ONE - SAME RETURN-CODE
      * CONVENTION UNEMPCLM USES. REJECTED CARDS ALONE DO NOT FAIL
      * THE RUN; THEY ARE ON APLREJCT FOR THE APPEALS UNIT.
           IF C-APPEAL-FAILED THEN
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0  TO RETURN-CODE
           END-IF.

           GOBACK.
      *
      * THE APPEALS FILE IS CREATED ON THE VERY FIRST RUN, WHEN
      * THERE IS NOTHING TO OPEN I-O YET. THE REPORTS ARE OPENED
      * FIRST SO A RUN THAT STOPS HERE STILL SAYS SO ON OUTAPPL.
       1000-OPEN-FILES.
      *---------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-DATA.

           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.

           OPEN INPUT  IN001.

           IF NOT C-TRN-OK THEN
              DISPLAY 'FILE OPEN ERROR: INAPPL ' WS-TRN-FS
              SET C-APPEAL-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-TRN-OPEN TO TRUE.

           OPEN I-O APL001.

           IF C-APL-NOTEXST THEN
              OPEN OUTPUT APL001
              CLOSE APL001
              OPEN I-O APL001
           END-IF.

           IF NOT C-APL-OK AND NOT C-APL-OPEN-NORMAL THEN
              DISPLAY 'FILE OPEN ERROR: APPEALS ' WS-APL-FS
              SET C-APPEAL-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-APL-FILE-OPEN TO TRUE.

      * ONE GETCLAIM SESSION FOR EVERY CLAIM LOOK-UP AND REOPEN.
      * WITHOUT IT NO DECISION COULD REOPEN ITS CLAIM.
           MOVE 'O'  TO WS-SEARCH-CMD.
           MOVE 1    TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           IF NOT C-STATUS-OK THEN
              DISPLAY 'GETCLAIM SESSION OPEN FAILED - RETURN CODE '
                      WS-RETURN-CODE
              SET C-APPEAL-FAILED TO TRUE
              GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           SET C-SESSION-OPEN TO TRUE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
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
       3000-PROC-TRANS.
      *---------------*
           PERFORM 3100-READ-TRANS
              THRU 3100-READ-TRANS-EXIT.

           PERFORM UNTIL LASTREC = 'Y' OR C-CMD-EOF
                      OR C-APPEAL-FAILED
                 ADD 1 TO WS-TRANS-COUNT

                 PERFORM 3200-VALIDATE-TRANS
                    THRU 3200-VALIDATE-TRANS-EXIT

                 IF C-TRANS-VALID THEN
                    EVALUATE TRUE
                       WHEN C-CMD-FILE
                          PERFORM 4000-FILE-APPEAL
                             THRU 4000-FILE-APPEAL-EXIT
                       WHEN C-CMD-HEARING
                          PERFORM 5000-SET-HEARING
                             THRU 5000-SET-HEARING-EXIT
                       WHEN C-CMD-DECISION
                          PERFORM 6000-RECORD-DECISION
                             THRU 6000-RECORD-DECISION-EXIT
                    END-EVALUATE
                 END-IF

                 IF C-TRANS-INVALID THEN
                    PERFORM 3300-WRITE-REJECT
                       THRU 3300-WRITE-REJECT-EXIT
                 END-IF

                 PERFORM 3100-READ-TRANS
                    THRU 3100-READ-TRANS-EXIT
           END-PERFORM.
       3000-PROC-TRANS-EXIT.
      *--------------------*
           EXIT.
      *
       3100-READ-TRANS.
      *---------------*
           READ IN001 INTO WS-INPUT-REC
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3100-READ-TRANS-EXIT.
      *--------------------*
           EXIT.
      *
      * SCREENS ONE CARD ON ITS OWN CONTENT. CHECKS THAT NEED THE
      * APPEALS FILE OR THE CLAIM (DOES THE APPEAL EXIST, IS IT
      * ALREADY DECIDED) ARE MADE WHERE THE RECORD IS READ, AND
      * REJECT THROUGH THE SAME SWITCH.
       3200-VALIDATE-TRANS.
      *-------------------*
           SET  C-TRANS-VALID   TO TRUE.
           MOVE SPACES          TO WS-REJECT-REASON.

           EVALUATE TRUE
              WHEN C-CMD-FILE
                 IF WS-INP-ID = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING CLAIM ID'     TO WS-REJECT-REASON
                 ELSE IF WS-INP-OPERATOR = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING OPERATOR ID'  TO WS-REJECT-REASON
                 ELSE IF WS-INP-EVENT-DATE NOT NUMERIC
                      OR WS-INP-EVENT-DATE-NUM = 0 THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD APPEAL FILED DATE'
                                                TO WS-REJECT-REASON
                 ELSE IF WS-INP-ISSUE = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING APPEAL ISSUE' TO WS-REJECT-REASON
                 END-IF

              WHEN C-CMD-HEARING
                 IF WS-INP-ID = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING CLAIM ID'     TO WS-REJECT-REASON
                 ELSE IF WS-INP-OPERATOR = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING OPERATOR ID'  TO WS-REJECT-REASON
                 ELSE IF WS-INP-SEQ NOT NUMERIC
                      OR WS-INP-SEQ-NUM = 0 THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD APPEAL SEQUENCE'  TO WS-REJECT-REASON
                 ELSE IF WS-INP-EVENT-DATE NOT NUMERIC
                      OR WS-INP-EVENT-DATE-NUM = 0 THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD HEARING DATE'     TO WS-REJECT-REASON
                 END-IF

              WHEN C-CMD-DECISION
                 IF WS-INP-ID = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING CLAIM ID'     TO WS-REJECT-REASON
                 ELSE IF WS-INP-OPERATOR = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING OPERATOR ID'  TO WS-REJECT-REASON
                 ELSE IF WS-INP-SEQ NOT NUMERIC
                      OR WS-INP-SEQ-NUM = 0 THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD APPEAL SEQUENCE'  TO WS-REJECT-REASON
                 ELSE IF WS-INP-EVENT-DATE NOT NUMERIC
                      OR WS-INP-EVENT-DATE-NUM = 0 THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD DECISION DATE'    TO WS-REJECT-REASON
                 ELSE IF NOT C-INP-VALID-DECISION THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD DECISION CODE'    TO WS-REJECT-REASON
                 END-IF

              WHEN OTHER
                 SET  C-TRANS-INVALID           TO TRUE
                 MOVE 'INVALID COMMAND CODE'    TO WS-REJECT-REASON
           END-EVALUATE.
       3200-VALIDATE-TRANS-EXIT.
      *------------------------*
           EXIT.
      *
       3300-WRITE-REJECT.
      *-----------------*
           ADD  1                TO WS-REJECT-COUNT.

           MOVE SPACES           TO REJECT-OUTPUT-REC.
           MOVE WS-INPUT-REC     TO REJ-RAW-REC.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJECT-OUTPUT-REC.
       3300-WRITE-REJECT-EXIT.
      *----------------------*
           EXIT.
      *
      * A NEW APPEAL. THE CLAIM MUST BE ON THE VSAM, AND THE
      * SEQUENCE IS ONE PAST THE HIGHEST ALREADY ON FILE FOR IT.
       4000-FILE-APPEAL.
      *----------------*
           PERFORM 7000-READ-CLAIM
              THRU 7000-READ-CLAIM-EXIT.

           IF NOT C-STATUS-OK THEN
              SET  C-TRANS-INVALID        TO TRUE
              MOVE 'CLAIM NOT ON FILE'    TO WS-REJECT-REASON
              GO TO 4000-FILE-APPEAL-EXIT
           END-IF.

           PERFORM 4100-FIND-NEXT-SEQ
              THRU 4100-FIND-NEXT-SEQ-EXIT.

           IF WS-NEXT-SEQ = 0 THEN
              SET  C-TRANS-INVALID        TO TRUE
              MOVE 'APPEAL SEQUENCE EXHAUSTED'
                                          TO WS-REJECT-REASON
              GO TO 4000-FILE-APPEAL-EXIT
           END-IF.

           MOVE SPACES                 TO APL-REC.
           MOVE WS-INP-ID              TO APL-CLAIM-ID.
           MOVE WS-NEXT-SEQ            TO APL-SEQ.
           MOVE WS-INP-EVENT-DATE-NUM  TO APL-FILED-DATE.
           MOVE WS-INP-ISSUE           TO APL-ISSUE.
           MOVE 0                      TO APL-HEARING-DATE.
           MOVE 0                      TO APL-DECISION-DATE.
           MOVE WS-INP-OPERATOR        TO APL-LAST-OPERATOR.
           MOVE WS-CURRENT-DATE        TO APL-LAST-UPD-DATE.

           WRITE APL-REC.

           IF NOT C-APL-OK THEN
              DISPLAY 'APPEAL NOT WRITTEN : ' APL-KEY
                      ' STATUS ' WS-APL-FS
              SET C-APPEAL-FAILED TO TRUE
              GO TO 4000-FILE-APPEAL-EXIT
           END-IF.

           ADD 1 TO WS-FILED-COUNT.

           MOVE 'FILED'          TO DTL-ACTION.
           MOVE APL-FILED-DATE   TO DTL-DATE.
           MOVE SPACES           TO WS-APPLY-NOTE.
           PERFORM 7500-WRITE-DETAIL
              THRU 7500-WRITE-DETAIL-EXIT.
       4000-FILE-APPEAL-EXIT.
      *---------------------*
           EXIT.
      *
       4100-FIND-NEXT-SEQ.
      *------------------*
           MOVE 1               TO WS-NEXT-SEQ.
           MOVE 'N'             TO APL-LASTREC.

           MOVE WS-INP-ID       TO APL-CLAIM-ID.
           MOVE 0               TO APL-SEQ.

           START APL001 KEY IS NOT LESS THAN APL-KEY
              INVALID KEY MOVE 'Y' TO APL-LASTREC
           END-START.

           PERFORM UNTIL APL-LASTREC = 'Y'
                 READ APL001 NEXT RECORD
                    AT END MOVE 'Y' TO APL-LASTREC
                 END-READ

                 IF APL-LASTREC NOT = 'Y' THEN
                    IF APL-CLAIM-ID NOT = WS-INP-ID THEN
                       MOVE 'Y' TO APL-LASTREC
                    ELSE
                       IF APL-SEQ = 999 THEN
                          MOVE 0 TO WS-NEXT-SEQ
                       ELSE
                          COMPUTE WS-NEXT-SEQ = APL-SEQ + 1
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
       4100-FIND-NEXT-SEQ-EXIT.
      *-----------------------*
           EXIT.
      *
      * A HEARING CAN BE SET OR MOVED UNTIL THE APPEAL IS DECIDED,
      * BUT NEVER BEFORE THE APPEAL WAS FILED.
       5000-SET-HEARING.
      *----------------*
           PERFORM 7100-READ-APPEAL
              THRU 7100-READ-APPEAL-EXIT.

           IF C-TRANS-INVALID THEN
              GO TO 5000-SET-HEARING-EXIT
           END-IF.

           IF WS-INP-EVENT-DATE-NUM < APL-FILED-DATE THEN
              SET  C-TRANS-INVALID        TO TRUE
              MOVE 'HEARING BEFORE FILED DATE'
                                          TO WS-REJECT-REASON
              GO TO 5000-SET-HEARING-EXIT
           END-IF.

           IF APL-HEARING-DATE = 0 THEN
              MOVE 'HEARING SET'       TO DTL-ACTION
           ELSE
              MOVE 'HEARING MOVED'     TO DTL-ACTION
           END-IF.

           MOVE WS-INP-EVENT-DATE-NUM  TO APL-HEARING-DATE.
           MOVE WS-INP-OPERATOR        TO APL-LAST-OPERATOR.
           MOVE WS-CURRENT-DATE        TO APL-LAST-UPD-DATE.

           PERFORM 7200-REWRITE-APPEAL
              THRU 7200-REWRITE-APPEAL-EXIT.

           IF C-APPEAL-OK THEN
              ADD 1 TO WS-HEARING-COUNT
              MOVE APL-HEARING-DATE   TO DTL-DATE
              MOVE SPACES             TO WS-APPLY-NOTE
              PERFORM 7500-WRITE-DETAIL
                 THRU 7500-WRITE-DETAIL-EXIT
           END-IF.
       5000-SET-HEARING-EXIT.
      *---------------------*
           EXIT.
      *
      * A DECISION CLOSES THE APPEAL. A CLAIMANT-WINS DECISION GOES
      * THROUGH 6100 FIRST, AND IS ONLY RECORDED IF THE CLAIM SIDE
      * WENT THROUGH.
       6000-RECORD-DECISION.
      *--------------------*
           PERFORM 7100-READ-APPEAL
              THRU 7100-READ-APPEAL-EXIT.

           IF C-TRANS-INVALID THEN
              GO TO 6000-RECORD-DECISION-EXIT
           END-IF.

           IF WS-INP-EVENT-DATE-NUM < APL-FILED-DATE THEN
              SET  C-TRANS-INVALID        TO TRUE
              MOVE 'DECISION BEFORE FILED DATE'
                                          TO WS-REJECT-REASON
              GO TO 6000-RECORD-DECISION-EXIT
           END-IF.

           MOVE SPACES                 TO WS-APPLY-NOTE.
           MOVE SPACE                  TO APL-REOPEN-SW.

           IF C-INP-WON THEN
              PERFORM 6100-REOPEN-CLAIM
                 THRU 6100-REOPEN-CLAIM-EXIT

              IF C-TRANS-INVALID OR C-APPEAL-FAILED THEN
                 GO TO 6000-RECORD-DECISION-EXIT
              END-IF
           END-IF.

           MOVE WS-INP-DECISION        TO APL-DECISION.
           MOVE WS-INP-EVENT-DATE-NUM  TO APL-DECISION-DATE.
           MOVE WS-INP-OPERATOR        TO APL-LAST-OPERATOR.
           MOVE WS-CURRENT-DATE        TO APL-LAST-UPD-DATE.

           PERFORM 7200-REWRITE-APPEAL
              THRU 7200-REWRITE-APPEAL-EXIT.

           IF C-APPEAL-OK THEN
              ADD 1 TO WS-DECISION-COUNT

              EVALUATE TRUE
                 WHEN C-APL-WON
                    MOVE 'DECIDED - WON'      TO DTL-ACTION
                 WHEN C-APL-AFFIRMED
                    MOVE 'DECIDED - AFFIRM'   TO DTL-ACTION
                 WHEN C-APL-DISMISSED
                    MOVE 'DISMISSED'          TO DTL-ACTION
                 WHEN C-APL-WITHDRAWN
                    MOVE 'WITHDRAWN'          TO DTL-ACTION
              END-EVALUATE

              MOVE APL-DECISION-DATE  TO DTL-DATE
              PERFORM 7500-WRITE-DETAIL
                 THRU 7500-WRITE-DETAIL-EXIT
           END-IF.
       6000-RECORD-DECISION-EXIT.
      *-------------------------*
           EXIT.
      *
      * A WIN ON A CLOSED CLAIM SENDS IT BACK TO ADJUDICATED - THE
      * ONE REOPEN PATH GETCLAIM ALLOWS. THE IMAGE JUST READ GOES
      * ALONG AS THE COMPARE IMAGE, SO A CONCURRENT CHANGE IS
      * REFUSED RATHER THAN OVERWRITTEN, AND THE APPEAL REFERENCE
      * RIDES ALONG INTO THE JOURNAL. A WIN ON A CLAIM THAT IS NOT
      * CLOSED NEEDS NO REOPEN AND IS ONLY NOTED.
       6100-REOPEN-CLAIM.
      *-----------------*
           PERFORM 7000-READ-CLAIM
              THRU 7000-READ-CLAIM-EXIT.

           IF NOT C-STATUS-OK THEN
              SET  C-TRANS-INVALID        TO TRUE
              MOVE 'CLAIM NOT ON FILE'    TO WS-REJECT-REASON
              GO TO 6100-REOPEN-CLAIM-EXIT
           END-IF.

           MOVE WS-RETURN-REC (1)      TO WS-FIXED-CLAIMS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLF-STATUS))
                                       TO WS-CLAIM-STATUS.

           IF WS-CLAIM-STATUS NOT = 'CLOSED' THEN
              SET  C-APL-NOT-REOPENED  TO TRUE
              MOVE 'CLAIM NOT CLOSED - NO REOPEN'
                                       TO WS-APPLY-NOTE
              GO TO 6100-REOPEN-CLAIM-EXIT
           END-IF.

           MOVE WS-RETURN-REC (1)      TO WS-COMPARE-REC.
           MOVE 'ADJUDICATED'          TO CLF-STATUS.
           MOVE WS-FIXED-CLAIMS        TO WS-SEARCH-CLAIMS.

           MOVE WS-INP-SEQ-NUM         TO REF-SEQ.
           MOVE WS-INP-EVENT-DATE-NUM  TO REF-DATE.
           MOVE WS-REOPEN-REF          TO WS-AUDIT-REF.

           MOVE 'A'                    TO WS-SEARCH-CMD.
           MOVE WS-INP-ID              TO WS-SEARCH-ID.
           MOVE WS-INP-OPERATOR        TO WS-SEARCH-OPERATOR.
           MOVE 1                      TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           EVALUATE TRUE
              WHEN C-STATUS-OK
                 ADD 1 TO WS-REOPEN-COUNT
                 SET  C-APL-REOPENED      TO TRUE
                 MOVE 'CLAIM REOPENED - ADJUDICATED'
                                          TO WS-APPLY-NOTE
              WHEN C-STATUS-ABEND
                 DISPLAY 'GETCLAIM FAILED ON REOPEN : ' WS-INP-ID
                 SET C-APPEAL-FAILED TO TRUE
              WHEN OTHER
                 SET  C-TRANS-INVALID     TO TRUE
                 MOVE SPACES              TO WS-REJECT-REASON
                 STRING 'CLAIM REOPEN REFUSED RC '
                        WS-RETURN-CODE
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE.
       6100-REOPEN-CLAIM-EXIT.
      *----------------------*
           EXIT.
      *
       7000-READ-CLAIM.
      *---------------*
           MOVE 'R'                    TO WS-SEARCH-CMD.
           MOVE WS-INP-ID              TO WS-SEARCH-ID.
           MOVE SPACES                 TO WS-SEARCH-CLAIMS.
           MOVE 1                      TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           IF C-STATUS-ABEND THEN
              DISPLAY 'GETCLAIM FAILED ON READ : ' WS-INP-ID
              SET C-APPEAL-FAILED TO TRUE
           END-IF.
       7000-READ-CLAIM-EXIT.
      *--------------------*
           EXIT.
      *
      * THE APPEAL A HEARING OR DECISION CARD NAMES MUST BE ON FILE
      * AND STILL OPEN.
       7100-READ-APPEAL.
      *----------------*
           MOVE WS-INP-ID              TO APL-CLAIM-ID.
           MOVE WS-INP-SEQ-NUM         TO APL-SEQ.

           READ APL001 KEY IS APL-KEY.

           EVALUATE TRUE
              WHEN C-APL-OK
                 IF NOT C-APL-OPEN THEN
                    SET  C-TRANS-INVALID     TO TRUE
                    MOVE 'APPEAL ALREADY DECIDED'
                                             TO WS-REJECT-REASON
                 END-IF
              WHEN C-APL-NOTFND
                 SET  C-TRANS-INVALID        TO TRUE
                 MOVE 'APPEAL NOT ON FILE'   TO WS-REJECT-REASON
              WHEN OTHER
                 DISPLAY 'APPEALS READ ERROR : ' APL-KEY
                         ' STATUS ' WS-APL-FS
                 SET  C-TRANS-INVALID        TO TRUE
                 MOVE 'APPEALS FILE READ ERROR'
                                             TO WS-REJECT-REASON
                 SET C-APPEAL-FAILED         TO TRUE
           END-EVALUATE.
       7100-READ-APPEAL-EXIT.
      *---------------------*
           EXIT.
      *
       7200-REWRITE-APPEAL.
      *-------------------*
           REWRITE APL-REC.

           IF NOT C-APL-OK THEN
              DISPLAY 'APPEAL NOT REWRITTEN : ' APL-KEY
                      ' STATUS ' WS-APL-FS
              SET C-APPEAL-FAILED TO TRUE
           END-IF.
       7200-REWRITE-APPEAL-EXIT.
      *-----------------------*
           EXIT.
      *
       7500-WRITE-DETAIL.
      *-----------------*
           MOVE APL-CLAIM-ID       TO DTL-CLAIM-ID.
           MOVE APL-SEQ            TO DTL-SEQ.
           MOVE APL-ISSUE          TO DTL-ISSUE.
           MOVE WS-APPLY-NOTE      TO DTL-NOTE.
           MOVE WS-INP-OPERATOR    TO DTL-OPERATOR.

           WRITE OUTPUT-REC FROM WS-DETAIL-REC.
       7500-WRITE-DETAIL-EXIT.
      *----------------------*
           EXIT.
      *
       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE 'TRANSACTIONS READ'          TO CNT-LABEL.
           MOVE WS-TRANS-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'APPEALS FILED'              TO CNT-LABEL.
           MOVE WS-FILED-COUNT               TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'HEARINGS SET OR MOVED'      TO CNT-LABEL.
           MOVE WS-HEARING-COUNT             TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'DECISIONS RECORDED'         TO CNT-LABEL.
           MOVE WS-DECISION-COUNT            TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'CLAIMS REOPENED'            TO CNT-LABEL.
           MOVE WS-REOPEN-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           MOVE 'TRANSACTIONS REJECTED'      TO CNT-LABEL.
           MOVE WS-REJECT-COUNT              TO CNT-VALUE.
           WRITE OUTPUT-REC FROM WS-COUNT-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-TOTALS-EXIT.
      *----------------------*
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

           IF C-TRN-OPEN THEN
              CLOSE IN001
           END-IF.

           IF C-APL-FILE-OPEN THEN
              CLOSE APL001
           END-IF.

           CLOSE OUT001.
           CLOSE OUT002.

           DISPLAY 'APPEALS MAINTENANCE COMPLETE'.
           DISPLAY 'TRANSACTIONS READ : ' WS-TRANS-COUNT.
           DISPLAY 'APPEALS FILED : ' WS-FILED-COUNT.
           DISPLAY 'DECISIONS RECORDED : ' WS-DECISION-COUNT.
           DISPLAY 'CLAIMS REOPENED : ' WS-REOPEN-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
