      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMOVEST.
       AUTHOR.        DONGWON K.
      *
      * OVERPAYMENT ESTABLISHMENT. CROSS-MATCHES THE CERTHIST
      * CERTIFICATION HISTORY UNEMPCLM APPENDS AGAINST THE PAYMENTS
      * FILE CLMPAYRN APPENDS. THE HISTORY IS SORTED BY CLAIM, WEEK
      * AND FILING DATE/TIME SO THE LAST ANSWER FILED FOR A WEEK
      * WINS - THE SAME RULE CLMPAYRN'S 4150-CHECK-CERTIFIED USES -
      * AND EVERY CLAIM-WEEK WHOSE FINAL ANSWER IS 'N' IS KEPT. A
      * PAY-REC FOR ONE OF THOSE WEEKS IS AN OVERPAYMENT: EITHER
      * THE CLAIMANT SAID NOT ELIGIBLE AND WAS PAID ANYWAY (CLMPAYRN
      * ONLY FLAGS THOSE), OR A LATE CERTIFICATION REVERSED A WEEK
      * THAT HAD ALREADY BEEN PAID ON AN EARLIER 'Y'. EACH ONE IS
      * APPENDED TO THE OVPLEDGR OVERPAYMENT LEDGER AS AN
      * ESTABLISHMENT ('E') ROW FOR THE CLAIM AND WEEK. THE LEDGER
      * IS READ FIRST SO A RERUN NEVER ESTABLISHES THE SAME
      * CLAIM-WEEK TWICE; A POTENTIAL ROW CLMWAGXM WROTE FOR THE
      * WEEK DOES NOT STOP IT BEING ESTABLISHED. CLMPAYRN OFFSETS
      * THE BALANCES AGAINST LATER PAYMENTS (APPENDING 'R' RECOVERY
      * ROWS) AND CLMOVAGE AGES WHAT IS STILL OWED. AN
      * ESTABLISHMENT REGISTER WITH TOTALS IS PRINTED FOR
      * BENEFIT-PAYMENT CONTROL. A LEDGER THAT WILL NOT OPEN, OR AN
      * ESTABLISHMENT ROW THAT WILL NOT WRITE, ENDS THE STEP RETURN
      * CODE 16 - THE REGISTER MUST NOT BALANCE AGAINST A LEDGER
      * THAT IS MISSING ROWS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT001 ASSIGN TO INCERT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CERT-FILE-STATUS.

           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

      * THE OVERPAYMENT LEDGER - READ ONCE FOR THE CLAIM-WEEKS
      * ALREADY ESTABLISHED, THEN REOPENED EXTEND, THE SAME
      * INPUT-THEN-EXTEND PATTERN CLMPAYRN USES ON PAYMENTS.
           SELECT OVP001 ASSIGN TO OVPLEDGR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OVP-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTOVPST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SRTOVPST.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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

      * ONE ROW PER LEDGER EVENT - 'E' ESTABLISHES AN OVERPAYMENT
      * FOR THE CLAIM AND WEEK, 'R' RECORDS AN AMOUNT RECOVERED BY
      * OFFSET AGAINST THE PAYMENT IN OVP-PAY-SEQ-NO, 'P' IS A
      * POTENTIAL OVERPAYMENT STILL TO BE CONFIRMED BY AN EXAMINER.
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

       SD  SORT-FILE
               DATA RECORD IS SD-REC.
       01  SD-REC.
           05  SD-CLAIM-ID              PIC X(08).
           05  SD-WEEK-ENDING           PIC 9(08).
           05  SD-RUN-DATE              PIC 9(08).
           05  SD-RUN-TIME              PIC 9(08).
           05  SD-ELIGIBLE-ANS          PIC X(01).
           05  SD-LATE-FLAG             PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-CERT-READ-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-PAY-READ-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-NEW-OVP-COUNT     PIC 9(05) COMP VALUE 0.
       77  WS-ON-LEDGER-COUNT   PIC 9(05) COMP VALUE 0.
       77  WS-NEW-OVP-TOTAL     PIC 9(09)V99 COMP-3 VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 PAY-LASTREC       PIC X VALUE SPACE.
           05 OVP-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-OVPRUN-OK       VALUE ' '.
           88 C-OVPRUN-FAILED   VALUE 'F'.

       01  WS-OVP-OPEN-SW       PIC X(01) VALUE 'N'.
           88 C-OVP-OPEN        VALUE 'Y'.

       01  WS-CERT-FILE-STATUS.
           05 WS-CERT-FS                    PIC X(02).
              88 C-CERT-OK                  VALUE '00'.
              88 C-CERT-NOTEXST             VALUE '35'.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-OVP-FILE-STATUS.
           05 WS-OVP-FS                     PIC X(02).
              88 C-OVP-OK                   VALUE '00'.
              88 C-OVP-NOTEXST              VALUE '35'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 NOT-SUB           PIC 9(05) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-CURRENT-DATE-NUM  PIC 9(08) VALUE 0.

      * STATE OF THE CLAIM-WEEK GROUP COMING BACK FROM THE SORT.
      * THE LAST ROW OF THE GROUP IS THE ANSWER THAT STANDS; A 'Y'
      * SEEN EARLIER IN THE GROUP MEANS A LATER 'N' REVERSED A WEEK
      * THE CLAIMANT HAD FIRST CERTIFIED AS ELIGIBLE.
       01  WS-GROUP-KEY.
           05 WS-GROUP-CLAIM-ID PIC X(08) VALUE LOW-VALUES.
           05 WS-GROUP-WEEK     PIC 9(08) VALUE 0.
       01  WS-GROUP-ANS         PIC X(01) VALUE SPACE.
       01  WS-GROUP-LATE        PIC X(01) VALUE SPACE.
       01  WS-GROUP-HAD-YES-SW  PIC X(01) VALUE 'N'.
           88 C-GROUP-HAD-YES   VALUE 'Y'.
           88 C-GROUP-NO-YES    VALUE 'N'.

      * CLAIM-WEEKS WHOSE STANDING ANSWER IS NOT ELIGIBLE, WITH THE
      * LEDGER REASON EACH ONE WOULD BE ESTABLISHED UNDER. A FULL
      * TABLE STOPS THE RUN - A WEEK LEFT OUT WOULD NEVER BE
      * ESTABLISHED AND NOTHING WOULD SAY SO.
       01  WS-NOT-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-NOT-TABLE.
           05 WS-NOT-ENTRY      OCCURS 20000.
              10 WS-NOT-CLAIM-ID PIC X(08).
              10 WS-NOT-WEEK    PIC 9(08).
              10 WS-NOT-REASON  PIC X(08).

      * CLAIM-WEEKS ALREADY ESTABLISHED ON THE LEDGER, SO A RERUN
      * DOES NOT ESTABLISH THEM AGAIN. A POTENTIAL ('P') ROW DOES
      * NOT COUNT - A WEEK CLMWAGXM FLAGGED THAT THE CLAIMANT THEN
      * CERTIFIED AS NOT ELIGIBLE STILL HAS TO BE ESTABLISHED.
       01  WS-ONLDG-COUNT       PIC 9(05) COMP VALUE 0.
       01  WS-ONLDG-TABLE.
           05 WS-ONLDG-ENTRY    OCCURS 20000.
              10 WS-ONLDG-CLAIM-ID PIC X(08).
              10 WS-ONLDG-WEEK  PIC 9(08).

       01  WS-ON-LEDGER-SW      PIC X(01) VALUE 'N'.
           88 C-ON-LEDGER       VALUE 'Y'.
           88 C-NOT-ON-LEDGER   VALUE 'N'.

       01  HEADER-1.
           05  FILLER           PIC X(44) VALUE SPACES.
           05  FILLER           PIC X(34) VALUE
           'Overpayment Establishment Register'.
           05  FILLER           PIC X(55) VALUE SPACES.

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
           05  FILLER           PIC X(08) VALUE 'WEEK END'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'PAY SEQ'.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE 'AMOUNT'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'REASON'.
           05  FILLER           PIC X(76) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-OVP-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OL-CLAIM-ID      PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OL-WEEK-ENDING   PIC 9(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OL-PAY-SEQ-NO    PIC 9(07).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  OL-AMOUNT        PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OL-REASON        PIC X(08).
           05  FILLER           PIC X(76) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(20) VALUE 'ESTABLISHED       : '.
           05  TOT-NEW-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(17) VALUE '   TOTAL AMOUNT  '.
           05  TOT-NEW-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER           PIC X(20) VALUE 'ALREADY ON LEDGER : '.
           05  TOT-ONLDG-COUNT  PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   WEEKS NOT ELIG : '.
           05  TOT-NOT-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(83) VALUE SPACES.

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

           IF C-OVPRUN-OK THEN
              PERFORM 3000-FIND-NOT-ELIGIBLE
                 THRU 3000-FIND-NOT-ELIGIBLE-EXIT
           END-IF.

           IF C-OVPRUN-OK THEN
              PERFORM 6000-MATCH-PAYMENTS
                 THRU 6000-MATCH-PAYMENTS-EXIT
           END-IF.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A RUN THAT COULD NOT SEE ITS INPUTS MUST NOT LOOK LIKE A
      * CLEAN WEEK WITH NOTHING OWED.
           IF C-OVPRUN-FAILED THEN
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
      * ESTABLISHED. AN ABSENT FILE IS THE FIRST RUN.
       1600-LOAD-LEDGER.
      *----------------*
           OPEN INPUT OVP001.

           IF NOT C-OVP-OK AND NOT C-OVP-NOTEXST THEN
              DISPLAY 'FILE OPEN ERROR: OVPLEDGR ' WS-OVP-FS
              SET C-OVPRUN-FAILED TO TRUE
              GO TO 1600-LOAD-LEDGER-EXIT
           END-IF.

           IF C-OVP-NOTEXST THEN
              DISPLAY 'NO OVERPAYMENT LEDGER - STARTING A NEW ONE'
           ELSE
              PERFORM 1610-READ-OVP-REC
                 THRU 1610-READ-OVP-REC-EXIT

              PERFORM UNTIL OVP-LASTREC = 'Y'
                 IF OVP-TYPE = 'E' THEN
                    IF WS-ONLDG-COUNT >= 20000 THEN
                       IF C-OVPRUN-OK THEN
                          DISPLAY 'LEDGER KEY TABLE FULL - RUN '
                                  'STOPPED'
                       END-IF
                       SET C-OVPRUN-FAILED TO TRUE
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
              SET C-OVPRUN-FAILED TO TRUE
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
      * AN ABSENT CERTIFICATION HISTORY MEANS THERE IS NOTHING TO
      * CROSS-MATCH - THE RUN ENDS CLEAN WITH AN EMPTY REGISTER.
       3000-FIND-NOT-ELIGIBLE.
      *----------------------*
           OPEN INPUT CERT001.

           IF C-CERT-NOTEXST THEN
              DISPLAY 'NO CERTIFICATION HISTORY - NOTHING TO MATCH'
           ELSE
              CLOSE CERT001
              SORT SORT-FILE ON ASCENDING KEY SD-CLAIM-ID
                                              SD-WEEK-ENDING
                                              SD-RUN-DATE
                                              SD-RUN-TIME
                  INPUT PROCEDURE  IS 4000-SORT-INPUT
                  OUTPUT PROCEDURE IS 5000-SORT-OUTPUT
           END-IF.
       3000-FIND-NOT-ELIGIBLE-EXIT.
      *---------------------------*
           EXIT.
      *
       3500-READ-CERT-REC.
      *------------------*
           READ CERT001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       3500-READ-CERT-REC-EXIT.
      *-----------------------*
           EXIT.
      *
       4000-SORT-INPUT.
      *---------------*
           MOVE 'N' TO LASTREC.
           OPEN INPUT CERT001.

           PERFORM 3500-READ-CERT-REC
              THRU 3500-READ-CERT-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-CERT-READ-COUNT
                 MOVE CERT-CLAIM-ID      TO SD-CLAIM-ID
                 MOVE CERT-WEEK-ENDING   TO SD-WEEK-ENDING
                 MOVE CERT-RUN-DATE      TO SD-RUN-DATE
                 MOVE CERT-RUN-TIME      TO SD-RUN-TIME
                 MOVE CERT-ELIGIBLE-ANS  TO SD-ELIGIBLE-ANS
                 MOVE CERT-LATE-FLAG     TO SD-LATE-FLAG
                 RELEASE SD-REC

                 PERFORM 3500-READ-CERT-REC
                    THRU 3500-READ-CERT-REC-EXIT
           END-PERFORM.

           CLOSE CERT001.
       4000-SORT-INPUT-EXIT.
      *--------------------*
           EXIT.
      *
       5000-SORT-OUTPUT.
      *----------------*
           MOVE 'N' TO LASTREC.
           MOVE LOW-VALUES TO WS-GROUP-CLAIM-ID.
           MOVE 0          TO WS-GROUP-WEEK.

           RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC.

           PERFORM UNTIL LASTREC = 'Y'
                 IF SD-CLAIM-ID    NOT = WS-GROUP-CLAIM-ID OR
                    SD-WEEK-ENDING NOT = WS-GROUP-WEEK THEN
                       PERFORM 5500-FINISH-WEEK-GROUP
                          THRU 5500-FINISH-WEEK-GROUP-EXIT
                       MOVE SD-CLAIM-ID    TO WS-GROUP-CLAIM-ID
                       MOVE SD-WEEK-ENDING TO WS-GROUP-WEEK
                       SET C-GROUP-NO-YES  TO TRUE
                 END-IF

                 IF WS-GROUP-ANS = 'Y' AND
                    SD-CLAIM-ID = WS-GROUP-CLAIM-ID THEN
                    SET C-GROUP-HAD-YES TO TRUE
                 END-IF
                 MOVE SD-ELIGIBLE-ANS TO WS-GROUP-ANS
                 MOVE SD-LATE-FLAG    TO WS-GROUP-LATE

                 RETURN SORT-FILE AT END MOVE 'Y' TO LASTREC
           END-PERFORM.

           PERFORM 5500-FINISH-WEEK-GROUP
              THRU 5500-FINISH-WEEK-GROUP-EXIT.
       5000-SORT-OUTPUT-EXIT.
      *---------------------*
           EXIT.
      *
      * A WEEK WHOSE STANDING ANSWER IS 'N' IS A CANDIDATE. ONE THAT
      * CAME IN LATE, OR THAT TURNED AN EARLIER 'Y' AROUND, IS A
      * REVERSAL; ANY OTHER IS A STRAIGHT NOT-ELIGIBLE WEEK.
       5500-FINISH-WEEK-GROUP.
      *----------------------*
           IF WS-GROUP-CLAIM-ID NOT = LOW-VALUES AND
              WS-GROUP-ANS = 'N' THEN
              IF WS-NOT-COUNT >= 20000 THEN
                 IF C-OVPRUN-OK THEN
                    DISPLAY 'NOT-ELIGIBLE TABLE FULL - RUN STOPPED'
                 END-IF
                 SET C-OVPRUN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-NOT-COUNT
                 MOVE WS-GROUP-CLAIM-ID
                    TO WS-NOT-CLAIM-ID (WS-NOT-COUNT)
                 MOVE WS-GROUP-WEEK
                    TO WS-NOT-WEEK (WS-NOT-COUNT)
                 IF WS-GROUP-LATE = 'Y' OR C-GROUP-HAD-YES THEN
                    MOVE 'LATEREV'  TO WS-NOT-REASON (WS-NOT-COUNT)
                 ELSE
                    MOVE 'NOTELIG'  TO WS-NOT-REASON (WS-NOT-COUNT)
                 END-IF
              END-IF
           END-IF.

           MOVE SPACE TO WS-GROUP-ANS.
           MOVE SPACE TO WS-GROUP-LATE.
       5500-FINISH-WEEK-GROUP-EXIT.
      *---------------------------*
           EXIT.
      *
      * EVERY PAY-REC FOR A NOT-ELIGIBLE CLAIM-WEEK THAT IS NOT YET
      * ON THE LEDGER IS ESTABLISHED FOR THE FULL AMOUNT PAID.
       6000-MATCH-PAYMENTS.
      *-------------------*
           IF WS-NOT-COUNT = 0 THEN
              GO TO 6000-MATCH-PAYMENTS-EXIT
           END-IF.

           OPEN INPUT PAY001.

           IF C-PAY-NOTEXST THEN
              DISPLAY 'NO PAYMENTS FILE - NOTHING TO MATCH'
           ELSE
              PERFORM 6100-READ-PAY-REC
                 THRU 6100-READ-PAY-REC-EXIT

              PERFORM UNTIL PAY-LASTREC = 'Y'
                         OR C-OVPRUN-FAILED
                 ADD 1 TO WS-PAY-READ-COUNT

                 PERFORM 6200-CHECK-PAYMENT
                    THRU 6200-CHECK-PAYMENT-EXIT

                 PERFORM 6100-READ-PAY-REC
                    THRU 6100-READ-PAY-REC-EXIT
              END-PERFORM

              CLOSE PAY001
           END-IF.
       6000-MATCH-PAYMENTS-EXIT.
      *------------------------*
           EXIT.
      *
       6100-READ-PAY-REC.
      *-----------------*
           READ PAY001
              AT END MOVE 'Y' TO PAY-LASTREC
           END-READ.
       6100-READ-PAY-REC-EXIT.
      *----------------------*
           EXIT.
      *
       6200-CHECK-PAYMENT.
      *------------------*
           MOVE 0 TO NOT-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-NOT-COUNT
                   OR NOT-SUB > 0
              IF WS-NOT-CLAIM-ID (SUB1) = PAY-CLAIM-ID AND
                 WS-NOT-WEEK (SUB1)     = PAY-WEEK-ENDING THEN
                 MOVE SUB1 TO NOT-SUB
              END-IF
           END-PERFORM.

           IF NOT-SUB = 0 THEN
              GO TO 6200-CHECK-PAYMENT-EXIT
           END-IF.

           SET C-NOT-ON-LEDGER TO TRUE.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-ONLDG-COUNT
                   OR C-ON-LEDGER
              IF WS-ONLDG-CLAIM-ID (SUB1) = PAY-CLAIM-ID AND
                 WS-ONLDG-WEEK (SUB1)     = PAY-WEEK-ENDING THEN
                 SET C-ON-LEDGER TO TRUE
              END-IF
           END-PERFORM.

           IF C-ON-LEDGER THEN
              ADD 1 TO WS-ON-LEDGER-COUNT
           ELSE
              PERFORM 6300-WRITE-OVERPAYMENT
                 THRU 6300-WRITE-OVERPAYMENT-EXIT
           END-IF.
       6200-CHECK-PAYMENT-EXIT.
      *-----------------------*
           EXIT.
      *
       6300-WRITE-OVERPAYMENT.
      *----------------------*
           MOVE SPACES                  TO OVP-REC.
           MOVE 'E'                     TO OVP-TYPE.
           MOVE PAY-CLAIM-ID            TO OVP-CLAIM-ID.
           MOVE PAY-WEEK-ENDING         TO OVP-WEEK-ENDING.
           MOVE PAY-AMOUNT              TO OVP-AMOUNT.
           MOVE WS-NOT-REASON (NOT-SUB) TO OVP-REASON.
           MOVE PAY-SEQ-NO              TO OVP-PAY-SEQ-NO.
           MOVE WS-CURRENT-DATE-NUM     TO OVP-RUN-DATE.
           WRITE OVP-REC.

           IF NOT C-OVP-OK THEN
              DISPLAY 'OVPLEDGR WRITE FAILED : ' PAY-CLAIM-ID ' '
                      PAY-WEEK-ENDING ' FILE STATUS ' WS-OVP-FS
              SET C-OVPRUN-FAILED TO TRUE
              GO TO 6300-WRITE-OVERPAYMENT-EXIT
           END-IF.

      * A SECOND PAY-REC FOR THE SAME CLAIM-WEEK IN THIS PASS MUST
      * NOT BE ESTABLISHED TWICE EITHER.
           IF WS-ONLDG-COUNT < 20000 THEN
              ADD 1 TO WS-ONLDG-COUNT
              MOVE PAY-CLAIM-ID    TO WS-ONLDG-CLAIM-ID (WS-ONLDG-COUNT)
              MOVE PAY-WEEK-ENDING TO WS-ONLDG-WEEK (WS-ONLDG-COUNT)
           END-IF.

           ADD 1          TO WS-NEW-OVP-COUNT.
           ADD PAY-AMOUNT TO WS-NEW-OVP-TOTAL.

           MOVE PAY-CLAIM-ID            TO OL-CLAIM-ID.
           MOVE PAY-WEEK-ENDING         TO OL-WEEK-ENDING.
           MOVE PAY-SEQ-NO              TO OL-PAY-SEQ-NO.
           MOVE PAY-AMOUNT              TO OL-AMOUNT.
           MOVE WS-NOT-REASON (NOT-SUB) TO OL-REASON.
           WRITE OUTPUT-REC FROM WS-OVP-LINE.
       6300-WRITE-OVERPAYMENT-EXIT.
      *---------------------------*
           EXIT.
      *
       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE WS-NEW-OVP-COUNT   TO TOT-NEW-COUNT.
           MOVE WS-NEW-OVP-TOTAL   TO TOT-NEW-AMOUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE.

           MOVE WS-ON-LEDGER-COUNT TO TOT-ONLDG-COUNT.
           MOVE WS-NOT-COUNT       TO TOT-NOT-COUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE-2.
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

           DISPLAY 'OVERPAYMENT ESTABLISHMENT COMPLETE'.
           DISPLAY 'CERTIFICATIONS READ : ' WS-CERT-READ-COUNT.
           DISPLAY 'PAYMENTS READ : ' WS-PAY-READ-COUNT.
           DISPLAY 'OVERPAYMENTS ESTABLISHED : ' WS-NEW-OVP-COUNT.
           DISPLAY 'ALREADY ON LEDGER : ' WS-ON-LEDGER-COUNT.
       9000-CLOSE-FILES-EXIT.
      *--------------------*
           EXIT.
