      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMBKRTN.
       AUTHOR.        DONGWON K.
      *
      * RETURNED-PAYMENT RECONCILIATION. READS THE BANK'S RETURNED
      * ITEMS FILE - ONE ROW PER DISBURSEMENT THE BANK COULD NOT
      * DELIVER, CARRYING THE PAY-SEQ-NO CLMPAYRN SENT ON ITS OUTBANK
      * DETAIL - AND MATCHES EACH ONE TO ITS PAY-REC ON THE PAYMENTS
      * FILE. A MATCHED ITEM IS MARKED RETURNED BY APPENDING IT TO
      * THE PAYRETRN RETURNED-PAYMENTS FILE (THE FILE CLM1099G NETS
      * RETURNED DOLLARS OUT OF THE YEAR-END 1099-G FROM; THE PAYMENT
      * HISTORY AND INQUIRY STILL SHOW THE PAYMENT AT GROSS), AND THE
      * CLAIM GOES ON THE RETURNED-PAYMENT EXCEPTION REPORT SO THE
      * PAYMENT IS REISSUED OR INVESTIGATED INSTEAD OF DISAPPEARING.
      * AN ITEM WHOSE SEQUENCE NUMBER IS NOT ON PAYMENTS, WHOSE CLAIM
      * DOES NOT AGREE, WHOSE AMOUNT IS MORE THAN WAS PAID, OR THAT
      * WAS ALREADY MARKED BY AN EARLIER RUN IS REPORTED AS REJECTED
      * AND NOT MARKED, AND THE STEP ENDS RETURN CODE 8. A FILE THAT
      * WILL NOT OPEN FOR ANY REASON BUT NOT BEING THERE, OR A
      * PAYRETRN ROW THAT WILL NOT WRITE, ENDS THE STEP RETURN CODE
      * 16 - AN ITEM THAT COULD NOT BE MARKED IS SHOWN AS SUCH.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTI001 ASSIGN TO INBKRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RTI-FILE-STATUS.

           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

      * RETURNED-PAYMENTS FILE - READ ONCE FOR THE SEQUENCE NUMBERS
      * ALREADY MARKED, THEN REOPENED EXTEND, THE SAME
      * INPUT-THEN-EXTEND PATTERN CLMPAYRN USES ON PAYMENTS.
           SELECT RTN001 ASSIGN TO PAYRETRN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTBKRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RTI001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RTI-REC.
       01  RTI-REC.
           05 RTI-PAY-SEQ-NO         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 RTI-CLAIM-ID           PIC X(08).
           05 FILLER                 PIC X(01).
           05 RTI-AMOUNT             PIC 9(05)V99.
           05 FILLER                 PIC X(01).
           05 RTI-REASON-CODE        PIC X(03).
           05 FILLER                 PIC X(01).
           05 RTI-RETURN-DATE        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RTI-REASON-TEXT        PIC X(30).
           05 FILLER                 PIC X(12).

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

      * ONE ROW PER PAYMENT THE BANK SENT BACK - RTN-AMOUNT IS THE
      * AMOUNT THAT CAME BACK, RTN-WEEK-ENDING THE WEEK IT PAID.
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

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

       WORKING-STORAGE SECTION.

       77  WS-ITEM-READ-COUNT   PIC 9(05) COMP VALUE 0.
       77  WS-MARKED-COUNT      PIC 9(05) COMP VALUE 0.
       77  WS-REJECT-COUNT      PIC 9(05) COMP VALUE 0.
       77  WS-MARKED-TOTAL      PIC 9(09)V99 COMP-3 VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 PAY-LASTREC       PIC X VALUE SPACE.
           05 RTN-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-BKRTN-OK        VALUE ' '.
           88 C-BKRTN-FAILED    VALUE 'F'.

       01  WS-RTI-FILE-STATUS.
           05 WS-RTI-FS                     PIC X(02).
              88 C-RTI-OK                   VALUE '00'.
              88 C-RTI-NOTEXST              VALUE '35'.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-RTN-FILE-STATUS.
           05 WS-RTN-FS                     PIC X(02).
              88 C-RTN-OK                   VALUE '00'.
              88 C-RTN-NOTEXST              VALUE '35'.

       01  WS-RTN-OPEN-SW       PIC X(01) VALUE 'N'.
           88 C-RTN-OPEN        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 RTI-SUB           PIC 9(05) COMP.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

       01  WS-CURRENT-DATE-NUM  PIC 9(08) VALUE 0.

      * THE BANK'S RETURNED ITEMS, HELD WHILE PAYMENTS IS PASSED -
      * THE OUTCOME STAYS SPACES UNTIL THE ITEM IS MATCHED OR
      * REJECTED, SO ANY LEFT BLANK AFTER THE PASS WERE NEVER FOUND.
       01  WS-RTI-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-RTI-TABLE.
           05 WS-RTI-ROW        OCCURS 2000 TIMES.
              10 WS-RTI-SEQ-NO  PIC 9(07).
              10 WS-RTI-CLAIM-ID PIC X(08).
              10 WS-RTI-AMOUNT  PIC 9(05)V99 COMP-3.
              10 WS-RTI-REASON  PIC X(03).
              10 WS-RTI-RET-DATE PIC 9(08).
              10 WS-RTI-TEXT    PIC X(30).
              10 WS-RTI-OUTCOME PIC X(30).

      * SEQUENCE NUMBERS ALREADY ON PAYRETRN.
       01  WS-DONE-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-DONE-TABLE.
           05 WS-DONE-SEQ-NO    OCCURS 20000 PIC 9(07).

       01  WS-ALREADY-DONE-SW   PIC X(01) VALUE 'N'.
           88 C-ALREADY-DONE    VALUE 'Y'.
           88 C-NOT-DONE        VALUE 'N'.

       01  HEADER-1.
           05  FILLER           PIC X(44) VALUE SPACES.
           05  FILLER           PIC X(35) VALUE
           'Returned Payment Exception Report'.
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

       01  HEADER-4.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'PAY SEQ'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'WEEK END'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE 'PAID'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'RETURNED'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(03) VALUE 'RSN'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'RET DATE'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE 'BANK REASON'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'OUTCOME'.
           05  FILLER           PIC X(28) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.

       01  WS-RTN-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-SEQ-NO        PIC 9(07).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-CLAIM-ID      PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-WEEK-ENDING   PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RL-PAID          PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-RETURNED      PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RL-REASON        PIC X(03).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-RET-DATE      PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-TEXT          PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RL-OUTCOME       PIC X(30).
           05  FILLER           PIC X(05) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(20) VALUE 'ITEMS RECEIVED    : '.
           05  TOT-READ-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   MARKED RETURNED: '.
           05  TOT-MARKED-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   REJECTED       : '.
           05  TOT-REJECT-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(58) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER           PIC X(20) VALUE 'AMOUNT RETURNED   : '.
           05  TOT-MARKED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(99) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           PERFORM 1500-LOAD-RETURNED-ITEMS
              THRU 1500-LOAD-RETURNED-ITEMS-EXIT.

           PERFORM 1600-LOAD-MARKED
              THRU 1600-LOAD-MARKED-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           IF C-BKRTN-OK AND WS-RTI-COUNT > 0 THEN
              PERFORM 3000-MATCH-PAYMENTS
                 THRU 3000-MATCH-PAYMENTS-EXIT
           END-IF.

           PERFORM 7000-WRITE-UNMATCHED
              THRU 7000-WRITE-UNMATCHED-EXIT.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A RUN THAT COULD NOT READ ITS INPUTS IS A FAILURE; ONE THAT
      * HAD TO REJECT ITEMS COMPLETED BUT NEEDS A HUMAN - SAME
      * RETURN-CODE CONVENTION CLMARCH USES.
           EVALUATE TRUE
              WHEN C-BKRTN-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
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
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.
      *
      * NO RETURNED-ITEMS FILE FROM THE BANK IS A WEEK WITH NOTHING
      * RETURNED - THE REPORT COMES OUT EMPTY.
       1500-LOAD-RETURNED-ITEMS.
      *------------------------*
           OPEN INPUT RTI001.

           IF C-RTI-NOTEXST THEN
              DISPLAY 'NO RETURNED-ITEMS FILE - NOTHING TO RECONCILE'
              GO TO 1500-LOAD-RETURNED-ITEMS-EXIT
           END-IF.

           IF NOT C-RTI-OK THEN
              DISPLAY 'FILE OPEN ERROR: INBKRTN ' WS-RTI-FS
              SET C-BKRTN-FAILED TO TRUE
              GO TO 1500-LOAD-RETURNED-ITEMS-EXIT
           END-IF.

           MOVE 'N' TO LASTREC.
           PERFORM 1510-READ-RTI-REC
              THRU 1510-READ-RTI-REC-EXIT.

           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-ITEM-READ-COUNT

              IF WS-RTI-COUNT >= 2000 THEN
                 IF C-BKRTN-OK THEN
                    DISPLAY 'RETURNED-ITEM TABLE FULL - RUN STOPPED'
                 END-IF
                 SET C-BKRTN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-RTI-COUNT
                 MOVE RTI-PAY-SEQ-NO  TO WS-RTI-SEQ-NO (WS-RTI-COUNT)
                 MOVE RTI-CLAIM-ID    TO WS-RTI-CLAIM-ID (WS-RTI-COUNT)
                 MOVE RTI-AMOUNT      TO WS-RTI-AMOUNT (WS-RTI-COUNT)
                 MOVE RTI-REASON-CODE TO WS-RTI-REASON (WS-RTI-COUNT)
                 MOVE RTI-RETURN-DATE
                                   TO WS-RTI-RET-DATE (WS-RTI-COUNT)
                 MOVE RTI-REASON-TEXT TO WS-RTI-TEXT (WS-RTI-COUNT)
                 MOVE SPACES          TO WS-RTI-OUTCOME (WS-RTI-COUNT)
              END-IF

              PERFORM 1510-READ-RTI-REC
                 THRU 1510-READ-RTI-REC-EXIT
           END-PERFORM.

           CLOSE RTI001.
       1500-LOAD-RETURNED-ITEMS-EXIT.
      *-----------------------------*
           EXIT.
      *
       1510-READ-RTI-REC.
      *-----------------*
           READ RTI001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       1510-READ-RTI-REC-EXIT.
      *----------------------*
           EXIT.
      *
      * AN ABSENT PAYRETRN IS THE FIRST RETURN EVER RECONCILED. ONE
      * THAT WILL NOT OPEN OTHERWISE, FOR READING OR FOR APPEND,
      * STOPS THE RUN - NOTHING COULD BE MARKED.
       1600-LOAD-MARKED.
      *----------------*
           OPEN INPUT RTN001.

           IF NOT C-RTN-OK AND NOT C-RTN-NOTEXST THEN
              DISPLAY 'FILE OPEN ERROR: PAYRETRN ' WS-RTN-FS
              SET C-BKRTN-FAILED TO TRUE
              GO TO 1600-LOAD-MARKED-EXIT
           END-IF.

           IF C-RTN-NOTEXST THEN
              DISPLAY 'NO RETURNED-PAYMENTS FILE - STARTING A NEW ONE'
           ELSE
              PERFORM 1610-READ-RTN-REC
                 THRU 1610-READ-RTN-REC-EXIT

              PERFORM UNTIL RTN-LASTREC = 'Y'
                 IF WS-DONE-COUNT >= 20000 THEN
                    IF C-BKRTN-OK THEN
                       DISPLAY 'RETURNED-PAYMENT TABLE FULL - RUN '
                               'STOPPED'
                    END-IF
                    SET C-BKRTN-FAILED TO TRUE
                 ELSE
                    ADD 1 TO WS-DONE-COUNT
                    MOVE RTN-PAY-SEQ-NO
                       TO WS-DONE-SEQ-NO (WS-DONE-COUNT)
                 END-IF

                 PERFORM 1610-READ-RTN-REC
                    THRU 1610-READ-RTN-REC-EXIT
              END-PERFORM

              CLOSE RTN001
           END-IF.

           OPEN EXTEND RTN001.

           IF C-RTN-NOTEXST THEN
              OPEN OUTPUT RTN001
           END-IF.

           IF NOT C-RTN-OK THEN
              DISPLAY 'FILE OPEN ERROR: PAYRETRN ' WS-RTN-FS
              SET C-BKRTN-FAILED TO TRUE
              GO TO 1600-LOAD-MARKED-EXIT
           END-IF.

           SET C-RTN-OPEN TO TRUE.
       1600-LOAD-MARKED-EXIT.
      *---------------------*
           EXIT.
      *
       1610-READ-RTN-REC.
      *-----------------*
           READ RTN001
              AT END MOVE 'Y' TO RTN-LASTREC
           END-READ.
       1610-READ-RTN-REC-EXIT.
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
      * ONE PASS OVER PAYMENTS - EVERY PAY-REC WHOSE SEQUENCE NUMBER
      * THE BANK SENT BACK IS CHECKED AND MARKED OR REJECTED.
       3000-MATCH-PAYMENTS.
      *-------------------*
           OPEN INPUT PAY001.

           IF C-PAY-NOTEXST THEN
              DISPLAY 'NO PAYMENTS FILE - RETURNED ITEMS CANNOT BE '
                      'MATCHED'
              SET C-BKRTN-FAILED TO TRUE
              GO TO 3000-MATCH-PAYMENTS-EXIT
           END-IF.

           IF NOT C-PAY-OK THEN
              DISPLAY 'FILE OPEN ERROR: PAYMENTS ' WS-PAY-FS
              SET C-BKRTN-FAILED TO TRUE
              GO TO 3000-MATCH-PAYMENTS-EXIT
           END-IF.

           PERFORM 3100-READ-PAY-REC
              THRU 3100-READ-PAY-REC-EXIT.

           PERFORM UNTIL PAY-LASTREC = 'Y'
              PERFORM VARYING RTI-SUB FROM 1 BY 1
                      UNTIL RTI-SUB > WS-RTI-COUNT
                 IF WS-RTI-SEQ-NO (RTI-SUB) = PAY-SEQ-NO AND
                    WS-RTI-OUTCOME (RTI-SUB) = SPACES THEN
                    PERFORM 4000-RECONCILE-ITEM
                       THRU 4000-RECONCILE-ITEM-EXIT
                 END-IF
              END-PERFORM

              PERFORM 3100-READ-PAY-REC
                 THRU 3100-READ-PAY-REC-EXIT
           END-PERFORM.

           CLOSE PAY001.
       3000-MATCH-PAYMENTS-EXIT.
      *------------------------*
           EXIT.
      *
       3100-READ-PAY-REC.
      *-----------------*
           READ PAY001
              AT END MOVE 'Y' TO PAY-LASTREC
           END-READ.
       3100-READ-PAY-REC-EXIT.
      *----------------------*
           EXIT.
      *
       4000-RECONCILE-ITEM.
      *-------------------*
           SET C-NOT-DONE TO TRUE.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-DONE-COUNT
                   OR C-ALREADY-DONE
              IF WS-DONE-SEQ-NO (SUB1) = PAY-SEQ-NO THEN
                 SET C-ALREADY-DONE TO TRUE
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-RTI-CLAIM-ID (RTI-SUB) NOT = PAY-CLAIM-ID
                 MOVE 'REJECTED - CLAIM ID MISMATCH'
                                    TO WS-RTI-OUTCOME (RTI-SUB)
                 ADD 1 TO WS-REJECT-COUNT
              WHEN WS-RTI-AMOUNT (RTI-SUB) > PAY-AMOUNT
                 MOVE 'REJECTED - MORE THAN WAS PAID'
                                    TO WS-RTI-OUTCOME (RTI-SUB)
                 ADD 1 TO WS-REJECT-COUNT
              WHEN C-ALREADY-DONE
                 MOVE 'REJECTED - ALREADY RETURNED'
                                    TO WS-RTI-OUTCOME (RTI-SUB)
                 ADD 1 TO WS-REJECT-COUNT
              WHEN OTHER
                 PERFORM 4100-MARK-RETURNED
                    THRU 4100-MARK-RETURNED-EXIT
           END-EVALUATE.

           MOVE WS-RTI-SEQ-NO (RTI-SUB)   TO RL-SEQ-NO.
           MOVE PAY-CLAIM-ID              TO RL-CLAIM-ID.
           MOVE PAY-WEEK-ENDING           TO RL-WEEK-ENDING.
           MOVE PAY-AMOUNT                TO RL-PAID.
           MOVE WS-RTI-AMOUNT (RTI-SUB)   TO RL-RETURNED.
           MOVE WS-RTI-REASON (RTI-SUB)   TO RL-REASON.
           MOVE WS-RTI-RET-DATE (RTI-SUB) TO RL-RET-DATE.
           MOVE WS-RTI-TEXT (RTI-SUB)     TO RL-TEXT.
           MOVE WS-RTI-OUTCOME (RTI-SUB)  TO RL-OUTCOME.
           WRITE OUTPUT-REC FROM WS-RTN-LINE.
       4000-RECONCILE-ITEM-EXIT.
      *------------------------*
           EXIT.
      *
       4100-MARK-RETURNED.
      *------------------*
           MOVE SPACES                    TO RTN-REC.
           MOVE PAY-SEQ-NO                TO RTN-PAY-SEQ-NO.
           MOVE PAY-CLAIM-ID              TO RTN-CLAIM-ID.
           MOVE PAY-WEEK-ENDING           TO RTN-WEEK-ENDING.
           MOVE WS-RTI-AMOUNT (RTI-SUB)   TO RTN-AMOUNT.
           MOVE WS-RTI-REASON (RTI-SUB)   TO RTN-REASON-CODE.
           MOVE WS-RTI-RET-DATE (RTI-SUB) TO RTN-RETURN-DATE.
           MOVE WS-CURRENT-DATE-NUM       TO RTN-RUN-DATE.
           WRITE RTN-REC.

      * AN ITEM NOT ON PAYRETRN IS NOT MARKED, WHATEVER THE REPORT
      * WOULD OTHERWISE SAY - CLM1099G WOULD STILL COUNT IT AS PAID.
           IF NOT C-RTN-OK THEN
              DISPLAY 'PAYRETRN WRITE FAILED : ' PAY-SEQ-NO
                      ' FILE STATUS ' WS-RTN-FS
              SET C-BKRTN-FAILED TO TRUE
              MOVE 'NOT MARKED - WRITE FAILED'
                                       TO WS-RTI-OUTCOME (RTI-SUB)
              GO TO 4100-MARK-RETURNED-EXIT
           END-IF.

           IF WS-DONE-COUNT < 20000 THEN
              ADD 1 TO WS-DONE-COUNT
              MOVE PAY-SEQ-NO TO WS-DONE-SEQ-NO (WS-DONE-COUNT)
           END-IF.

           ADD 1                       TO WS-MARKED-COUNT.
           ADD WS-RTI-AMOUNT (RTI-SUB) TO WS-MARKED-TOTAL.

           MOVE 'RETURNED - REISSUE/INVESTIGATE'
                                       TO WS-RTI-OUTCOME (RTI-SUB).
       4100-MARK-RETURNED-EXIT.
      *-----------------------*
           EXIT.
      *
      * ANY ITEM STILL WITHOUT AN OUTCOME NAMED A SEQUENCE NUMBER
      * THAT IS NOT ON PAYMENTS.
       7000-WRITE-UNMATCHED.
      *--------------------*
           PERFORM VARYING RTI-SUB FROM 1 BY 1
                   UNTIL RTI-SUB > WS-RTI-COUNT
              IF WS-RTI-OUTCOME (RTI-SUB) = SPACES THEN
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'REJECTED - NO SUCH PAYMENT'
                                    TO WS-RTI-OUTCOME (RTI-SUB)
                 MOVE WS-RTI-SEQ-NO (RTI-SUB)   TO RL-SEQ-NO
                 MOVE WS-RTI-CLAIM-ID (RTI-SUB) TO RL-CLAIM-ID
                 MOVE SPACES                    TO RL-WEEK-ENDING
                 MOVE 0                         TO RL-PAID
                 MOVE WS-RTI-AMOUNT (RTI-SUB)   TO RL-RETURNED
                 MOVE WS-RTI-REASON (RTI-SUB)   TO RL-REASON
                 MOVE WS-RTI-RET-DATE (RTI-SUB) TO RL-RET-DATE
                 MOVE WS-RTI-TEXT (RTI-SUB)     TO RL-TEXT
                 MOVE WS-RTI-OUTCOME (RTI-SUB)  TO RL-OUTCOME
                 WRITE OUTPUT-REC FROM WS-RTN-LINE
              END-IF
           END-PERFORM.
       7000-WRITE-UNMATCHED-EXIT.
      *-------------------------*
           EXIT.
      *
       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM WS-EMPTY-LN.
           WRITE OUTPUT-REC FROM HEADER-5.

           MOVE WS-ITEM-READ-COUNT TO TOT-READ-COUNT.
           MOVE WS-MARKED-COUNT    TO TOT-MARKED-COUNT.
           MOVE WS-REJECT-COUNT    TO TOT-REJECT-COUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE.

           MOVE WS-MARKED-TOTAL    TO TOT-MARKED-TOTAL.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE-2.
       8000-WRITE-TOTALS-EXIT.
      *----------------------*
           EXIT.
      *
       9000-CLOSE-FILES.
      *----------------*
           IF C-RTN-OPEN THEN
              CLOSE RTN001
           END-IF.
           CLOSE OUT001.

           DISPLAY 'RETURNED-PAYMENT RECONCILIATION COMPLETE'.
           DISPLAY 'RETURNED ITEMS READ : ' WS-ITEM-READ-COUNT.
           DISPLAY 'MARKED RETURNED : ' WS-MARKED-COUNT.
           DISPLAY 'REJECTED : ' WS-REJECT-COUNT.
       9000-CLOSE-FILES-EXIT.
      *--------------------*
           EXIT.
