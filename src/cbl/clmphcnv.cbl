      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMPHCNV.
       AUTHOR.        DONGWON K.
      *
      * ONE-TIME CONVERSION OF THE SEQUENTIAL PAYMENTS HISTORY INTO
      * THE PAYHIST INDEXED FILE, KEYED BY CLAIM ID AND WEEK-ENDING.
      * EVERY PAY-REC IS WRITTEN AS IT STANDS - THE 42-BYTE LAYOUT
      * IS UNCHANGED, ONLY THE ORGANIZATION IS NEW - AND A '*PAYCTL*'
      * CONTROL RECORD IS ADDED CARRYING THE HIGHEST PAY-SEQ-NO SEEN,
      * SO CLMPAYRN CAN CONTINUE THE SEQUENCE WITHOUT READING PAYMENTS
      * END TO END AT START-UP. AN ABSENT PAYMENTS FILE IS A SHOP
      * THAT HAS NEVER PAID, AND GETS AN EMPTY PAYHIST WITH THE
      * CONTROL RECORD AT ZERO. TWO RECORDS FOR THE SAME CLAIM AND
      * WEEK CANNOT BOTH BE KEYED; THE FIRST IS KEPT, EACH LATER ONE
      * IS NAMED ON SYSOUT AND COUNTED, AND THE STEP ENDS RETURN CODE
      * 8 SO THE DUPLICATES ARE LOOKED AT BEFORE CLMPAYRN RUNS. THE
      * PAYMENTS FILE ITSELF IS LEFT AS IT IS - CLMPAYRN GOES ON
      * APPENDING TO IT FOR THE PROGRAMS THAT READ IT SEQUENTIALLY.
      * PAYHIST IS CREATED WITH OPEN OUTPUT, SO RERUNNING THE STEP
      * REBUILDS IT FROM SCRATCH AND MUST NOT BE DONE ONCE CLMPAYRN
      * HAS STARTED WRITING TO IT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

      * PAYMENTS IS IN SEQUENCE-NUMBER ORDER, NOT KEY ORDER, SO THE
      * LOAD IS BY RANDOM WRITE.
           SELECT PHS001 ASSIGN TO PAYHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PHS-KEY
              FILE STATUS IS WS-PHS-FILE-STATUS.

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

       WORKING-STORAGE SECTION.

       77  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-LOAD-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-DUP-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-HIGH-SEQ-NO       PIC 9(07) VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-CONV-OK         VALUE ' '.
           88 C-CONV-FAILED     VALUE 'F'.

       01  WS-PAY-FILE-STATUS.
           05 WS-PAY-FS                     PIC X(02).
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-PHS-FILE-STATUS.
           05 WS-PHS-FS                     PIC X(02).
              88 C-PHS-OK                   VALUE '00'.
              88 C-PHS-DUPREC               VALUE '22'.
              88 C-PHS-OPEN-NORMAL          VALUE '97'.

       01  WS-CURRENT-DATE-REC.
           05  WS-CURRENT-DATE              PIC 9(08).
           05  WS-CURRENT-TIME              PIC 9(08).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           IF C-CONV-OK THEN
              PERFORM 2000-LOAD-HISTORY
                 THRU 2000-LOAD-HISTORY-EXIT
           END-IF.

           IF C-CONV-OK THEN
              PERFORM 3000-WRITE-CONTROL-REC
                 THRU 3000-WRITE-CONTROL-REC-EXIT
           END-IF.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A CONVERSION THAT DIED MID-PASS MUST BE RERUN BEFORE CLMPAYRN
      * TOUCHES THE FILE - SAME RETURN-CODE CONVENTION CLMCONV USES.
      * DUPLICATE WEEKS COMPLETED, BUT MUST NOT PASS FOR CLEAN.
           EVALUATE TRUE
              WHEN C-CONV-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN WS-DUP-COUNT > 0
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *

       1000-OPEN-FILES.
      *---------------*
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CURRENT-DATE-REC.

           OPEN OUTPUT PHS001.

           IF C-PHS-OK OR C-PHS-OPEN-NORMAL THEN
                DISPLAY 'FILE OPENED : PAYHIST'
           ELSE
                DISPLAY 'FILE OPEN ERROR: PAYHIST ' WS-PHS-FS
                SET C-CONV-FAILED TO TRUE
                GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT PAY001.

           IF C-PAY-NOTEXST THEN
                DISPLAY 'NO PAYMENTS FILE - PAYHIST STARTS EMPTY'
                MOVE 'Y' TO LASTREC
           END-IF.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.

       2000-LOAD-HISTORY.
      *-----------------*
           IF LASTREC NOT = 'Y' THEN
              PERFORM 2100-READ-PAY-REC
                 THRU 2100-READ-PAY-REC-EXIT
           END-IF.

           PERFORM UNTIL LASTREC = 'Y'
                 PERFORM 2200-WRITE-HISTORY-REC
                    THRU 2200-WRITE-HISTORY-REC-EXIT

                 PERFORM 2100-READ-PAY-REC
                    THRU 2100-READ-PAY-REC-EXIT
           END-PERFORM.
       2000-LOAD-HISTORY-EXIT.
      *----------------------*
           EXIT.

       2100-READ-PAY-REC.
      *-----------------*
           READ PAY001
              AT END MOVE 'Y' TO LASTREC
           END-READ.
       2100-READ-PAY-REC-EXIT.
      *----------------------*
           EXIT.

      * THE SEQUENCE NUMBER IS CARRIED FORWARD FROM EVERY RECORD
      * READ, DUPLICATES INCLUDED, SO CLMPAYRN NEVER REISSUES A
      * NUMBER THAT IS ALREADY ON PAYMENTS.
       2200-WRITE-HISTORY-REC.
      *----------------------*
           ADD 1 TO WS-READ-COUNT.

           IF PAY-SEQ-NO > WS-HIGH-SEQ-NO THEN
              MOVE PAY-SEQ-NO TO WS-HIGH-SEQ-NO
           END-IF.

           MOVE PAY-REC TO PHS-REC.
           WRITE PHS-REC.

           EVALUATE TRUE
              WHEN C-PHS-OK
                 ADD 1 TO WS-LOAD-COUNT
              WHEN C-PHS-DUPREC
                 ADD 1 TO WS-DUP-COUNT
                 DISPLAY 'DUPLICATE CLAIM WEEK NOT LOADED : '
                         PAY-CLAIM-ID ' ' PAY-WEEK-ENDING
                         ' SEQ ' PAY-SEQ-NO
              WHEN OTHER
                 DISPLAY 'PAYHIST WRITE FAILED : ' PAY-CLAIM-ID
                         ' ' PAY-WEEK-ENDING
                         ' FILE STATUS ' WS-PHS-FS
                 SET C-CONV-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
           END-EVALUATE.
       2200-WRITE-HISTORY-REC-EXIT.
      *---------------------------*
           EXIT.

       3000-WRITE-CONTROL-REC.
      *----------------------*
           MOVE SPACES              TO PHS-REC.
           MOVE '*PAYCTL*'          TO PHS-CLAIM-ID.
           MOVE 0                   TO PHS-WEEK-ENDING.
           MOVE WS-HIGH-SEQ-NO      TO PHS-SEQ-NO.
           MOVE 0                   TO PHS-AMOUNT.
           MOVE WS-CURRENT-DATE     TO PHS-RUN-DATE.
           WRITE PHS-REC.

           IF NOT C-PHS-OK THEN
                DISPLAY 'PAYHIST CONTROL RECORD NOT WRITTEN - FILE '
                        'STATUS ' WS-PHS-FS
                SET C-CONV-FAILED TO TRUE
           END-IF.
       3000-WRITE-CONTROL-REC-EXIT.
      *---------------------------*
           EXIT.

       8000-WRITE-SUMMARY.
      *------------------*
           DISPLAY 'PAYMENT HISTORY CONVERSION COMPLETE'.
           DISPLAY 'PAYMENTS RECORDS READ : ' WS-READ-COUNT.
           DISPLAY 'PAYHIST RECORDS LOADED : ' WS-LOAD-COUNT.
           DISPLAY 'DUPLICATE WEEKS NOT LOADED : ' WS-DUP-COUNT.
           DISPLAY 'HIGHEST SEQUENCE NUMBER : ' WS-HIGH-SEQ-NO.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.

       9000-CLOSE-FILES.
      *----------------*
           IF NOT C-PAY-NOTEXST THEN
              CLOSE PAY001
           END-IF.

           CLOSE PHS001.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
