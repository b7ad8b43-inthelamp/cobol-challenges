      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RUNLGCNV.
       AUTHOR.        DONGWON K.
      *
      * ONE-TIME CONVERSION OF THE RUNBATCH RUN LOG AND STEP CATALOG
      * TO THEIR WIDER LAYOUTS. THE RUNLOG RECORD GREW FROM 64 TO 80
      * BYTES WHEN THE STEP OUTCOME (COMPLETE, WARNING, FAILED, NOT
      * SCHEDULED) WAS ADDED AFTER THE RETURN CODE, AND THE STEPCAT
      * CARD GREW FROM 23 TO 26 BYTES WHEN THE RUN FREQUENCY AND
      * FREQUENCY DAY WERE ADDED AFTER THE ENABLED FLAG. RUNBATCH,
      * RUNLOGRP AND MORNSTAT ALL READ THE NEW LENGTHS, SO A FILE
      * LEFT IN THE OLD SHAPE IS READ OUT OF STEP FROM THE SECOND
      * RECORD ON. BOTH FILES ARE SEQUENTIAL AND CANNOT BE REWRITTEN
      * IN PLACE, SO - THE SAME WAY CLMCONV HANDLES OUTARCH -
      * CONVERTED COPIES ARE WRITTEN TO RUNLOG2 AND STEPCAT2 AND
      * SWAPPED IN BY THE OPERATOR BEFORE THE NEXT RUNBATCH.
      * EVERY OLD FIELD IS CARRIED ACROSS UNCHANGED. AN OLD RUN-LOG
      * ROW GETS THE OUTCOME RUNBATCH WOULD WRITE TODAY FOR ITS
      * RETURN CODE - COMPLETE FOR 0, WARNING FOR 4 OR LESS, FAILED
      * ABOVE THAT - SINCE THE OLD LOG NEVER RECORDED NOT SCHEDULED
      * STEPS. AN OLD CATALOG CARD GETS FREQUENCY D (DAILY) AND A
      * BLANK FREQUENCY DAY, WHICH IS HOW EVERY STEP RAN BEFORE THE
      * FREQUENCY EXISTED; THE WEEKLY AND PERIOD-END STEPS ARE THEN
      * RE-CARDED BY HAND. AN ABSENT INPUT IS A FILE THAT WAS NEVER
      * CREATED AND GETS AN EMPTY COPY. AN OLD RECORD WHOSE RUN DATE
      * OR RETURN CODE (RUN ORDER FOR A CARD) IS NOT NUMERIC IS
      * NAMED ON SYSOUT, COPIED ANYWAY AND COUNTED, AND THE STEP
      * ENDS RETURN CODE 8 - THE USUAL CAUSE IS A FILE THAT WAS
      * ALREADY CONVERTED. THE PASS READS THE OLD SHAPES AND MUST
      * NOT BE RERUN AGAINST THE SWAPPED-IN COPIES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PRE-CONVERSION 64-BYTE RUN LOG AND ITS 80-BYTE COPY.
           SELECT IN001 ASSIGN TO RUNLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RLOG-FILE-STATUS.

           SELECT OUT001 ASSIGN TO RUNLOG2
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RLOG2-FILE-STATUS.

      * THE PRE-CONVERSION 23-BYTE STEP CATALOG AND ITS 26-BYTE COPY.
           SELECT IN002 ASSIGN TO STEPCAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SCAT-FILE-STATUS.

           SELECT OUT002 ASSIGN TO STEPCAT2
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SCAT2-FILE-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 64 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OLD-RLOG-REC.
       01  OLD-RLOG-REC.
           05 OLOG-RUN-DATE              PIC 9(08).
           05 FILLER                     PIC X(01).
           05 OLOG-STEP-NAME             PIC X(08).
           05 FILLER                     PIC X(47).
       01  OLD-RLOG-TAIL-REC.
           05 FILLER                     PIC X(60).
           05 OLOG-RETURN-CODE           PIC 9(04).

      * THE RUNBATCH RLOG-REC LAYOUT: THE OLD 64 BYTES, THEN THE
      * OUTCOME.
       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RLOG-REC.
       01  RLOG-REC.
           05 RLOG-OLD-PART              PIC X(64).
           05 FILLER                     PIC X(01).
           05 RLOG-OUTCOME               PIC X(13).
           05 FILLER                     PIC X(02).

       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 23 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OLD-SCAT-REC.
       01  OLD-SCAT-REC.
           05 OCAT-STEP-NAME             PIC X(08).
           05 FILLER                     PIC X(01).
           05 OCAT-RUN-ORDER             PIC X(03).
           05 FILLER                     PIC X(11).

      * THE RUNBATCH STEP-CAT-REC LAYOUT: THE OLD 23 BYTES, THEN THE
      * RUN FREQUENCY AND FREQUENCY DAY.
       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 26 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-CAT-REC.
       01  STEP-CAT-REC.
           05 SCAT-OLD-PART              PIC X(23).
           05 FILLER                     PIC X(01).
           05 SCAT-FREQ                  PIC X(01).
           05 SCAT-FREQ-DAY              PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-RLOG-READ-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-RLOG-WRITE-COUNT  PIC 9(07) COMP VALUE 0.
       77  WS-SCAT-READ-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-SCAT-WRITE-COUNT  PIC 9(07) COMP VALUE 0.
       77  WS-SUSPECT-COUNT     PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 RLOG-LASTREC      PIC X VALUE SPACE.
           05 SCAT-LASTREC      PIC X VALUE SPACE.

      * ONE BYTE PER FILE, 'Y' ONCE IT IS OPEN.
       01  WS-OPEN-FLAGS.
           05 WS-IN001-OPEN     PIC X(01) VALUE 'N'.
           05 WS-OUT001-OPEN    PIC X(01) VALUE 'N'.
           05 WS-IN002-OPEN     PIC X(01) VALUE 'N'.
           05 WS-OUT002-OPEN    PIC X(01) VALUE 'N'.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-CONV-OK         VALUE ' '.
           88 C-CONV-FAILED     VALUE 'F'.

       01  WS-RLOG-FILE-STATUS.
           05 WS-RLOG-FS                    PIC X(02).
              88 C-RLOG-OK                  VALUE '00'.
              88 C-RLOG-NOTEXST             VALUE '35'.

       01  WS-RLOG2-FILE-STATUS.
           05 WS-RLOG2-FS                   PIC X(02).
              88 C-RLOG2-OK                 VALUE '00'.

       01  WS-SCAT-FILE-STATUS.
           05 WS-SCAT-FS                    PIC X(02).
              88 C-SCAT-OK                  VALUE '00'.
              88 C-SCAT-NOTEXST             VALUE '35'.

       01  WS-SCAT2-FILE-STATUS.
           05 WS-SCAT2-FS                   PIC X(02).
              88 C-SCAT2-OK                 VALUE '00'.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           IF C-CONV-OK THEN
              PERFORM 2000-CONVERT-RUN-LOG
                 THRU 2000-CONVERT-RUN-LOG-EXIT
           END-IF.

           IF C-CONV-OK THEN
              PERFORM 3000-CONVERT-CATALOG
                 THRU 3000-CONVERT-CATALOG-EXIT
           END-IF.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A CONVERSION THAT DIED MID-PASS MUST BE RERUN BEFORE THE
      * COPIES ARE SWAPPED IN - SAME RETURN-CODE CONVENTION CLMCONV
      * USES. SUSPECT RECORDS COMPLETED, BUT MUST NOT PASS FOR CLEAN.
           EVALUATE TRUE
              WHEN C-CONV-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN WS-SUSPECT-COUNT > 0
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *

       1000-OPEN-FILES.
      *---------------*
           OPEN OUTPUT OUT001.

           IF C-RLOG2-OK THEN
                DISPLAY 'FILE OPENED : RUNLOG2'
                MOVE 'Y' TO WS-OUT001-OPEN
           ELSE
                DISPLAY 'FILE OPEN ERROR: RUNLOG2 ' WS-RLOG2-FS
                SET C-CONV-FAILED TO TRUE
                GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT OUT002.

           IF C-SCAT2-OK THEN
                DISPLAY 'FILE OPENED : STEPCAT2'
                MOVE 'Y' TO WS-OUT002-OPEN
           ELSE
                DISPLAY 'FILE OPEN ERROR: STEPCAT2 ' WS-SCAT2-FS
                SET C-CONV-FAILED TO TRUE
                GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT IN001.

           EVALUATE TRUE
              WHEN C-RLOG-OK
                 DISPLAY 'FILE OPENED : RUNLOG'
                 MOVE 'Y' TO WS-IN001-OPEN
              WHEN C-RLOG-NOTEXST
                 DISPLAY 'NO RUNLOG FILE - RUNLOG2 STARTS EMPTY'
                 MOVE 'Y' TO RLOG-LASTREC
              WHEN OTHER
                 DISPLAY 'FILE OPEN ERROR: RUNLOG ' WS-RLOG-FS
                 SET C-CONV-FAILED TO TRUE
                 GO TO 1000-OPEN-FILES-EXIT
           END-EVALUATE.

           OPEN INPUT IN002.

           EVALUATE TRUE
              WHEN C-SCAT-OK
                 DISPLAY 'FILE OPENED : STEPCAT'
                 MOVE 'Y' TO WS-IN002-OPEN
              WHEN C-SCAT-NOTEXST
                 DISPLAY 'NO STEPCAT FILE - STEPCAT2 STARTS EMPTY'
                 MOVE 'Y' TO SCAT-LASTREC
              WHEN OTHER
                 DISPLAY 'FILE OPEN ERROR: STEPCAT ' WS-SCAT-FS
                 SET C-CONV-FAILED TO TRUE
           END-EVALUATE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.

       2000-CONVERT-RUN-LOG.
      *--------------------*
           IF RLOG-LASTREC NOT = 'Y' THEN
              PERFORM 2100-READ-OLD-RLOG
                 THRU 2100-READ-OLD-RLOG-EXIT
           END-IF.

           PERFORM UNTIL RLOG-LASTREC = 'Y'
                 PERFORM 2200-WRITE-NEW-RLOG
                    THRU 2200-WRITE-NEW-RLOG-EXIT

                 PERFORM 2100-READ-OLD-RLOG
                    THRU 2100-READ-OLD-RLOG-EXIT
           END-PERFORM.
       2000-CONVERT-RUN-LOG-EXIT.
      *-------------------------*
           EXIT.

       2100-READ-OLD-RLOG.
      *------------------*
           READ IN001
              AT END MOVE 'Y' TO RLOG-LASTREC
           END-READ.
       2100-READ-OLD-RLOG-EXIT.
      *-----------------------*
           EXIT.

      * THE OUTCOME FOLLOWS THE SAME RETURN-CODE RULE AS RUNBATCH'S
      * 7500-WRITE-RUN-LOG. A ROW THAT CANNOT BE READ AS AN OLD
      * RUN-LOG ROW IS CARRIED ACROSS WITH A BLANK OUTCOME.
       2200-WRITE-NEW-RLOG.
      *-------------------*
           ADD 1 TO WS-RLOG-READ-COUNT.

           MOVE SPACES              TO RLOG-REC.
           MOVE OLD-RLOG-REC        TO RLOG-OLD-PART.

           IF OLOG-RUN-DATE IS NUMERIC AND
              OLOG-RETURN-CODE IS NUMERIC THEN
              EVALUATE TRUE
                 WHEN OLOG-RETURN-CODE = 0
                    MOVE 'COMPLETE'    TO RLOG-OUTCOME
                 WHEN OLOG-RETURN-CODE <= 4
                    MOVE 'WARNING'     TO RLOG-OUTCOME
                 WHEN OTHER
                    MOVE 'FAILED'      TO RLOG-OUTCOME
              END-EVALUATE
           ELSE
              ADD 1 TO WS-SUSPECT-COUNT
              DISPLAY 'RUNLOG RECORD ' WS-RLOG-READ-COUNT
                      ' NOT IN THE OLD LAYOUT : ' OLD-RLOG-REC
           END-IF.

           WRITE RLOG-REC.

           IF C-RLOG2-OK THEN
              ADD 1 TO WS-RLOG-WRITE-COUNT
           ELSE
              DISPLAY 'RUNLOG2 WRITE FAILED : RECORD '
                      WS-RLOG-READ-COUNT ' FILE STATUS ' WS-RLOG2-FS
              SET C-CONV-FAILED TO TRUE
              MOVE 'Y' TO RLOG-LASTREC
           END-IF.
       2200-WRITE-NEW-RLOG-EXIT.
      *------------------------*
           EXIT.

       3000-CONVERT-CATALOG.
      *--------------------*
           IF SCAT-LASTREC NOT = 'Y' THEN
              PERFORM 3100-READ-OLD-SCAT
                 THRU 3100-READ-OLD-SCAT-EXIT
           END-IF.

           PERFORM UNTIL SCAT-LASTREC = 'Y'
                 PERFORM 3200-WRITE-NEW-SCAT
                    THRU 3200-WRITE-NEW-SCAT-EXIT

                 PERFORM 3100-READ-OLD-SCAT
                    THRU 3100-READ-OLD-SCAT-EXIT
           END-PERFORM.
       3000-CONVERT-CATALOG-EXIT.
      *-------------------------*
           EXIT.

       3100-READ-OLD-SCAT.
      *------------------*
           READ IN002
              AT END MOVE 'Y' TO SCAT-LASTREC
           END-READ.
       3100-READ-OLD-SCAT-EXIT.
      *-----------------------*
           EXIT.

      * A BLANK CARD IS CARRIED ACROSS AS IT IS - RUNBATCH ALREADY
      * SKIPS IT - AND IS NOT SUSPECT.
       3200-WRITE-NEW-SCAT.
      *-------------------*
           ADD 1 TO WS-SCAT-READ-COUNT.

           MOVE SPACES              TO STEP-CAT-REC.
           MOVE OLD-SCAT-REC        TO SCAT-OLD-PART.

           IF OCAT-STEP-NAME NOT = SPACES THEN
              MOVE 'D'              TO SCAT-FREQ
              IF OCAT-RUN-ORDER IS NOT NUMERIC THEN
                 ADD 1 TO WS-SUSPECT-COUNT
                 DISPLAY 'STEPCAT CARD ' WS-SCAT-READ-COUNT
                         ' NOT IN THE OLD LAYOUT : ' OLD-SCAT-REC
              END-IF
           END-IF.

           WRITE STEP-CAT-REC.

           IF C-SCAT2-OK THEN
              ADD 1 TO WS-SCAT-WRITE-COUNT
           ELSE
              DISPLAY 'STEPCAT2 WRITE FAILED : CARD '
                      WS-SCAT-READ-COUNT ' FILE STATUS ' WS-SCAT2-FS
              SET C-CONV-FAILED TO TRUE
              MOVE 'Y' TO SCAT-LASTREC
           END-IF.
       3200-WRITE-NEW-SCAT-EXIT.
      *------------------------*
           EXIT.

       8000-WRITE-SUMMARY.
      *------------------*
           DISPLAY 'RUN LOG AND STEP CATALOG CONVERSION COMPLETE'.
           DISPLAY 'RUNLOG RECORDS READ : ' WS-RLOG-READ-COUNT.
           DISPLAY 'RUNLOG2 RECORDS WRITTEN : ' WS-RLOG-WRITE-COUNT.
           DISPLAY 'STEPCAT CARDS READ : ' WS-SCAT-READ-COUNT.
           DISPLAY 'STEPCAT2 CARDS WRITTEN : ' WS-SCAT-WRITE-COUNT.
           DISPLAY 'RECORDS NOT IN THE OLD LAYOUT : '
                   WS-SUSPECT-COUNT.
       8000-WRITE-SUMMARY-EXIT.
      *-----------------------*
           EXIT.

       9000-CLOSE-FILES.
      *----------------*
           IF WS-IN001-OPEN = 'Y' THEN
              CLOSE IN001
           END-IF.

           IF WS-IN002-OPEN = 'Y' THEN
              CLOSE IN002
           END-IF.

           IF WS-OUT001-OPEN = 'Y' THEN
              CLOSE OUT001
           END-IF.

           IF WS-OUT002-OPEN = 'Y' THEN
              CLOSE OUT002
           END-IF.
       9000-CLOSE-FILES-EXIT.
      *---------------------*
           EXIT.
