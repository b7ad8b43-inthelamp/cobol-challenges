      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NEWSHCNV.
       AUTHOR.        DONGWON K.
      *
      * ONE-TIME CONVERSION OF THE NEWSRANK STORY ARCHIVE AND
      * LEADERBOARD HISTORY TO THEIR WIDER LAYOUTS. THE OUTNARCH
      * RECORD GREW FROM 160 TO 169 BYTES WHEN THE RUN TIME WAS ADDED
      * AFTER THE MATCH FLAGS, SO THE TRENDING MODE CAN TELL TWO RUNS
      * ON ONE DAY APART, AND THE OUTNHIST RECORD GREW FROM 40 TO 42
      * BYTES WHEN THE RANKING MODE WAS ADDED AFTER THE SCORE.
      * NEWSRANK, NEWSFIND, NEWSLIFE AND NEWSMOVE ALL READ THE NEW
      * LENGTHS, AND NEWSRANK APPENDS IN THEM, SO A FILE LEFT IN THE
      * OLD SHAPE IS READ OUT OF STEP FROM THE SECOND RECORD ON.
      * BOTH FILES ARE SEQUENTIAL AND CANNOT BE REWRITTEN IN PLACE,
      * SO - THE SAME WAY CLMCONV HANDLES OUTARCH - CONVERTED COPIES
      * ARE WRITTEN TO OUTNARC2 AND OUTNHIS2 AND SWAPPED IN BY THE
      * OPERATOR BEFORE THE NEXT NEWSRANK.
      * EVERY OLD FIELD IS CARRIED ACROSS UNCHANGED. AN OLD ARCHIVE
      * ROW GETS RUN TIME ZERO - THE OLD ARCHIVE NEVER RECORDED ONE -
      * SO EVERY OLD RUN READS AS MIDNIGHT OF ITS RUN DATE; THE FIRST
      * TRENDING RUN AFTER THE CONVERSION THEREFORE MEASURES ITS
      * HOURS FROM THAT MIDNIGHT, AND WHERE THE OLD ARCHIVE HOLDS
      * MORE THAN ONE RUN FOR ITS LAST DATE, TAKES ITS PRIOR POINTS
      * FROM THE FIRST OF THEM. EVERY LATER RUN CARRIES ITS REAL TIME.
      * AN OLD HISTORY ROW GETS RANKING MODE S (STANDARD), THE ONLY
      * MODE THERE WAS WHEN IT WAS WRITTEN. AN ABSENT INPUT IS A FILE
      * NEWSRANK HAS NEVER WRITTEN AND GETS AN EMPTY COPY. AN OLD ROW
      * WHOSE RUN DATE, POINTS OR COMMENTS (RUN DATE OR RUN TIME FOR
      * A HISTORY ROW) IS NOT NUMERIC IS NAMED ON SYSOUT, COPIED
      * ANYWAY AND COUNTED, AND THE STEP ENDS RETURN CODE 8 - THE
      * USUAL CAUSE IS A FILE THAT WAS ALREADY CONVERTED. THE PASS
      * READS THE OLD SHAPES AND MUST NOT BE RERUN AGAINST THE
      * SWAPPED-IN COPIES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PRE-CONVERSION 160-BYTE STORY ARCHIVE AND ITS 169-BYTE
      * COPY.
           SELECT IN001 ASSIGN TO OUTNARCH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTNARC2
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ARCH2-FILE-STATUS.

      * THE PRE-CONVERSION 40-BYTE LEADERBOARD HISTORY AND ITS
      * 42-BYTE COPY.
           SELECT IN002 ASSIGN TO OUTNHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OUT002 ASSIGN TO OUTNHIS2
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-HIST2-FILE-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OLD-ARCH-REC.
       01  OLD-ARCH-REC.
           05 OARC-RUN-DATE              PIC 9(08).
           05 FILLER                     PIC X(01).
           05 OARC-ID                    PIC X(08).
           05 FILLER                     PIC X(01).
           05 OARC-TITLE                 PIC X(95).
           05 FILLER                     PIC X(01).
           05 OARC-AUTHOR                PIC X(15).
           05 FILLER                     PIC X(01).
           05 OARC-POINTS                PIC 9(04).
           05 FILLER                     PIC X(01).
           05 OARC-COMMENTS              PIC 9(04).
           05 FILLER                     PIC X(01).
           05 OARC-MATCH-FLAGS           PIC X(20).

      * THE NEWSRANK ARCH-OUTPUT-REC LAYOUT: THE OLD 160 BYTES, THEN
      * THE RUN TIME.
       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 169 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ARCH-OUTPUT-REC.
       01  ARCH-OUTPUT-REC.
           05 ARCH-OLD-PART              PIC X(160).
           05 FILLER                     PIC X(01).
           05 ARCH-RUN-TIME              PIC 9(08).

       FD  IN002 RECORDING MODE F
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OLD-HIST-REC.
       01  OLD-HIST-REC.
           05 OHST-RUN-DATE              PIC 9(08).
           05 FILLER                     PIC X(01).
           05 OHST-RUN-TIME              PIC 9(08).
           05 FILLER                     PIC X(01).
           05 OHST-ID                    PIC X(08).
           05 FILLER                     PIC X(14).

      * THE NEWSRANK HIST-OUTPUT-REC LAYOUT: THE OLD 40 BYTES, THEN
      * THE RANKING MODE.
       FD  OUT002 RECORDING MODE F
               RECORD CONTAINS 42 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS HIST-OUTPUT-REC.
       01  HIST-OUTPUT-REC.
           05 HIST-OLD-PART              PIC X(40).
           05 FILLER                     PIC X(01).
           05 HIST-RANK-MODE             PIC X(01).

       WORKING-STORAGE SECTION.

       77  WS-ARCH-READ-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-ARCH-WRITE-COUNT  PIC 9(07) COMP VALUE 0.
       77  WS-HIST-READ-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-HIST-WRITE-COUNT  PIC 9(07) COMP VALUE 0.
       77  WS-SUSPECT-COUNT     PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 ARCH-LASTREC      PIC X VALUE SPACE.
           05 HIST-LASTREC      PIC X VALUE SPACE.

      * ONE BYTE PER FILE, 'Y' ONCE IT IS OPEN.
       01  WS-OPEN-FLAGS.
           05 WS-IN001-OPEN     PIC X(01) VALUE 'N'.
           05 WS-OUT001-OPEN    PIC X(01) VALUE 'N'.
           05 WS-IN002-OPEN     PIC X(01) VALUE 'N'.
           05 WS-OUT002-OPEN    PIC X(01) VALUE 'N'.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-CONV-OK         VALUE ' '.
           88 C-CONV-FAILED     VALUE 'F'.

       01  WS-ARCH-FILE-STATUS.
           05 WS-ARCH-FS                    PIC X(02).
              88 C-ARCH-OK                  VALUE '00'.
              88 C-ARCH-NOTEXST             VALUE '35'.

       01  WS-ARCH2-FILE-STATUS.
           05 WS-ARCH2-FS                   PIC X(02).
              88 C-ARCH2-OK                 VALUE '00'.

       01  WS-HIST-FILE-STATUS.
           05 WS-HIST-FS                    PIC X(02).
              88 C-HIST-OK                  VALUE '00'.
              88 C-HIST-NOTEXST             VALUE '35'.

       01  WS-HIST2-FILE-STATUS.
           05 WS-HIST2-FS                   PIC X(02).
              88 C-HIST2-OK                 VALUE '00'.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       0000-MAIN-PARA.
      *--------------*
           PERFORM 1000-OPEN-FILES
              THRU 1000-OPEN-FILES-EXIT.

           IF C-CONV-OK THEN
              PERFORM 2000-CONVERT-ARCHIVE
                 THRU 2000-CONVERT-ARCHIVE-EXIT
           END-IF.

           IF C-CONV-OK THEN
              PERFORM 3000-CONVERT-HISTORY
                 THRU 3000-CONVERT-HISTORY-EXIT
           END-IF.

           PERFORM 8000-WRITE-SUMMARY
              THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-CLOSE-FILES
              THRU 9000-CLOSE-FILES-EXIT.

      * A CONVERSION THAT DIED MID-PASS MUST BE RERUN BEFORE THE
      * COPIES ARE SWAPPED IN - SAME RETURN-CODE CONVENTION CLMCONV
      * USES. SUSPECT ROWS COMPLETED, BUT MUST NOT PASS FOR CLEAN.
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

           IF C-ARCH2-OK THEN
                DISPLAY 'FILE OPENED : OUTNARC2'
                MOVE 'Y' TO WS-OUT001-OPEN
           ELSE
                DISPLAY 'FILE OPEN ERROR: OUTNARC2 ' WS-ARCH2-FS
                SET C-CONV-FAILED TO TRUE
                GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT OUT002.

           IF C-HIST2-OK THEN
                DISPLAY 'FILE OPENED : OUTNHIS2'
                MOVE 'Y' TO WS-OUT002-OPEN
           ELSE
                DISPLAY 'FILE OPEN ERROR: OUTNHIS2 ' WS-HIST2-FS
                SET C-CONV-FAILED TO TRUE
                GO TO 1000-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT IN001.

           EVALUATE TRUE
              WHEN C-ARCH-OK
                 DISPLAY 'FILE OPENED : OUTNARCH'
                 MOVE 'Y' TO WS-IN001-OPEN
              WHEN C-ARCH-NOTEXST
                 DISPLAY 'NO OUTNARCH FILE - OUTNARC2 STARTS EMPTY'
                 MOVE 'Y' TO ARCH-LASTREC
              WHEN OTHER
                 DISPLAY 'FILE OPEN ERROR: OUTNARCH ' WS-ARCH-FS
                 SET C-CONV-FAILED TO TRUE
                 GO TO 1000-OPEN-FILES-EXIT
           END-EVALUATE.

           OPEN INPUT IN002.

           EVALUATE TRUE
              WHEN C-HIST-OK
                 DISPLAY 'FILE OPENED : OUTNHIST'
                 MOVE 'Y' TO WS-IN002-OPEN
              WHEN C-HIST-NOTEXST
                 DISPLAY 'NO OUTNHIST FILE - OUTNHIS2 STARTS EMPTY'
                 MOVE 'Y' TO HIST-LASTREC
              WHEN OTHER
                 DISPLAY 'FILE OPEN ERROR: OUTNHIST ' WS-HIST-FS
                 SET C-CONV-FAILED TO TRUE
           END-EVALUATE.
       1000-OPEN-FILES-EXIT.
      *--------------------*
           EXIT.

       2000-CONVERT-ARCHIVE.
      *--------------------*
           IF ARCH-LASTREC NOT = 'Y' THEN
              PERFORM 2100-READ-OLD-ARCH
                 THRU 2100-READ-OLD-ARCH-EXIT
           END-IF.

           PERFORM UNTIL ARCH-LASTREC = 'Y'
                 PERFORM 2200-WRITE-NEW-ARCH
                    THRU 2200-WRITE-NEW-ARCH-EXIT

                 PERFORM 2100-READ-OLD-ARCH
                    THRU 2100-READ-OLD-ARCH-EXIT
           END-PERFORM.
       2000-CONVERT-ARCHIVE-EXIT.
      *-------------------------*
           EXIT.

       2100-READ-OLD-ARCH.
      *------------------*
           READ IN001
              AT END MOVE 'Y' TO ARCH-LASTREC
           END-READ.
       2100-READ-OLD-ARCH-EXIT.
      *-----------------------*
           EXIT.

       2200-WRITE-NEW-ARCH.
      *-------------------*
           ADD 1 TO WS-ARCH-READ-COUNT.

           MOVE SPACES              TO ARCH-OUTPUT-REC.
           MOVE OLD-ARCH-REC        TO ARCH-OLD-PART.
           MOVE 0                   TO ARCH-RUN-TIME.

           IF OARC-RUN-DATE IS NOT NUMERIC OR
              OARC-POINTS IS NOT NUMERIC OR
              OARC-COMMENTS IS NOT NUMERIC THEN
              ADD 1 TO WS-SUSPECT-COUNT
              DISPLAY 'OUTNARCH ROW ' WS-ARCH-READ-COUNT
                      ' NOT IN THE OLD LAYOUT : ' OARC-RUN-DATE
                      ' ' OARC-ID
           END-IF.

           WRITE ARCH-OUTPUT-REC.

           IF C-ARCH2-OK THEN
              ADD 1 TO WS-ARCH-WRITE-COUNT
           ELSE
              DISPLAY 'OUTNARC2 WRITE FAILED : ROW '
                      WS-ARCH-READ-COUNT ' FILE STATUS ' WS-ARCH2-FS
              SET C-CONV-FAILED TO TRUE
              MOVE 'Y' TO ARCH-LASTREC
           END-IF.
       2200-WRITE-NEW-ARCH-EXIT.
      *------------------------*
           EXIT.

       3000-CONVERT-HISTORY.
      *--------------------*
           IF HIST-LASTREC NOT = 'Y' THEN
              PERFORM 3100-READ-OLD-HIST
                 THRU 3100-READ-OLD-HIST-EXIT
           END-IF.

           PERFORM UNTIL HIST-LASTREC = 'Y'
                 PERFORM 3200-WRITE-NEW-HIST
                    THRU 3200-WRITE-NEW-HIST-EXIT

                 PERFORM 3100-READ-OLD-HIST
                    THRU 3100-READ-OLD-HIST-EXIT
           END-PERFORM.
       3000-CONVERT-HISTORY-EXIT.
      *-------------------------*
           EXIT.

       3100-READ-OLD-HIST.
      *------------------*
           READ IN002
              AT END MOVE 'Y' TO HIST-LASTREC
           END-READ.
       3100-READ-OLD-HIST-EXIT.
      *-----------------------*
           EXIT.

       3200-WRITE-NEW-HIST.
      *-------------------*
           ADD 1 TO WS-HIST-READ-COUNT.

           MOVE SPACES              TO HIST-OUTPUT-REC.
           MOVE OLD-HIST-REC        TO HIST-OLD-PART.
           MOVE 'S'                 TO HIST-RANK-MODE.

           IF OHST-RUN-DATE IS NOT NUMERIC OR
              OHST-RUN-TIME IS NOT NUMERIC THEN
              ADD 1 TO WS-SUSPECT-COUNT
              DISPLAY 'OUTNHIST ROW ' WS-HIST-READ-COUNT
                      ' NOT IN THE OLD LAYOUT : ' OLD-HIST-REC
           END-IF.

           WRITE HIST-OUTPUT-REC.

           IF C-HIST2-OK THEN
              ADD 1 TO WS-HIST-WRITE-COUNT
           ELSE
              DISPLAY 'OUTNHIS2 WRITE FAILED : ROW '
                      WS-HIST-READ-COUNT ' FILE STATUS ' WS-HIST2-FS
              SET C-CONV-FAILED TO TRUE
              MOVE 'Y' TO HIST-LASTREC
           END-IF.
       3200-WRITE-NEW-HIST-EXIT.
      *------------------------*
           EXIT.

       8000-WRITE-SUMMARY.
      *------------------*
           DISPLAY 'STORY ARCHIVE AND HISTORY CONVERSION COMPLETE'.
           DISPLAY 'OUTNARCH ROWS READ : ' WS-ARCH-READ-COUNT.
           DISPLAY 'OUTNARC2 ROWS WRITTEN : ' WS-ARCH-WRITE-COUNT.
           DISPLAY 'OUTNHIST ROWS READ : ' WS-HIST-READ-COUNT.
           DISPLAY 'OUTNHIS2 ROWS WRITTEN : ' WS-HIST-WRITE-COUNT.
           DISPLAY 'ROWS NOT IN THE OLD LAYOUT : ' WS-SUSPECT-COUNT.
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
