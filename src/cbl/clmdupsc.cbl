      * (FILED/ADJUDICATED/PAYING), LOW OTHERWISE - SO THE
      * BENEFITS-INTEGRITY TEAM'S QUARTERLY LIST STOPS BEING AN
      * EYEBALL JOB.
      * A MEMBER WITH AN OPEN HOLD ON THE CLMHOLD FILE IS TAGGED
      * ON HOLD WITH ITS HOLD TYPE, SO A CLAIM ALREADY FROZEN FOR
      * FRAUD OR LEGAL REVIEW IS NOT WORKED AS A ROUTINE MATCH.
      * MORE OPEN HOLDS THAN THE HOLD TABLE TAKES ENDS THE RUN WITH
      * RETURN CODE 8 - THE LIST IS STILL PRINTED, BUT A LATER
      * HELD CLAIM MAY SHOW WITHOUT ITS TAG.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * CLAIM HOLDS UNEMPCLM MAINTAINS - READ ONCE AT START-UP FOR
      * THE HOLDS STILL OPEN. AN ABSENT FILE MEANS NOTHING IS HELD.
           SELECT HLD001 ASSIGN TO CLMHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HLD-KEY
              FILE STATUS IS WS-HLD-FILE-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

      * A ZERO RELEASE DATE IS A HOLD STILL IN FORCE.
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

       WORKING-STORAGE SECTION.

       77  WS-SWEPT-COUNT       PIC 9(07) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 HLD-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-SWEEP-OK        VALUE ' '.
           88 C-SWEEP-FAILED    VALUE 'F'.

       01  WS-HOLD-FULL-SW      PIC X(01) VALUE 'N'.
           88 C-HOLD-TABLE-FULL VALUE 'Y'.

       01  WS-FILE-STATUS.
           05 WS-VSAM-FS                    PIC X(02).
              88 C-VSAM-OK                  VALUE '00'.
              88 C-VSAM-ENDFILE             VALUE '10'.
              88 C-VSAM-OPEN-NORMAL         VALUE '97'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                     PIC X(02).
              88 C-HLD-OK                   VALUE '00'.
              88 C-HLD-NOTEXST              VALUE '35'.

       01  WS-REC-LEN                       PIC 9(3) COMP.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 SUB2              PIC 9(05) COMP.
           05 SIG-SUB           PIC 9(05) COMP.
           05 HOLD-IDX          PIC 9(05) COMP.
           05 HOLD-SUB          PIC 9(05) COMP.

       01  WS-WHOLE-REC.
           05 WS-WHOLE-ID       PIC X(08).
                 15 WS-SIG-MEM-ID     PIC X(08).
                 15 WS-SIG-MEM-STATUS PIC X(12).

      * CLAIMS WITH AN OPEN HOLD, ONE ENTRY PER CLAIM IN CLAIM ID
      * ORDER (THE FIRST OPEN HOLD IS THE ONE SHOWN).
       01  WS-HOLD-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY     OCCURS 5000.
              10 WS-HOLD-KEY    PIC X(08).
              10 WS-HOLD-TYPE   PIC X(08).

       01  WS-SEVERITY          PIC X(06) VALUE SPACES.
       01  WS-WANTED-SEVERITY   PIC X(06) VALUE SPACES.

           05  MBR-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(03) VALUE ' - '.
           05  MBR-STATUS       PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  MBR-HOLD-TAG     PIC X(10).
           05  MBR-HOLD-TYPE    PIC X(08).
           05  FILLER           PIC X(86) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER           PIC X(04) VALUE SPACES.
           PERFORM 1000-OPEN-FILE
              THRU 1000-OPEN-FILE-EXIT.

           PERFORM 1500-LOAD-HOLDS
              THRU 1500-LOAD-HOLDS-EXIT.

           PERFORM 2000-READ-RECORD
              THRU 2000-READ-RECORD-EXIT.

              THRU 9000-CLOSE-FILE-EXIT.

      * A SWEEP THAT NEVER SAW THE VSAM MUST NOT PASS FOR A CLEAN
      * SCREEN - SAME RETURN-CODE CONVENTION UNEMPCLM USES. HOLD
      * TAGS LOST TO A FULL TABLE ARE A WARNING FOR THE OPERATOR.
           EVALUATE TRUE
              WHEN C-SWEEP-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN C-HOLD-TABLE-FULL
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
      *-------------------*
           EXIT.

      * ONE PASS OVER THE CLAIM HOLD FILE FOR THE HOLDS STILL
      * OPEN. A FULL TABLE ONLY COSTS THE ON HOLD TAG ON THE LATER
      * CLAIMS - THE SCREEN ITSELF IS UNAFFECTED - BUT THE RUN IS
      * FLAGGED SO THE MISSING TAGS ARE NOT TAKEN ON TRUST.
       1500-LOAD-HOLDS.
      *---------------*
           OPEN INPUT HLD001.

           IF NOT C-HLD-OK THEN
              IF NOT C-HLD-NOTEXST THEN
                 DISPLAY 'FILE OPEN ERROR: CLMHOLD ' WS-HLD-FS
              END-IF
              DISPLAY 'NO CLAIM HOLDS LOADED'
              GO TO 1500-LOAD-HOLDS-EXIT
           END-IF.

           PERFORM 1510-READ-HOLD-REC
              THRU 1510-READ-HOLD-REC-EXIT.

           PERFORM UNTIL HLD-LASTREC = 'Y'
              IF C-HLD-OPEN THEN
                 IF WS-HOLD-COUNT >= 5000 THEN
                    DISPLAY 'CLAIM HOLD TABLE FULL - LATER HOLDS '
                            'NOT TAGGED'
                    SET C-HOLD-TABLE-FULL TO TRUE
                    MOVE 'Y' TO HLD-LASTREC
                 ELSE
                    IF WS-HOLD-COUNT = 0 OR
                       WS-HOLD-KEY (WS-HOLD-COUNT)
                                    NOT = HLD-CLAIM-ID THEN
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HLD-CLAIM-ID
                          TO WS-HOLD-KEY (WS-HOLD-COUNT)
                       MOVE HLD-TYPE
                          TO WS-HOLD-TYPE (WS-HOLD-COUNT)
                    END-IF
                 END-IF
              END-IF

              IF HLD-LASTREC NOT = 'Y' THEN
                 PERFORM 1510-READ-HOLD-REC
                    THRU 1510-READ-HOLD-REC-EXIT
              END-IF
           END-PERFORM.

           CLOSE HLD001.

           DISPLAY 'CLAIMS ON HOLD : ' WS-HOLD-COUNT.
       1500-LOAD-HOLDS-EXIT.
      *--------------------*
           EXIT.

       1510-READ-HOLD-REC.
      *------------------*
           READ HLD001 NEXT RECORD
              AT END MOVE 'Y' TO HLD-LASTREC
           END-READ.
       1510-READ-HOLD-REC-EXIT.
      *-----------------------*
           EXIT.

       2000-READ-RECORD.
      *----------------*
           READ UNEMP-CLAIM-FILE NEXT RECORD.
                   OR SUB2 > 10
              MOVE WS-SIG-MEM-ID (SIG-SUB, SUB2)     TO MBR-CLAIM-ID
              MOVE WS-SIG-MEM-STATUS (SIG-SUB, SUB2) TO MBR-STATUS
              PERFORM 7400-FIND-HOLD
                 THRU 7400-FIND-HOLD-EXIT
              IF HOLD-SUB > 0 THEN
                 MOVE 'ON HOLD - '             TO MBR-HOLD-TAG
                 MOVE WS-HOLD-TYPE (HOLD-SUB)  TO MBR-HOLD-TYPE
              ELSE
                 MOVE SPACES                   TO MBR-HOLD-TAG
                 MOVE SPACES                   TO MBR-HOLD-TYPE
              END-IF
              WRITE OUTPUT-REC FROM WS-MEMBER-LINE
           END-PERFORM.

      *---------------------*
           EXIT.

      * LOOKS THE MEMBER IN MBR-CLAIM-ID UP IN THE HOLD TABLE -
      * HOLD-SUB COMES BACK ZERO FOR A CLAIM WITH NO OPEN HOLD.
       7400-FIND-HOLD.
      *--------------*
           MOVE 0 TO HOLD-SUB.

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
                   OR HOLD-SUB > 0
              IF WS-HOLD-KEY (HOLD-IDX) = MBR-CLAIM-ID THEN
                 MOVE HOLD-IDX TO HOLD-SUB
              END-IF
           END-PERFORM.
       7400-FIND-HOLD-EXIT.
      *-------------------*
           EXIT.

       9000-CLOSE-FILE.
      *---------------*
           CLOSE UNEMP-CLAIM-FILE.
