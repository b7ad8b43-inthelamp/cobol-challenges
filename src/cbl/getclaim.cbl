           SELECT AUDIT-FILE ASSIGN TO CLMAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * OPERATOR AUTHORITY - ONE CARD PER OPERATOR OR JOB ID WITH ITS
      * INSERT, UPDATE, DELETE AND STATUS-REOPEN RIGHTS. LOADED ONCE
      * PER RUN INTO WS-AUTH-TABLE; EVERY MUTATION IS CHECKED AGAINST
      * IT BEFORE THE VSAM IS TOUCHED.
           SELECT AUTH-FILE ASSIGN TO OPRAUTH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUTH-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * CALLER SENT ON LS-OPERATOR-ID, SO A 02:13 DELETE HAS A WHO.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-OPERATOR-ID               PIC X(08).

       FD  AUTH-FILE RECORDING MODE F
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
      *
       WORKING-STORAGE SECTION. 

           88 C-STATUS-CHANGED              VALUE '06'.
           88 C-STATUS-BADMOVE              VALUE '07'.
           88 C-STATUS-WRONGNO              VALUE '08'.
           88 C-STATUS-NOAUTH               VALUE '09'.
           88 C-STATUS-ABEND                VALUE '12'.

       01  WS-SUBSCRIPTS.
           88 C-STATUS-MOVE-OK               VALUE 'Y'.
           88 C-STATUS-MOVE-BAD              VALUE 'N'.

      * OPERATOR AUTHORITY TABLE. AN OPERATOR NOT ON THE FILE HAS NO
      * RIGHTS AT ALL, AND IF THE FILE CANNOT BE READ THE TABLE
      * STAYS EMPTY - EVERY MUTATION IS THEN REFUSED RATHER THAN
      * EVERY MUTATION ALLOWED.
       01  WS-AUTH-FILE-STATUS               PIC X(02).
           88 C-AUTH-FILE-OK                 VALUE '00'.

       01  WS-AUTH-LOADED                    PIC X(01) VALUE 'N'.
       01  WS-AUTH-LASTREC                   PIC X(01) VALUE 'N'.
       01  WS-AUTH-COUNT                     PIC 9(03) COMP VALUE 0.
       01  WS-AUTH-SUB                       PIC 9(03) COMP VALUE 0.
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ROW                    OCCURS 500 TIMES.
              10 WS-AUTH-OPERATOR-ID         PIC X(08).
              10 WS-AUTH-INSERT-SW           PIC X(01).
              10 WS-AUTH-UPDATE-SW           PIC X(01).
              10 WS-AUTH-DELETE-SW           PIC X(01).
              10 WS-AUTH-REOPEN-SW           PIC X(01).

       01  WS-AUTH-RIGHT-SW                  PIC X(01) VALUE 'N'.
           88 C-AUTH-GRANTED                 VALUE 'Y'.
           88 C-AUTH-DENIED                  VALUE 'N'.

      *
       LINKAGE SECTION.

              88 C-COMMAND-INSERT           VALUE 'I'.
              88 C-COMMAND-UPDATE           VALUE 'U'.
              88 C-COMMAND-UPDATE-COND      VALUE 'C'.
              88 C-COMMAND-UPDATE-REF       VALUE 'A'.
              88 C-COMMAND-SESSION-OPEN     VALUE 'O'.
              88 C-COMMAND-SESSION-CLOSE    VALUE 'X'.
           05 LS-SEARCH-REC.
      * EVERY MUTATION (INCLUDING UPDILLGL REFUSALS) SO THE AUDIT
      * TRAIL ANSWERS "WHO", NOT JUST "WHAT AND WHEN".
           05 LS-OPERATOR-ID                PIC X(08).
      * ONLY REFERENCED FOR THE 'A' REFERENCED UPDATE - A 'C'
      * CONDITIONAL UPDATE THAT ALSO CARRIES THE BUSINESS EVENT
      * BEHIND IT (AN APPEAL DECISION, SAY). THE TEXT IS JOURNALED
      * AS AN UPDREF ENTRY RIGHT BEHIND THE UPDATE IT EXPLAINS.
           05 LS-AUDIT-REF                  PIC X(30).

       01  LS-NUM-OF-RECS                   PIC 9(03).

      *--------------*
           SET C-STATUS-OK TO TRUE.

           IF WS-AUTH-LOADED = 'N' THEN
              PERFORM 1200-LOAD-AUTHORITY
                 THRU 1200-LOAD-AUTHORITY-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN C-COMMAND-SESSION-OPEN
                 PERFORM 1100-SESSION-OPEN
                       PERFORM 4000-CLAIM-INSERT
                          THRU 4000-CLAIM-INSERT-EXIT
                    WHEN C-COMMAND-UPDATE OR C-COMMAND-UPDATE-COND
                      OR C-COMMAND-UPDATE-REF
                       PERFORM 5000-CLAIM-UPDATE
                          THRU 5000-CLAIM-UPDATE-EXIT
                    WHEN OTHER
      *----------------------*
           EXIT.

       1200-LOAD-AUTHORITY.
      *-------------------*
           MOVE 'Y' TO WS-AUTH-LOADED.
           MOVE 0   TO WS-AUTH-COUNT.

           OPEN INPUT AUTH-FILE.

           IF NOT C-AUTH-FILE-OK THEN
              DISPLAY 'OPERATOR AUTHORITY FILE NOT AVAILABLE : '
                      WS-AUTH-FILE-STATUS
                      ' - ALL MUTATIONS WILL BE REFUSED'
              GO TO 1200-LOAD-AUTHORITY-EXIT
           END-IF.

           MOVE 'N' TO WS-AUTH-LASTREC.
           READ AUTH-FILE
              AT END MOVE 'Y' TO WS-AUTH-LASTREC
           END-READ.

           PERFORM UNTIL WS-AUTH-LASTREC = 'Y'
              IF WS-AUTH-COUNT >= 500 THEN
                 DISPLAY 'OPERATOR AUTHORITY TABLE FULL AT '
                         WS-AUTH-COUNT
                 MOVE 'Y' TO WS-AUTH-LASTREC
              ELSE
                 ADD 1 TO WS-AUTH-COUNT
                 MOVE OPA-OPERATOR-ID
                              TO WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                 MOVE OPA-INSERT-SW
                              TO WS-AUTH-INSERT-SW (WS-AUTH-COUNT)
                 MOVE OPA-UPDATE-SW
                              TO WS-AUTH-UPDATE-SW (WS-AUTH-COUNT)
                 MOVE OPA-DELETE-SW
                              TO WS-AUTH-DELETE-SW (WS-AUTH-COUNT)
                 MOVE OPA-REOPEN-SW
                              TO WS-AUTH-REOPEN-SW (WS-AUTH-COUNT)

                 READ AUTH-FILE
                    AT END MOVE 'Y' TO WS-AUTH-LASTREC
                 END-READ
              END-IF
           END-PERFORM.

           CLOSE AUTH-FILE.

           DISPLAY 'OPERATOR AUTHORITY ENTRIES LOADED : '
                   WS-AUTH-COUNT.
       1200-LOAD-AUTHORITY-EXIT.
      *------------------------*
           EXIT.

      * FINDS THE CALLER'S ROW. WS-AUTH-SUB STAYS ZERO FOR AN
      * OPERATOR WHO IS NOT ON THE FILE.
       1250-FIND-OPERATOR.
      *------------------*
           MOVE 0 TO WS-AUTH-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-AUTH-COUNT OR WS-AUTH-SUB > 0
              IF WS-AUTH-OPERATOR-ID (SUB1) = LS-OPERATOR-ID AND
                 LS-OPERATOR-ID NOT = SPACES THEN
                 MOVE SUB1 TO WS-AUTH-SUB
              END-IF
           END-PERFORM.
       1250-FIND-OPERATOR-EXIT.
      *-----------------------*
           EXIT.

       2000-CLAIM-READ.
      *---------------* 
           IF C-STATUS-OK THEN

           EVALUATE TRUE
               WHEN C-VSAM-OK
                    SET C-AUTH-DENIED TO TRUE
                    PERFORM 1250-FIND-OPERATOR
                       THRU 1250-FIND-OPERATOR-EXIT
                    IF WS-AUTH-SUB > 0 THEN
                       IF WS-AUTH-DELETE-SW (WS-AUTH-SUB) = 'Y' THEN
                          SET C-AUTH-GRANTED TO TRUE
                       END-IF
                    END-IF

                    IF C-AUTH-DENIED THEN
                       PERFORM 3900-DELETE-UNAUTHORIZED
                          THRU 3900-DELETE-UNAUTHORIZED-EXIT
                       GO TO 3000-CLAIM-DELETE-EXIT
                    END-IF

                    DELETE UNEMP-CLAIM-FILE
                    IF C-VSAM-OK THEN
                       DISPLAY 'RECORD IS DELETED ' LS-SEARCH-ID
      *----------------------* 
           EXIT.       

      * A DELETE BY AN OPERATOR WITHOUT THE RIGHT IS REFUSED AND
      * JOURNALED WITH THE RECORD IT WOULD HAVE REMOVED.
       3900-DELETE-UNAUTHORIZED.
      *------------------------*
           DISPLAY 'OPERATOR ' LS-OPERATOR-ID
                   ' NOT AUTHORIZED TO DELETE ' LS-SEARCH-ID.

           SET C-STATUS-NOAUTH TO TRUE.

           MOVE 'DELNOAUT' TO WS-AUDIT-COMMAND.
           PERFORM 8000-WRITE-AUDIT-REC
              THRU 8000-WRITE-AUDIT-REC-EXIT.
       3900-DELETE-UNAUTHORIZED-EXIT.
      *-----------------------------*
           EXIT.

       4000-CLAIM-INSERT.
      *-----------------*
           MOVE  0       TO WS-BEFORE-REC-LEN.
      D    DISPLAY ' WS-REC-LEN ' WS-REC-LEN.
      D    DISPLAY ' UNEMP-CLAIM-REC ' UNEMP-CLAIM-REC.           

           SET C-AUTH-DENIED TO TRUE.
           PERFORM 1250-FIND-OPERATOR
              THRU 1250-FIND-OPERATOR-EXIT.
           IF WS-AUTH-SUB > 0 THEN
              IF WS-AUTH-INSERT-SW (WS-AUTH-SUB) = 'Y' THEN
                 SET C-AUTH-GRANTED TO TRUE
              END-IF
           END-IF.

           IF C-AUTH-DENIED THEN
              DISPLAY 'OPERATOR ' LS-OPERATOR-ID
                      ' NOT AUTHORIZED TO INSERT ' LS-SEARCH-ID
              SET C-STATUS-NOAUTH TO TRUE
              MOVE 'INSNOAUT' TO WS-AUDIT-COMMAND
              PERFORM 8000-WRITE-AUDIT-REC
                 THRU 8000-WRITE-AUDIT-REC-EXIT
              GO TO 4000-CLAIM-INSERT-EXIT
           END-IF.

           WRITE UNEMP-CLAIM-REC.
           EVALUATE TRUE
               WHEN C-VSAM-OK
                    MOVE SPACES          TO WS-CURRENT-WHOLE-REC
                    MOVE UNEMP-CLAIM-REC TO WS-CURRENT-WHOLE-REC

                    IF (C-COMMAND-UPDATE-COND OR C-COMMAND-UPDATE-REF)
                       AND WS-CURRENT-CLAIMS NOT = LS-COMPARE-REC THEN
                       PERFORM 5500-UPDATE-STALE
                          THRU 5500-UPDATE-STALE-EXIT
                    ELSE
                          PERFORM 5800-UPDATE-ILLEGAL-MOVE
                             THRU 5800-UPDATE-ILLEGAL-MOVE-EXIT
                       ELSE
                          PERFORM 5750-CHECK-UPDATE-AUTH
                             THRU 5750-CHECK-UPDATE-AUTH-EXIT

                          IF C-AUTH-DENIED THEN
                             PERFORM 5900-UPDATE-UNAUTHORIZED
                                THRU 5900-UPDATE-UNAUTHORIZED-EXIT
                          ELSE
                             PERFORM 5100-CLAIM-REWRITE
                                THRU 5100-CLAIM-REWRITE-EXIT
                          END-IF
                       END-IF
                    END-IF
               WHEN C-VSAM-NOTFND
                MOVE 'UPDATE'  TO WS-AUDIT-COMMAND
                PERFORM 8000-WRITE-AUDIT-REC
                   THRU 8000-WRITE-AUDIT-REC-EXIT

                IF C-COMMAND-UPDATE-REF THEN
                   PERFORM 8100-WRITE-AUDIT-REF
                      THRU 8100-WRITE-AUDIT-REF-EXIT
                END-IF
           ELSE
                DISPLAY 'RECORD IS NOT UPDATED ' LS-SEARCH-ID

      *---------------------------*
           EXIT.

      * AN UPDATE NEEDS THE UPDATE RIGHT; THE ONE REOPEN PATH,
      * CLOSED->ADJUDICATED, ALSO NEEDS THE STATUS-REOPEN RIGHT.
       5750-CHECK-UPDATE-AUTH.
      *----------------------*
           SET C-AUTH-DENIED TO TRUE.
           MOVE 'UPDNOAUT' TO WS-AUDIT-COMMAND.

           PERFORM 1250-FIND-OPERATOR
              THRU 1250-FIND-OPERATOR-EXIT.

           IF WS-AUTH-SUB > 0 THEN
              IF WS-AUTH-UPDATE-SW (WS-AUTH-SUB) = 'Y' THEN
                 SET C-AUTH-GRANTED TO TRUE
              END-IF
           END-IF.

           IF C-AUTH-GRANTED AND
              WS-OLD-CLAIM-STATUS = 'CLOSED' AND
              WS-NEW-CLAIM-STATUS = 'ADJUDICATED' THEN
              MOVE 'REONOAUT' TO WS-AUDIT-COMMAND
              IF WS-AUTH-REOPEN-SW (WS-AUTH-SUB) NOT = 'Y' THEN
                 SET C-AUTH-DENIED TO TRUE
              END-IF
           END-IF.
       5750-CHECK-UPDATE-AUTH-EXIT.
      *---------------------------*
           EXIT.

      * AN ILLEGAL TRANSITION IS REFUSED AND JOURNALED - THE
      * BEFORE-IMAGE IS THE RECORD AS IT STANDS, THE AFTER-IMAGE IS
      * WHAT THE CALLER TRIED TO MAKE IT, SO AUDIT CAN SEE WHO
      *-----------------------------*
           EXIT.

      * AN UPDATE OR REOPEN OUTSIDE THE OPERATOR'S RIGHTS IS REFUSED
      * AND JOURNALED THE SAME WAY AS AN ILLEGAL MOVE - RECORD AS IT
      * STANDS BEFORE, WHAT THE CALLER TRIED TO MAKE IT AFTER - SO
      * THE SECURITY-VIOLATION REPORT CAN SHOW WHAT WAS ATTEMPTED.
       5900-UPDATE-UNAUTHORIZED.
      *------------------------*
           DISPLAY 'OPERATOR ' LS-OPERATOR-ID
                   ' NOT AUTHORIZED - ' WS-AUDIT-COMMAND
                   ' - NOT UPDATED ' LS-SEARCH-ID.

           SET C-STATUS-NOAUTH TO TRUE.

           MOVE WS-REC-LEN           TO WS-BEFORE-REC-LEN.
           MOVE WS-CURRENT-WHOLE-REC TO WS-BEFORE-IMAGE.

           MOVE  0  TO WS-REC-LEN.
           INSPECT FUNCTION TRIM(LS-SEARCH-REC, TRAILING)
               TALLYING WS-REC-LEN  FOR CHARACTERS.
           MOVE LS-SEARCH-REC(1:WS-REC-LEN) TO UNEMP-CLAIM-REC.

           PERFORM 8000-WRITE-AUDIT-REC
              THRU 8000-WRITE-AUDIT-REC-EXIT.
       5900-UPDATE-UNAUTHORIZED-EXIT.
      *-----------------------------*
           EXIT.


       6000-NO-RECORD-FOUND.
      *--------------------*
      *-------------------------*
           EXIT.

      * COMPANION ENTRY FOR AN 'A' REFERENCED UPDATE - NO IMAGES,
      * JUST THE CALLER'S REFERENCE TEXT IN THE AFTER-IMAGE ZONE SO
      * THE HISTORY CAN SAY WHY THE UPDATE AHEAD OF IT HAPPENED.
      * RECOVERY HAS NOTHING TO REPLAY FROM IT.
       8100-WRITE-AUDIT-REF.
      *--------------------*
           MOVE SPACES              TO AUDIT-OUTPUT-REC.
           MOVE WS-CURRENT-DATE     TO AUD-DATE.
           MOVE WS-CURRENT-TIME     TO AUD-TIME.
           MOVE 'UPDREF'            TO AUD-COMMAND.
           MOVE LS-SEARCH-ID        TO AUD-CLAIM-ID.
           MOVE WS-RETURN-CODE      TO AUD-STATUS.
           MOVE 0                   TO AUD-BEFORE-REC-LEN.
           MOVE 30                  TO AUD-REC-LEN.
           MOVE LS-AUDIT-REF        TO AUD-REC-DATA.
           MOVE LS-OPERATOR-ID      TO AUD-OPERATOR-ID.

           WRITE AUDIT-OUTPUT-REC.
       8100-WRITE-AUDIT-REF-EXIT.
      *-------------------------*
           EXIT.

       9000-FILE-CLOSE.
      *---------------*
      * A SESSION HOLDS THE FILES OPEN ACROSS CALLS - THEY STAY PUT
