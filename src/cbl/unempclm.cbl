              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * CLAIM HOLD FILE - ONE RECORD PER HOLD PLACED BY AN 'H'
      * TRANSACTION, KEYED BY CLAIM ID PLUS HOLD SEQUENCE THE WAY
      * THE APPEALS FILE IS. AN 'L' TRANSACTION RELEASES THE OPEN
      * HOLD OF THE SAME TYPE BY STAMPING ITS RELEASE DATE. THE
      * PAYMENT, DETERMINATION, ROLLOVER AND PURGE RUNS ALL SKIP A
      * CLAIM WITH AN OPEN HOLD ON IT.
           SELECT HLD001 ASSIGN TO CLMHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HLD-KEY
              FILE STATUS IS WS-HLD-FILE-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
           DATA RECORD IS RUNCTL-REC.
       01  RUNCTL-REC.
           05 CTL-RUN-DATE-OVR        PIC X(08).

      * A ZERO RELEASE DATE IS A HOLD STILL IN FORCE.
       FD  HLD001
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS HLD-REC.
       01  HLD-REC.
           05 HLD-KEY.
              10 HLD-CLAIM-ID         PIC X(08).
              10 HLD-SEQ              PIC 9(03).
           05 FILLER                  PIC X(01).
           05 HLD-TYPE                PIC X(08).
           05 FILLER                  PIC X(01).
           05 HLD-REASON              PIC X(40).
           05 FILLER                  PIC X(01).
           05 HLD-PLACED-BY           PIC X(08).
           05 FILLER                  PIC X(01).
           05 HLD-PLACED-DATE         PIC 9(08).
           05 FILLER                  PIC X(01).
           05 HLD-RELEASE-DATE        PIC 9(08).
              88 C-HLD-OPEN           VALUE 0.
           05 FILLER                  PIC X(01).
           05 HLD-RELEASED-BY         PIC X(08).
           05 FILLER                  PIC X(03).
      *
       WORKING-STORAGE SECTION.

              88 C-CMD-INSERT               VALUE 'I'.
              88 C-CMD-UPDATE               VALUE 'U'.
              88 C-CMD-CERTIFY              VALUE 'W'.
              88 C-CMD-HOLD                 VALUE 'H'.
              88 C-CMD-RELEASE              VALUE 'L'.
              88 C-CMD-FIELD                VALUE 'F'.
              88 C-CMD-EOF                  VALUE 'E'.
           05 FILLER                        PIC X(01).
           05 WS-INP-ID                     PIC X(08).
                 88 C-CERT-ELIGIBLE         VALUE 'Y'.
                 88 C-CERT-NOT-ELIGIBLE     VALUE 'N'.
              10 FILLER                     PIC X(270).
      * AN 'H' PLACES AND AN 'L' RELEASES A HOLD OF ONE TYPE ON THE
      * CLAIM. THE REASON IS REQUIRED ON 'H' AND IGNORED ON 'L'.
           05 WS-INP-HOLD                   REDEFINES WS-INP-DATA.
              10 WS-INP-HOLD-TYPE           PIC X(08).
                 88 C-HOLD-TYPE-VALID       VALUE 'FRAUD' 'LEGAL'
                                                  'APPEAL' 'OTHER'.
              10 FILLER                     PIC X(01).
              10 WS-INP-HOLD-REASON         PIC X(40).
              10 FILLER                     PIC X(231).
      * AN 'F' CHANGES ONE FIELD OF THE CLAIMS IMAGE AND LEAVES THE
      * REST AS READ - THE FIELD IS STATUS, WBA OR MBA, OR A BUCKET
      * NAMED BY ITS CATEGORY ('BY AGE' ... 'BY STATE') AND ITS
      * LABEL FROM WS-BUCKET-LABEL-TABLE.
           05 WS-INP-FIELD                  REDEFINES WS-INP-DATA.
              10 WS-INP-FLD-NAME            PIC X(12).
                 88 C-FLD-STATUS            VALUE 'STATUS'.
                 88 C-FLD-WBA               VALUE 'WBA'.
                 88 C-FLD-MBA               VALUE 'MBA'.
              10 FILLER                     PIC X(01).
              10 WS-INP-FLD-LABEL           PIC X(12).
              10 FILLER                     PIC X(01).
              10 WS-INP-FLD-VALUE           PIC X(12).
              10 FILLER                     PIC X(242).
      * WHO KEYED OR SCHEDULED THE TRANSACTION - CARRIED THROUGH
      * GETCLAIM INTO THE CLMAUDIT JOURNAL ON EVERY MUTATION.
           05 FILLER                        PIC X(01).
       01  WS-SUBSCRIPTS.
           05 ACCEPT-SUB                    PIC 9(04).
           05 SUB1                          PIC 9(03).
           05 BKT-SUB                       PIC 9(03).

       01  WS-CURRENT-DATE-REC.
           05  WS-CURRENT-DATE.
           88 C-STATUS-OK                VALUE '00'.
           88 C-STATUS-CHANGED           VALUE '06'.
           88 C-STATUS-BADMOVE           VALUE '07'.
           88 C-STATUS-NOAUTH            VALUE '09'.
           88 C-STATUS-ABEND             VALUE '12'.

       01  WS-SAVED-RETURN-CODE          PIC X(02) VALUE SPACES.
           05 BADMOVE-RECORD-ID       PIC X(08).
           05 FILLER                  PIC X(28) VALUE SPACES.

       01  WS-OUT-NOAUTH-REC.
           05 FILLER                  PIC X(44) VALUE
              'CHANGE REJECTED - OPERATOR NOT AUTHORIZED '.
           05 NOAUTH-RECORD-ID        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOAUTH-OPERATOR-ID      PIC X(08).
           05 FILLER                  PIC X(19) VALUE SPACES.

       01  WS-OUT-CERT-REC.
           05 FILLER                  PIC X(12) VALUE 'CERTIFIED   '.
           05 CERT-OUT-CLAIM-ID       PIC X(08).
           05 CERT-OUT-LATE-TAG       PIC X(06).
           05 FILLER                  PIC X(24) VALUE SPACES.

       01  WS-OUT-HOLD-REC.
           05 HOLD-OUT-ACTION         PIC X(14).
           05 HOLD-OUT-CLAIM-ID       PIC X(08).
           05 FILLER                  PIC X(06) VALUE ' TYPE '.
           05 HOLD-OUT-TYPE           PIC X(08).
           05 FILLER                  PIC X(05) VALUE ' SEQ '.
           05 HOLD-OUT-SEQ            PIC 9(03).
           05 FILLER                  PIC X(04) VALUE ' BY '.
           05 HOLD-OUT-OPERATOR       PIC X(08).
           05 FILLER                  PIC X(24) VALUE SPACES.

       01  WS-OUT-FIELD-REC.
           05 FILLER                  PIC X(14) VALUE 'FIELD CHANGED '.
           05 FIELD-OUT-CLAIM-ID      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FIELD-OUT-NAME          PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FIELD-OUT-LABEL         PIC X(12).
           05 FILLER                  PIC X(04) VALUE ' TO '.
           05 FIELD-OUT-VALUE         PIC X(11).
           05 FILLER                  PIC X(04) VALUE ' BY '.
           05 FIELD-OUT-OPERATOR      PIC X(08).
           05 FILLER                  PIC X(05) VALUE SPACES.

      * PRE-VALIDATION STATE - EVERY INTRANS RECORD IS SCREENED
      * BEFORE IT CAN DRIVE GETCLAIM, AND BAD ONES ARE DIVERTED TO
      * THE REJECT FILE INSTEAD OF ABENDING THE RUN.
              88 C-CHKPT-OK              VALUE '00'.
              88 C-CHKPT-NOTEXST         VALUE '35'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                  PIC X(02).
              88 C-HLD-OK                VALUE '00'.
              88 C-HLD-NOTEXST           VALUE '35'.
              88 C-HLD-OPEN-NORMAL       VALUE '97'.

      * CLAIM HOLD STATE. A HOLD FILE THAT CANNOT BE OPENED ONLY
      * REJECTS THE HOLD TRANSACTIONS - IT DOES NOT STOP THE RUN.
       01  WS-HLD-AVAIL-SW               PIC X(01) VALUE 'Y'.
           88 C-HLD-AVAILABLE            VALUE 'Y'.
           88 C-HLD-UNAVAILABLE          VALUE 'N'.
       01  WS-HLD-LASTREC                PIC X(01) VALUE SPACE.
       01  WS-HLD-NEXT-SEQ               PIC 9(03) VALUE 0.
       01  WS-HLD-OPEN-SEQ               PIC 9(03) VALUE 0.
       01  WS-HOLD-PLACED-COUNT          PIC 9(05) VALUE 0.
       01  WS-HOLD-RELEASED-COUNT        PIC 9(05) VALUE 0.

      * FIELD-CHANGE STATE. 2070 WORKS OUT WHERE IN THE CLAIMS IMAGE
      * THE NAMED FIELD LIVES AND THE VALUE TO STORE THERE, ALREADY
      * EDITED TO THE ZONE'S OWN FORMAT; 3800 LAYS IT OVER THE IMAGE
      * JUST READ.
       01  WS-FLD-POS                    PIC 9(03) VALUE 0.
       01  WS-FLD-LEN                    PIC 9(03) VALUE 0.
       01  WS-FLD-BUCKET                 PIC 9(03) VALUE 0.
       01  WS-FLD-LABEL                  PIC X(12) VALUE SPACES.
       01  WS-FLD-NEW-VALUE              PIC X(11) VALUE SPACES.
       01  WS-FLD-AMOUNT                 PIC S9(09)V9(04) COMP-3
                                                   VALUE 0.
       01  WS-FLD-CENTS                  PIC S9(11) COMP-3 VALUE 0.
       01  WS-FLD-COUNT                  PIC 9(05) VALUE 0.
       01  WS-FLD-WBA-EDIT               PIC 9(04).99.
       01  WS-FLD-MBA-EDIT               PIC 9(05).99.
       01  WS-FLD-COUNT-EDIT             PIC Z(04)9.
       01  WS-FIELD-CHANGE-COUNT         PIC 9(05) VALUE 0.

       01  WS-FLD-CATEGORY-SW            PIC X(01) VALUE 'N'.
           88 C-FLD-CATEGORY-FOUND       VALUE 'Y'.
           88 C-FLD-CATEGORY-UNKNOWN     VALUE 'N'.

      * THE 47 DEMOGRAPHIC BUCKETS BY CATEGORY AND LABEL, IN THE
      * ORDER THEY SIT IN THE CLAIMS IMAGE - ENTRY N IS THE FIVE
      * BYTES STARTING AT POSITION 20 + (N - 1) * 5.
       01  WS-BUCKET-LABEL-VALUES.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE 'INA'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '<22'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '22-24'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '25-34'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '35-44'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '45-54'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '55-59'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '60-64'.
           05 FILLER                  PIC X(12) VALUE 'BY AGE'.
           05 FILLER                  PIC X(12) VALUE '>=65'.
           05 FILLER                  PIC X(12) VALUE 'BY ETHNICITY'.
           05 FILLER                  PIC X(12) VALUE 'INA'.
           05 FILLER                  PIC X(12) VALUE 'BY ETHNICITY'.
           05 FILLER                  PIC X(12) VALUE 'HISPANIC'.
           05 FILLER                  PIC X(12) VALUE 'BY ETHNICITY'.
           05 FILLER                  PIC X(12) VALUE 'NOT-HISPANIC'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'INA'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'WHOLESALE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'TRANSPORT'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'CONSTRUCTION'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'FINANCE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'MANUFACTURE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'AGRICULTURE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'PUBLIC-ADMIN'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'UTILITIES'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'ACCOM-FOOD'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'INFORMATION'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'PROFESSIONAL'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'REAL-ESTATE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'OTHER-SERV'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'MANAGEMENT'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'EDUCATION'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'MINING'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'HEALTH-CARE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'ARTS-ENTER'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'ADMIN-WASTE'.
           05 FILLER                  PIC X(12) VALUE 'BY INDUSTRY'.
           05 FILLER                  PIC X(12) VALUE 'RETAIL'.
           05 FILLER                  PIC X(12) VALUE 'BY RACE'.
           05 FILLER                  PIC X(12) VALUE 'INA'.
           05 FILLER                  PIC X(12) VALUE 'BY RACE'.
           05 FILLER                  PIC X(12) VALUE 'WHITE'.
           05 FILLER                  PIC X(12) VALUE 'BY RACE'.
           05 FILLER                  PIC X(12) VALUE 'ASIAN'.
           05 FILLER                  PIC X(12) VALUE 'BY RACE'.
           05 FILLER                  PIC X(12) VALUE 'BLACK'.
           05 FILLER                  PIC X(12) VALUE 'BY RACE'.
           05 FILLER                  PIC X(12) VALUE 'AM-INDIAN'.
           05 FILLER                  PIC X(12) VALUE 'BY RACE'.
           05 FILLER                  PIC X(12) VALUE 'PACIFIC-ISL'.
           05 FILLER                  PIC X(12) VALUE 'BY GENDER'.
           05 FILLER                  PIC X(12) VALUE 'INA'.
           05 FILLER                  PIC X(12) VALUE 'BY GENDER'.
           05 FILLER                  PIC X(12) VALUE 'FEMALE'.
           05 FILLER                  PIC X(12) VALUE 'BY GENDER'.
           05 FILLER                  PIC X(12) VALUE 'MALE'.
           05 FILLER                  PIC X(12) VALUE 'BY STATE'.
           05 FILLER                  PIC X(12) VALUE 'INA'.
           05 FILLER                  PIC X(12) VALUE 'BY STATE'.
           05 FILLER                  PIC X(12) VALUE 'NORTHEAST'.
           05 FILLER                  PIC X(12) VALUE 'BY STATE'.
           05 FILLER                  PIC X(12) VALUE 'MIDWEST'.
           05 FILLER                  PIC X(12) VALUE 'BY STATE'.
           05 FILLER                  PIC X(12) VALUE 'SOUTH'.
           05 FILLER                  PIC X(12) VALUE 'BY STATE'.
           05 FILLER                  PIC X(12) VALUE 'WEST'.

       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05 WS-BKT-ENTRY            OCCURS 47 TIMES.
              10 WS-BKT-CATEGORY      PIC X(12).
              10 WS-BKT-LABEL         PIC X(12).

       01  WS-RUNCTL-FILE-STATUS.
           05 WS-RUNCTL-FS               PIC X(02).
              88 C-RUNCTL-OK             VALUE '00'.
              'Unemployment Claims [ UPDATED ]'.                        
           05  FILLER                    PIC X(39) VALUE SPACES.                

       01  HEADER-1-DIR-FIELD.
           05  FILLER                    PIC X(37) VALUE
              'Unemployment Claims [ FIELD CHANGED ]'.
           05  FILLER                    PIC X(33) VALUE SPACES.

       01  HEADER-1-SEQ-BY-AGE.
           05 FILLER                     PIC X(30) VALUE SPACES.
           05 FILLER                     PIC X(26) VALUE
                 THRU 3000-GET-CLAIMS-EXIT

              EVALUATE TRUE
      * A CERTIFICATION'S OR HOLD'S OUTCOME IS ALREADY ON THE
      * REPORT OR THE REJECT FILE BY THE TIME 3500/3700 RETURNS -
      * NOTHING MORE TO PRINT, JUST MOVE ON TO THE NEXT TRANSACTION.
              WHEN (C-CMD-CERTIFY OR C-CMD-HOLD OR C-CMD-RELEASE)
                   AND NOT C-STATUS-ABEND
                 SET C-STATUS-OK TO TRUE
                 PERFORM 2000-ACCEPT-INPUT
                    THRU 2000-ACCEPT-INPUT-EXIT
           OPEN OUTPUT OUT001.
           OPEN OUTPUT OUT002.
           OPEN EXTEND CERT001.

      * THE HOLD FILE IS CREATED BY THE FIRST RUN THAT NEEDS IT.
           OPEN I-O HLD001.

           IF C-HLD-NOTEXST THEN
              OPEN OUTPUT HLD001
              CLOSE HLD001
              OPEN I-O HLD001
           END-IF.

           IF NOT C-HLD-OK AND NOT C-HLD-OPEN-NORMAL THEN
              DISPLAY 'FILE OPEN ERROR: CLMHOLD ' WS-HLD-FS
              SET C-HLD-UNAVAILABLE TO TRUE
           END-IF.
       1000-OPEN-FILE-EXIT.
      *-------------------*
           EXIT.
                 PERFORM 2300-ACCEPT-OTHER-INPUT
                    THRU 2300-ACCEPT-OTHER-INPUT-EXIT

              WHEN C-CMD-CERTIFY OR C-CMD-HOLD OR C-CMD-RELEASE
                   OR C-CMD-FIELD
                 PERFORM 2400-ACCEPT-CERTIFY-INPUT
                    THRU 2400-ACCEPT-CERTIFY-INPUT-EXIT

                                                TO WS-REJECT-REASON
                 END-IF

              WHEN C-CMD-HOLD OR C-CMD-RELEASE
                 IF WS-INP-ID = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING CLAIM ID'     TO WS-REJECT-REASON
                 ELSE IF WS-INP-OPERATOR = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING OPERATOR ID'  TO WS-REJECT-REASON
                 ELSE IF NOT C-HOLD-TYPE-VALID THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'BAD HOLD TYPE'        TO WS-REJECT-REASON
                 ELSE IF C-CMD-HOLD AND
                    WS-INP-HOLD-REASON = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING HOLD REASON'  TO WS-REJECT-REASON
                 END-IF

              WHEN C-CMD-FIELD
                 IF WS-INP-ID = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING CLAIM ID'     TO WS-REJECT-REASON
                 ELSE IF WS-INP-OPERATOR = SPACES THEN
                    SET  C-TRANS-INVALID        TO TRUE
                    MOVE 'MISSING OPERATOR ID'  TO WS-REJECT-REASON
                 ELSE
                    PERFORM 2070-VALIDATE-FIELD-CHANGE
                       THRU 2070-VALIDATE-FIELD-CHANGE-EXIT
                 END-IF

              WHEN OTHER
                 SET  C-TRANS-INVALID           TO TRUE
                 MOVE 'INVALID COMMAND CODE'    TO WS-REJECT-REASON
           EXIT.


      * WORKS OUT WHICH ZONE OF THE CLAIMS IMAGE AN 'F' NAMES AND
      * EDITS ITS NEW VALUE TO THAT ZONE'S FORMAT - THE STATUS MUST
      * BE A LIFECYCLE VALUE, THE WBA AND MBA POSITIVE AMOUNTS THAT
      * FIT 9999.99 AND 99999.99, AND A BUCKET A WHOLE COUNT THAT
      * FITS ITS FIVE BYTES. WHETHER THE STATUS MOVE ITSELF IS
      * LEGAL IS LEFT TO GETCLAIM, AS IT IS FOR A 'U'.
       2070-VALIDATE-FIELD-CHANGE.
      *--------------------------*
           MOVE 0               TO WS-FLD-POS.
           MOVE 0               TO WS-FLD-LEN.
           MOVE 0               TO WS-FLD-BUCKET.
           MOVE SPACES          TO WS-FLD-NEW-VALUE.

           IF WS-INP-FLD-VALUE = SPACES THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'MISSING FIELD VALUE'    TO WS-REJECT-REASON
              GO TO 2070-VALIDATE-FIELD-CHANGE-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN C-FLD-STATUS
                 MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-INP-FLD-VALUE))
                                            TO WS-VAL-STATUS
                 IF WS-VAL-STATUS = 'FILED' OR 'ADJUDICATED' OR
                    'PAYING' OR 'EXHAUSTED' OR 'CLOSED' THEN
                    MOVE 255                TO WS-FLD-POS
                    MOVE 11                 TO WS-FLD-LEN
                    MOVE WS-VAL-STATUS      TO WS-FLD-NEW-VALUE
                 ELSE
                    SET  C-TRANS-INVALID    TO TRUE
                    MOVE 'BAD CLAIM STATUS FIELD'
                                            TO WS-REJECT-REASON
                 END-IF

              WHEN C-FLD-WBA OR C-FLD-MBA
                 PERFORM 2075-EDIT-FIELD-AMOUNT
                    THRU 2075-EDIT-FIELD-AMOUNT-EXIT

              WHEN OTHER
                 PERFORM 2080-FIND-FIELD-BUCKET
                    THRU 2080-FIND-FIELD-BUCKET-EXIT
           END-EVALUATE.
       2070-VALIDATE-FIELD-CHANGE-EXIT.
      *-------------------------------*
           EXIT.


       2075-EDIT-FIELD-AMOUNT.
      *----------------------*
           IF FUNCTION TEST-NUMVAL(WS-INP-FLD-VALUE) NOT = 0 THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'FIELD VALUE NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 2075-EDIT-FIELD-AMOUNT-EXIT
           END-IF.

           COMPUTE WS-FLD-AMOUNT = FUNCTION NUMVAL(WS-INP-FLD-VALUE)
              ON SIZE ERROR
                 MOVE 0                     TO WS-FLD-AMOUNT
           END-COMPUTE.

      * AN AMOUNT WITH MORE THAN TWO DECIMAL PLACES WOULD BE CUT
      * SHORT IN THE ZONE, SO IT IS REFUSED RATHER THAN TRUNCATED.
           COMPUTE WS-FLD-CENTS = WS-FLD-AMOUNT * 100.

           IF WS-FLD-AMOUNT <= 0
              OR WS-FLD-CENTS NOT = WS-FLD-AMOUNT * 100
              OR (C-FLD-WBA AND WS-FLD-AMOUNT > 9999.99)
              OR (C-FLD-MBA AND WS-FLD-AMOUNT > 99999.99) THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'FIELD VALUE OUT OF RANGE' TO WS-REJECT-REASON
              GO TO 2075-EDIT-FIELD-AMOUNT-EXIT
           END-IF.

           IF C-FLD-WBA THEN
              MOVE WS-FLD-AMOUNT            TO WS-FLD-WBA-EDIT
              MOVE WS-FLD-WBA-EDIT          TO WS-FLD-NEW-VALUE
              MOVE 266                      TO WS-FLD-POS
              MOVE 7                        TO WS-FLD-LEN
           ELSE
              MOVE WS-FLD-AMOUNT            TO WS-FLD-MBA-EDIT
              MOVE WS-FLD-MBA-EDIT          TO WS-FLD-NEW-VALUE
              MOVE 273                      TO WS-FLD-POS
              MOVE 8                        TO WS-FLD-LEN
           END-IF.
       2075-EDIT-FIELD-AMOUNT-EXIT.
      *---------------------------*
           EXIT.


      * A BUCKET IS NAMED BY ITS REPORT CATEGORY AND ITS LABEL. AN
      * UNKNOWN CATEGORY IS A BAD FIELD NAME; A KNOWN CATEGORY WITH
      * A LABEL IT DOES NOT HAVE IS A BAD LABEL.
       2080-FIND-FIELD-BUCKET.
      *----------------------*
           SET  C-FLD-CATEGORY-UNKNOWN      TO TRUE.
           MOVE FUNCTION UPPER-CASE(WS-INP-FLD-LABEL)
                                            TO WS-FLD-LABEL.

           PERFORM VARYING BKT-SUB FROM 1 BY 1
                   UNTIL BKT-SUB > 47 OR WS-FLD-BUCKET > 0
              IF WS-BKT-CATEGORY (BKT-SUB) = WS-INP-FLD-NAME THEN
                 SET C-FLD-CATEGORY-FOUND   TO TRUE
                 IF WS-BKT-LABEL (BKT-SUB) = WS-FLD-LABEL THEN
                    MOVE BKT-SUB            TO WS-FLD-BUCKET
                 END-IF
              END-IF
           END-PERFORM.

           IF C-FLD-CATEGORY-UNKNOWN THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'UNKNOWN FIELD NAME'     TO WS-REJECT-REASON
              GO TO 2080-FIND-FIELD-BUCKET-EXIT
           END-IF.

           IF WS-FLD-BUCKET = 0 THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'UNKNOWN BUCKET LABEL'   TO WS-REJECT-REASON
              GO TO 2080-FIND-FIELD-BUCKET-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-INP-FLD-VALUE) NOT = 0 THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'FIELD VALUE NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 2080-FIND-FIELD-BUCKET-EXIT
           END-IF.

           COMPUTE WS-FLD-AMOUNT = FUNCTION NUMVAL(WS-INP-FLD-VALUE)
              ON SIZE ERROR
                 MOVE -1                    TO WS-FLD-AMOUNT
           END-COMPUTE.

           IF WS-FLD-AMOUNT < 0 OR WS-FLD-AMOUNT > 99999 THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'FIELD VALUE OUT OF RANGE' TO WS-REJECT-REASON
              GO TO 2080-FIND-FIELD-BUCKET-EXIT
           END-IF.

           MOVE WS-FLD-AMOUNT               TO WS-FLD-COUNT.
           IF WS-FLD-COUNT NOT = WS-FLD-AMOUNT THEN
              SET  C-TRANS-INVALID          TO TRUE
              MOVE 'FIELD VALUE OUT OF RANGE' TO WS-REJECT-REASON
              GO TO 2080-FIND-FIELD-BUCKET-EXIT
           END-IF.

      * BUCKET COUNTS ARE CARRIED LEFT-JUSTIFIED, THE WAY CLMCONV
      * LOADED THEM.
           MOVE WS-FLD-COUNT                TO WS-FLD-COUNT-EDIT.
           MOVE FUNCTION TRIM(WS-FLD-COUNT-EDIT)
                                            TO WS-FLD-NEW-VALUE.
           COMPUTE WS-FLD-POS = 20 + (WS-FLD-BUCKET - 1) * 5.
           MOVE 5                           TO WS-FLD-LEN.
       2080-FIND-FIELD-BUCKET-EXIT.
      *---------------------------*
           EXIT.


       2060-WRITE-REJECT.
      *-----------------*
           ADD  1               TO WS-REJECT-COUNT.
      * A 'W' CERTIFICATION NEVER REACHES GETCLAIM AS A COMMAND OF
      * ITS OWN - IT READS THE CLAIM, POLICES THE PAYING STATUS AND
      * APPENDS TO THE CERTIFICATION HISTORY IN 3500.
      * 'H' AND 'L' HOLD TRANSACTIONS LIKEWISE ONLY READ THE CLAIM
      * AND MAINTAIN THE HOLD FILE IN 3700.
      * AN 'F' FIELD CHANGE BUILDS ITS OWN FULL IMAGE FROM THE ONE
      * JUST READ AND SENDS IT AS A 'C' IN 3800.
           IF C-CMD-CERTIFY THEN
              PERFORM 3500-PROCESS-CERTIFICATION
                 THRU 3500-PROCESS-CERTIFICATION-EXIT
           ELSE IF C-CMD-HOLD OR C-CMD-RELEASE THEN
              PERFORM 3700-PROCESS-HOLD
                 THRU 3700-PROCESS-HOLD-EXIT
           ELSE IF C-CMD-FIELD THEN
              PERFORM 3800-PROCESS-FIELD-CHANGE
                 THRU 3800-PROCESS-FIELD-CHANGE-EXIT
           ELSE
              IF C-CMD-UPDATE THEN
                 PERFORM 2500-FETCH-COMPARE-IMAGE
                    THRU 3300-REPORT-ILLEGAL-MOVE-EXIT
              END-IF

              IF C-STATUS-NOAUTH THEN
                 PERFORM 3400-REPORT-UNAUTHORIZED
                    THRU 3400-REPORT-UNAUTHORIZED-EXIT
              END-IF

              PERFORM 3100-TALLY-CONTROL-TOTALS
                 THRU 3100-TALLY-CONTROL-TOTALS-EXIT
           END-IF
           END-IF
           END-IF.

           IF NOT C-STATUS-ABEND THEN
      *-----------------------------*
           EXIT.

      * GETCLAIM HAS ALREADY JOURNALED THE REFUSAL FOR THE DAILY
      * SECURITY-VIOLATION REPORT; THE LISTING JUST SAYS SO.
       3400-REPORT-UNAUTHORIZED.
      *------------------------*
           SET  C-OUT-DIR-REC     TO TRUE.
           MOVE WS-SEARCH-ID      TO NOAUTH-RECORD-ID.
           MOVE WS-SEARCH-OPERATOR TO NOAUTH-OPERATOR-ID.
           WRITE OUTPUT-REC       FROM WS-OUT-NOAUTH-REC.
           PERFORM 8000-WRITE-EMPTY-LN
              THRU 8000-WRITE-EMPTY-LN-EXIT.
       3400-REPORT-UNAUTHORIZED-EXIT.
      *-----------------------------*
           EXIT.

      * HONOURS ONE 'W' CERTIFICATION: THE CLAIM IS READ THROUGH
      * GETCLAIM, MUST EXIST AND MUST BE IN PAYING STATUS; ANYTHING
      * ELSE GOES TO OUTREJCT WITH A REASON, THE SAME DIVERSION THE
      *------------------------------*
           EXIT.

      * PLACES OR RELEASES ONE CLAIM HOLD. A HOLD CAN ONLY BE PUT
      * ON A CLAIM THAT EXISTS, AND A CLAIM CARRIES AT MOST ONE OPEN
      * HOLD OF EACH TYPE; AN 'L' RELEASES THAT OPEN HOLD. HOLD
      * RECORDS ARE NEVER DELETED, SO THE FILE IS ALSO THE CLAIM'S
      * HOLD HISTORY. DATES ARE THE BATCH'S LOGICAL RUN DATE.
       3700-PROCESS-HOLD.
      *-----------------*
           IF C-HLD-UNAVAILABLE THEN
              MOVE 'HOLD FILE NOT AVAILABLE' TO WS-REJECT-REASON
              PERFORM 2060-WRITE-REJECT
                 THRU 2060-WRITE-REJECT-EXIT
              GO TO 3700-PROCESS-HOLD-EXIT
           END-IF.

           IF C-CMD-HOLD THEN
              MOVE 'R'              TO WS-SEARCH-CMD
              MOVE 1                TO WS-NUM-OF-RECS

              CALL  'GETCLAIM'  USING BY CONTENT     WS-SEARCH-DATA,
                                      BY REFERENCE   WS-NUM-OF-RECS,
                                      BY REFERENCE   WS-RETURN-DATA,
                                      BY REFERENCE   WS-RETURN-CODE

              IF NOT C-STATUS-OK THEN
                 IF NOT C-STATUS-ABEND THEN
                    MOVE 'CLAIM NOT ON FILE' TO WS-REJECT-REASON
                    PERFORM 2060-WRITE-REJECT
                       THRU 2060-WRITE-REJECT-EXIT
                 END-IF
                 GO TO 3700-PROCESS-HOLD-EXIT
              END-IF
           END-IF.

           PERFORM 3710-SCAN-CLAIM-HOLDS
              THRU 3710-SCAN-CLAIM-HOLDS-EXIT.

           IF C-CMD-HOLD THEN
              PERFORM 3720-PLACE-HOLD
                 THRU 3720-PLACE-HOLD-EXIT
           ELSE
              PERFORM 3730-RELEASE-HOLD
                 THRU 3730-RELEASE-HOLD-EXIT
           END-IF.
       3700-PROCESS-HOLD-EXIT.
      *----------------------*
           EXIT.

      * BROWSES THE CLAIM'S HOLDS FOR THE NEXT FREE SEQUENCE AND
      * THE OPEN HOLD, IF ANY, OF THE TRANSACTION'S TYPE.
       3710-SCAN-CLAIM-HOLDS.
      *---------------------*
           MOVE 1               TO WS-HLD-NEXT-SEQ.
           MOVE 0               TO WS-HLD-OPEN-SEQ.
           MOVE 'N'             TO WS-HLD-LASTREC.

           MOVE WS-INP-ID       TO HLD-CLAIM-ID.
           MOVE 0               TO HLD-SEQ.

           START HLD001 KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY MOVE 'Y' TO WS-HLD-LASTREC
           END-START.

           PERFORM UNTIL WS-HLD-LASTREC = 'Y'
                 READ HLD001 NEXT RECORD
                    AT END MOVE 'Y' TO WS-HLD-LASTREC
                 END-READ

                 IF WS-HLD-LASTREC NOT = 'Y' THEN
                    IF HLD-CLAIM-ID NOT = WS-INP-ID THEN
                       MOVE 'Y' TO WS-HLD-LASTREC
                    ELSE
                       IF HLD-SEQ = 999 THEN
                          MOVE 0 TO WS-HLD-NEXT-SEQ
                       ELSE
                          COMPUTE WS-HLD-NEXT-SEQ = HLD-SEQ + 1
                       END-IF
                       IF HLD-TYPE = WS-INP-HOLD-TYPE AND
                          C-HLD-OPEN THEN
                          MOVE HLD-SEQ TO WS-HLD-OPEN-SEQ
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
       3710-SCAN-CLAIM-HOLDS-EXIT.
      *--------------------------*
           EXIT.

       3720-PLACE-HOLD.
      *---------------*
           IF WS-HLD-OPEN-SEQ > 0 THEN
              MOVE 'HOLD OF THAT TYPE ALREADY OPEN'
                                    TO WS-REJECT-REASON
              PERFORM 2060-WRITE-REJECT
                 THRU 2060-WRITE-REJECT-EXIT
              GO TO 3720-PLACE-HOLD-EXIT
           END-IF.

           IF WS-HLD-NEXT-SEQ = 0 THEN
              MOVE 'HOLD SEQUENCE EXHAUSTED' TO WS-REJECT-REASON
              PERFORM 2060-WRITE-REJECT
                 THRU 2060-WRITE-REJECT-EXIT
              GO TO 3720-PLACE-HOLD-EXIT
           END-IF.

           MOVE SPACES              TO HLD-REC.
           MOVE WS-INP-ID           TO HLD-CLAIM-ID.
           MOVE WS-HLD-NEXT-SEQ     TO HLD-SEQ.
           MOVE WS-INP-HOLD-TYPE    TO HLD-TYPE.
           MOVE WS-INP-HOLD-REASON  TO HLD-REASON.
           MOVE WS-INP-OPERATOR     TO HLD-PLACED-BY.
           MOVE WS-CHKPT-RUN-DATE   TO HLD-PLACED-DATE.
           MOVE 0                   TO HLD-RELEASE-DATE.

           WRITE HLD-REC.

           IF NOT C-HLD-OK THEN
              DISPLAY 'HOLD NOT WRITTEN : ' HLD-KEY
                      ' STATUS ' WS-HLD-FS
              MOVE 'HOLD FILE WRITE ERROR' TO WS-REJECT-REASON
              PERFORM 2060-WRITE-REJECT
                 THRU 2060-WRITE-REJECT-EXIT
              GO TO 3720-PLACE-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-PLACED-COUNT.

           MOVE 'HOLD PLACED   '    TO HOLD-OUT-ACTION.
           PERFORM 3740-WRITE-HOLD-LINE
              THRU 3740-WRITE-HOLD-LINE-EXIT.
       3720-PLACE-HOLD-EXIT.
      *--------------------*
           EXIT.

       3730-RELEASE-HOLD.
      *-----------------*
           IF WS-HLD-OPEN-SEQ = 0 THEN
              MOVE 'NO OPEN HOLD OF THAT TYPE' TO WS-REJECT-REASON
              PERFORM 2060-WRITE-REJECT
                 THRU 2060-WRITE-REJECT-EXIT
              GO TO 3730-RELEASE-HOLD-EXIT
           END-IF.

           MOVE WS-INP-ID           TO HLD-CLAIM-ID.
           MOVE WS-HLD-OPEN-SEQ     TO HLD-SEQ.

           READ HLD001 KEY IS HLD-KEY.

           IF C-HLD-OK THEN
              MOVE WS-CHKPT-RUN-DATE TO HLD-RELEASE-DATE
              MOVE WS-INP-OPERATOR   TO HLD-RELEASED-BY
              REWRITE HLD-REC
           END-IF.

           IF NOT C-HLD-OK THEN
              DISPLAY 'HOLD NOT RELEASED : ' HLD-KEY
                      ' STATUS ' WS-HLD-FS
              MOVE 'HOLD FILE WRITE ERROR' TO WS-REJECT-REASON
              PERFORM 2060-WRITE-REJECT
                 THRU 2060-WRITE-REJECT-EXIT
              GO TO 3730-RELEASE-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-RELEASED-COUNT.

           MOVE 'HOLD RELEASED '    TO HOLD-OUT-ACTION.
           PERFORM 3740-WRITE-HOLD-LINE
              THRU 3740-WRITE-HOLD-LINE-EXIT.
       3730-RELEASE-HOLD-EXIT.
      *----------------------*
           EXIT.

       3740-WRITE-HOLD-LINE.
      *--------------------*
           SET  C-OUT-DIR-REC       TO TRUE.
           MOVE HLD-CLAIM-ID        TO HOLD-OUT-CLAIM-ID.
           MOVE HLD-TYPE            TO HOLD-OUT-TYPE.
           MOVE HLD-SEQ             TO HOLD-OUT-SEQ.
           MOVE WS-INP-OPERATOR     TO HOLD-OUT-OPERATOR.
           WRITE OUTPUT-REC         FROM WS-OUT-HOLD-REC.
       3740-WRITE-HOLD-LINE-EXIT.
      *-------------------------*
           EXIT.

      * APPLIES ONE 'F' FIELD CHANGE. THE CLAIM IS READ, ONLY THE
      * NAMED ZONE OF THAT IMAGE IS REPLACED, AND THE RESULT GOES
      * THROUGH GETCLAIM'S 'C' CONDITIONAL UPDATE AGAINST THE SAME
      * IMAGE - SO EVERY OTHER POSITION IS WRITTEN BACK EXACTLY AS IT
      * WAS, AND THE LIFECYCLE, STALE-RECORD AND OPERATOR CHECKS ALL
      * APPLY AS THEY DO TO A 'U'. IT COUNTS AS AN UPDATE IN THE
      * CONTROL TOTALS, SINCE THAT IS HOW GETCLAIM JOURNALS IT.
       3800-PROCESS-FIELD-CHANGE.
      *-------------------------*
           PERFORM 2500-FETCH-COMPARE-IMAGE
              THRU 2500-FETCH-COMPARE-IMAGE-EXIT.

           IF NOT C-STATUS-OK THEN
              IF NOT C-STATUS-ABEND THEN
                 MOVE 'CLAIM NOT ON FILE'   TO WS-REJECT-REASON
                 PERFORM 2060-WRITE-REJECT
                    THRU 2060-WRITE-REJECT-EXIT
              END-IF
              GO TO 3800-PROCESS-FIELD-CHANGE-EXIT
           END-IF.

           MOVE WS-COMPARE-REC              TO WS-SEARCH-CLAIMS.
           MOVE WS-FLD-NEW-VALUE (1:WS-FLD-LEN)
                TO WS-SEARCH-CLAIMS (WS-FLD-POS:WS-FLD-LEN).

           CALL  'GETCLAIM'  USING BY CONTENT     WS-SEARCH-DATA,
                                   BY REFERENCE   WS-NUM-OF-RECS,
                                   BY REFERENCE   WS-RETURN-DATA,
                                   BY REFERENCE   WS-RETURN-CODE.

           IF C-STATUS-CHANGED THEN
              PERFORM 3200-REPORT-STALE-UPDATE
                 THRU 3200-REPORT-STALE-UPDATE-EXIT
           END-IF.

           IF C-STATUS-BADMOVE THEN
              PERFORM 3300-REPORT-ILLEGAL-MOVE
                 THRU 3300-REPORT-ILLEGAL-MOVE-EXIT
           END-IF.

           IF C-STATUS-NOAUTH THEN
              PERFORM 3400-REPORT-UNAUTHORIZED
                 THRU 3400-REPORT-UNAUTHORIZED-EXIT
           END-IF.

           PERFORM 3100-TALLY-CONTROL-TOTALS
              THRU 3100-TALLY-CONTROL-TOTALS-EXIT.

           IF C-STATUS-OK THEN
              ADD 1 TO WS-FIELD-CHANGE-COUNT

              SET  C-OUT-DIR-REC            TO TRUE
              MOVE WS-INP-ID                TO FIELD-OUT-CLAIM-ID
              MOVE WS-INP-FLD-NAME          TO FIELD-OUT-NAME
              MOVE WS-FLD-LABEL             TO FIELD-OUT-LABEL
              MOVE WS-FLD-NEW-VALUE         TO FIELD-OUT-VALUE
              MOVE WS-INP-OPERATOR          TO FIELD-OUT-OPERATOR
              IF WS-FLD-BUCKET = 0 THEN
                 MOVE SPACES                TO FIELD-OUT-LABEL
              END-IF
              WRITE OUTPUT-REC              FROM WS-OUT-FIELD-REC
           END-IF.
       3800-PROCESS-FIELD-CHANGE-EXIT.
      *------------------------------*
           EXIT.

       3100-TALLY-CONTROL-TOTALS.
      *-------------------------*
           IF C-STATUS-OK THEN
                 WHEN C-CMD-INSERT
                    ADD 1 TO WS-ACT-INSERTS

                 WHEN C-CMD-UPDATE OR C-CMD-FIELD
                    ADD 1 TO WS-ACT-UPDATES

                 WHEN C-CMD-DELETE
              WHEN C-CMD-UPDATE
                 WRITE OUTPUT-REC  FROM HEADER-1-DIR-UPDATE

              WHEN C-CMD-FIELD
                 WRITE OUTPUT-REC  FROM HEADER-1-DIR-FIELD

              WHEN OTHER
                 DISPLAY 'WRONG COMMAND SPECIFIED'

           DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
           DISPLAY 'CERTIFICATIONS RECORDED : ' WS-CERT-COUNT
                   ' LATE : ' WS-CERT-LATE-COUNT.
           DISPLAY 'HOLDS PLACED : ' WS-HOLD-PLACED-COUNT
                   ' RELEASED : ' WS-HOLD-RELEASED-COUNT.
           DISPLAY 'FIELD CHANGES APPLIED : ' WS-FIELD-CHANGE-COUNT.
       8500-WRITE-BALANCE-MSG-EXIT.
      *----------------------------*
           EXIT.
           CLOSE OUT001.
           CLOSE OUT002.
           CLOSE CERT001.

           IF C-HLD-AVAILABLE THEN
              CLOSE HLD001
           END-IF.
       9000-CLOSE-FILE-EXIT.
      *--------------------*
           EXIT.
