      * SATURDAY ON OR BEFORE THE RUN DATE - AMOUNT (THE WEEKLY
      * BENEFIT AMOUNT CARRIED IN ITS OWN FIXED ZONE),
      * WEEK-ENDING DATE AND A PAYMENT SEQUENCE NUMBER - TO THE
      * PAYHIST PAYMENT HISTORY, KEYED BY CLAIM ID AND WEEK-ENDING,
      * AND TO THE END OF THE SEQUENTIAL PAYMENTS FILE THE DOWNSTREAM
      * LEDGER, BANK-RETURN AND YEAR-END PROGRAMS READ. A KEYED READ
      * OF PAYHIST STOPS A RESUBMISSION PAYING THE SAME CLAIM TWICE
      * FOR THE SAME WEEK, AND PAYHIST'S '*PAYCTL*' CONTROL RECORD
      * CARRIES THE LAST SEQUENCE NUMBER ISSUED ACROSS RUNS, SO
      * PAYMENTS IS NEVER READ AT START-UP. CLMPHCNV BUILT PAYHIST
      * FROM THE SEQUENTIAL HISTORY. A PAYMENT
      * REGISTER WITH GRAND TOTALS IS PRINTED FOR TREASURY; A PAYING
      * CLAIM WITH NO BENEFIT AMOUNT GOES ON THE REGISTER AS AN
      * EXCEPTION INSTEAD OF BEING PAID ZERO SILENTLY, AND A PAYING
      * CLAIM WITH NO CERTHIST CERTIFICATION FOR THIS WEEK-ENDING,
      * OR ONE CERTIFIED NOT ELIGIBLE, IS FLAGGED SO NEITHER A
      * MISSING WEEK NOR AN EXPLICIT 'N' CAN PASS UNSEEN.
      * EACH PAYING CLAIM'S OWN PAYHIST RECORDS ARE BROWSED FOR ITS
      * PAID-TO-DATE, SO EACH PAYMENT IS CAPPED AT WHAT IS
      * LEFT OF THE MAXIMUM BENEFIT AMOUNT CLMDETER STORED IN THE
      * MBA ZONE. A CLAIM WHOSE BALANCE REACHES ZERO IS MOVED FROM
      * PAYING TO EXHAUSTED THROUGH GETCLAIM'S CONDITIONAL UPDATE
      * (JOURNALED IN CLMAUDIT) IN A SECOND PHASE AFTER THE BROWSE,
      * THE SAME WAY CLMDETER STORES ITS AWARDS, AND IS LISTED ON
      * THE REGISTER WITH ITS FINAL BALANCE. A CLAIM WITH NO MBA
      * ON FILE IS PAID AS BEFORE, UNCAPPED.
      * A CLAIM OWING AN OVERPAYMENT ON THE OVPLEDGR LEDGER CLMOVEST
      * ESTABLISHES HAS THE OFFSET PERCENTAGE FROM THE CTL001 CARD
      * WITHHELD FROM EACH PAYMENT UNTIL THE BALANCE IS RECOVERED.
      * PAY-AMOUNT STAYS THE GROSS BENEFIT CHARGED AGAINST THE MBA;
      * EACH AMOUNT WITHHELD IS APPENDED TO THE LEDGER AS AN 'R'
      * RECOVERY ROW AGAINST THE PAYMENT'S SEQUENCE NUMBER, AND THE
      * REGISTER SHOWS THE WITHHOLDING AND THE NET PAID.
      * THE SAME PAYMENTS GO TO THE BANK ON THE OUTBANK DISBURSEMENT
      * FILE - A BATCH HEADER, ONE DETAIL PER PAYMENT FOR THE NET
      * AMOUNT, AND A TRAILER WITH THE ITEM COUNT AND DOLLAR HASH
      * TOTAL. A PAYMENT OFFSET IN FULL HAS NOTHING TO DISBURSE AND
      * IS NOT SENT. BEFORE THE FILE IS RELEASED IT IS READ BACK AND
      * BALANCED AGAINST ITS OWN TRAILER AND THE REGISTER TOTALS; AN
      * OUT-OF-BALANCE FILE IS MARKED ON THE REGISTER AND THE STEP
      * ENDS RETURN CODE 8 SO THE TRANSMISSION IS HELD.
      * A PAYING CLAIM WITH AN OPEN HOLD ON THE CLMHOLD FILE (FRAUD,
      * LEGAL, APPEAL ...) IS NOT PAID. IT IS LISTED IN A HELD - NOT
      * PROCESSED SECTION OF THE REGISTER WITH THE HOLD TYPE, DATE
      * AND REASON UNTIL THE HOLD IS RELEASED THROUGH UNEMPCLM.
      * EVERY RUN, CLEAN OR NOT, APPENDS ONE CONTROL RECORD TO THE
      * PAYREGCT REGISTER CONTROL FILE - THE WEEK-ENDING AND THE
      * PAYMENTS ISSUED AND TOTAL AMOUNT THE REGISTER PRINTED, WHICH
      * IS EXACTLY WHAT THE RUN APPENDED TO PAYMENTS. CLM1099G TIES
      * THE YEAR-END STATEMENTS BACK TO THOSE RECORDS, SO THE PROOF
      * DOES NOT REST ON READING PAYMENTS A SECOND TIME.
      * A PAYMENTS FILE THAT WILL NOT OPEN FOR APPEND, OR A PAYMENT
      * ROW THAT WILL NOT WRITE, STOPS THE RUN RETURN CODE 16 - A
      * WEEK WITH NO PAYMENTS ROW IS NOT PAID, DISBURSED OR STACKED
      * FOR EXHAUSTION, AND THE BANK FILE OF A FAILED RUN IS MARKED
      * NOT RELEASED ON THE REGISTER.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CERT-FILE-STATUS.

      * CUMULATIVE PAYMENTS FILE - APPEND ONLY. NOTHING IN THIS RUN
      * READS IT; PAYHIST ANSWERS EVERY QUESTION ABOUT PRIOR WEEKS.
           SELECT PAY001 ASSIGN TO PAYMENTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAY-FILE-STATUS.

      * KEYED PAYMENT HISTORY - RANDOM READS FOR THE WEEK ALREADY
      * PAID, A START/READ NEXT BROWSE OF ONE CLAIM FOR ITS
      * PAID-TO-DATE, AND A WRITE FOR EVERY NEW PAYMENT.
           SELECT PHS001 ASSIGN TO PAYHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PHS-KEY
              FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT OUT001 ASSIGN TO OUTPAYRG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      * REGISTER CONTROL FILE - APPEND ONLY, ONE RECORD PER RUN.
           SELECT RGC001 ASSIGN TO PAYREGCT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RGC-FILE-STATUS.

      * BANK DISBURSEMENT FILE - WRITTEN, THEN REOPENED INPUT AND
      * READ BACK FOR THE BALANCING CHECK.
           SELECT BNK001 ASSIGN TO OUTBANK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BNK-FILE-STATUS.

      * OVERPAYMENT LEDGER - READ ONCE AT START-UP FOR EACH CLAIM'S
      * OUTSTANDING BALANCE, THEN REOPENED EXTEND FOR THE RECOVERY
      * ROWS. AN ABSENT LEDGER MEANS NOTHING IS OWED.
           SELECT OVP001 ASSIGN TO OVPLEDGR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OVP-FILE-STATUS.

      * CLAIM HOLDS UNEMPCLM MAINTAINS - READ ONCE AT START-UP FOR
      * THE HOLDS STILL OPEN. AN ABSENT FILE MEANS NOTHING IS HELD.
           SELECT HLD001 ASSIGN TO CLMHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HLD-KEY
              FILE STATUS IS WS-HLD-FILE-STATUS.

      * OFFSET PERCENTAGE - SAME SINGLE-CARD PATTERN AS CLMPURGE'S
      * RETENTION CUTOFF.
           SELECT CTL001 ASSIGN TO INCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
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

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OUTPUT-REC.
       01  OUTPUT-REC           PIC X(133).

      * THE REGISTER'S GRAND TOTALS FOR ONE RUN. A RERUN FOR THE SAME
      * WEEK-ENDING PAYS ONLY WHAT THE EARLIER RUN DID NOT, SO ITS
      * RECORD ADDS TO THE WEEK RATHER THAN REPLACING IT.
       FD  RGC001 RECORDING MODE F
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RGC-REC.
       01  RGC-REC.
           05 RGC-WEEK-ENDING        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RGC-RUN-DATE           PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RGC-RUN-TIME           PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RGC-PAID-COUNT         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 RGC-PAID-TOTAL         PIC 9(09)V99.
           05 FILLER                 PIC X(04).

      * ONE BATCH PER RUN - HEADER ('H'), A DETAIL ('D') PER
      * PAYMENT DISBURSED, AND A TRAILER ('T').
       FD  BNK001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORDS ARE BNK-HEADER-REC
                                BNK-DETAIL-REC
                                BNK-TRAILER-REC.
       01  BNK-HEADER-REC.
           05 BNK-REC-TYPE           PIC X(01).
              88 C-BNK-HEADER        VALUE 'H'.
              88 C-BNK-DETAIL        VALUE 'D'.
              88 C-BNK-TRAILER       VALUE 'T'.
           05 FILLER                 PIC X(01).
           05 BNK-HDR-ORIGINATOR     PIC X(10).
           05 FILLER                 PIC X(01).
           05 BNK-HDR-CREATE-DATE    PIC 9(08).
           05 FILLER                 PIC X(01).
           05 BNK-HDR-CREATE-TIME    PIC 9(08).
           05 FILLER                 PIC X(01).
           05 BNK-HDR-WEEK-ENDING    PIC 9(08).
           05 FILLER                 PIC X(01).
           05 BNK-HDR-BATCH-NO       PIC 9(07).
           05 FILLER                 PIC X(33).
       01  BNK-DETAIL-REC.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(01).
           05 BNK-DTL-PAY-SEQ-NO     PIC 9(07).
           05 FILLER                 PIC X(01).
           05 BNK-DTL-CLAIM-ID       PIC X(08).
           05 FILLER                 PIC X(01).
           05 BNK-DTL-WEEK-ENDING    PIC 9(08).
           05 FILLER                 PIC X(01).
           05 BNK-DTL-AMOUNT         PIC 9(05)V99.
           05 FILLER                 PIC X(45).
       01  BNK-TRAILER-REC.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(01).
           05 BNK-TRL-ITEM-COUNT     PIC 9(07).
           05 FILLER                 PIC X(01).
           05 BNK-TRL-HASH-TOTAL     PIC 9(11)V99.
           05 FILLER                 PIC X(57).

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

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 03 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CTL-INPUT-REC.
       01  CTL-INPUT-REC.
           05 CTL-OFFSET-PCT         PIC 9(03).

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
       77  WS-NOTELIG-COUNT     PIC 9(05) COMP VALUE 0.
       77  WS-PAY-SEQ-NO        PIC 9(07) VALUE 0.
       77  WS-PAID-TOTAL        PIC 9(09)V99 COMP-3 VALUE 0.
       77  WS-CAPPED-COUNT      PIC 9(05) COMP VALUE 0.
       77  WS-EXHAUST-COUNT     PIC 9(05) COMP VALUE 0.
       77  WS-ERROR-COUNT       PIC 9(05) COMP VALUE 0.
       77  WS-OFFSET-PCT        PIC 9(03) VALUE 50.
       77  WS-OFFSET-COUNT      PIC 9(05) COMP VALUE 0.
       77  WS-WITHHELD-TOTAL    PIC 9(09)V99 COMP-3 VALUE 0.
       77  WS-NET-TOTAL         PIC 9(09)V99 COMP-3 VALUE 0.
       77  WS-NO-NET-COUNT      PIC 9(05) COMP VALUE 0.
       77  WS-BANK-ITEM-COUNT   PIC 9(07) COMP VALUE 0.
       77  WS-BANK-HASH-TOTAL   PIC 9(11)V99 COMP-3 VALUE 0.
       77  WS-HELD-COUNT        PIC 9(05) COMP VALUE 0.

       01  FILLER.
           05 LASTREC           PIC X VALUE SPACE.
           05 PHS-LASTREC       PIC X VALUE SPACE.
           05 CERT-LASTREC      PIC X VALUE SPACE.
           05 OVP-LASTREC       PIC X VALUE SPACE.
           05 BNK-LASTREC       PIC X VALUE SPACE.
           05 HLD-LASTREC       PIC X VALUE SPACE.

       01  WS-RUN-STATUS        PIC X(01) VALUE ' '.
           88 C-PAYRUN-OK       VALUE ' '.
              88 C-PAY-OK                   VALUE '00'.
              88 C-PAY-NOTEXST              VALUE '35'.

       01  WS-PHS-FILE-STATUS.
           05 WS-PHS-FS                     PIC X(02).
              88 C-PHS-OK                   VALUE '00'.
              88 C-PHS-ENDFILE              VALUE '10'.
              88 C-PHS-DUPREC               VALUE '22'.
              88 C-PHS-NOTFND               VALUE '23'.
              88 C-PHS-OPEN-NORMAL          VALUE '97'.

       01  WS-CERT-FILE-STATUS.
           05 WS-CERT-FS                    PIC X(02).
              88 C-CERT-OK                  VALUE '00'.
              88 C-CERT-NOTEXST             VALUE '35'.

       01  WS-OVP-FILE-STATUS.
           05 WS-OVP-FS                     PIC X(02).
              88 C-OVP-OK                   VALUE '00'.
              88 C-OVP-NOTEXST              VALUE '35'.

       01  WS-HLD-FILE-STATUS.
           05 WS-HLD-FS                     PIC X(02).
              88 C-HLD-OK                   VALUE '00'.
              88 C-HLD-NOTEXST              VALUE '35'.

       01  WS-BNK-FILE-STATUS.
           05 WS-BNK-FS                     PIC X(02).
              88 C-BNK-OK                   VALUE '00'.

       01  WS-RGC-FILE-STATUS.
           05 WS-RGC-FS                     PIC X(02).
              88 C-RGC-OK                   VALUE '00'.
              88 C-RGC-NOTEXST              VALUE '35'.

       01  WS-RGC-SW            PIC X(01) VALUE 'N'.
           88 C-RGC-OPEN        VALUE 'Y'.
           88 C-RGC-CLOSED      VALUE 'N'.

      * TOTALS FROM READING THE FINISHED BANK FILE BACK - THEY MUST
      * AGREE WITH ITS TRAILER AND WITH THE REGISTER BEFORE THE
      * FILE IS RELEASED.
       01  WS-BAL-ITEM-COUNT    PIC 9(07) COMP VALUE 0.
       01  WS-BAL-HASH-TOTAL    PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-BAL-TRL-COUNT     PIC 9(07) COMP VALUE 0.
       01  WS-BAL-TRL-HASH      PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-BAL-EXPECT-COUNT  PIC 9(07) COMP VALUE 0.
       01  WS-BAL-HDR-COUNT     PIC 9(03) COMP VALUE 0.
       01  WS-BAL-TRL-SEEN      PIC 9(03) COMP VALUE 0.
       01  WS-BANK-BAL-SW       PIC X(01) VALUE 'Y'.
           88 C-BANK-BALANCED   VALUE 'Y'.
           88 C-BANK-UNBALANCED VALUE 'N'.

       01  WS-REC-LEN                       PIC 9(3) COMP.

       01  WS-SUBSCRIPTS.
           05 SUB1              PIC 9(05) COMP.
           05 OVB-SUB           PIC 9(05) COMP.
           05 HOLD-SUB          PIC 9(05) COMP.

       01  WS-CURRENT-DATE-REC.
           05  WS-CURRENT-DATE.

       01  WS-CLAIM-STATUS      PIC X(12) VALUE SPACES.
       01  WS-WBA-AMOUNT        PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-MBA-AMOUNT        PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-HAS-MBA-SW        PIC X(01) VALUE 'N'.
           88 C-HAS-MBA         VALUE 'Y'.
           88 C-NO-MBA          VALUE 'N'.

      * THE AMOUNT ACTUALLY PAID THIS WEEK - THE WBA, OR WHAT IS
      * LEFT OF THE MBA WHEN THAT IS LESS.
       01  WS-PAY-AMOUNT        PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-PAID-TO-DATE      PIC 9(07)V99 COMP-3 VALUE 0.
       01  WS-REMAINING-BAL     PIC S9(07)V99 COMP-3 VALUE 0.

      * KEY OF THE PAYHIST CONTROL RECORD.
       01  WS-PHS-CTL-KEY.
           05 FILLER            PIC X(08) VALUE '*PAYCTL*'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER            PIC 9(08) VALUE 0.

      * CLAIMS WHOSE BALANCE RAN OUT THIS RUN - MOVED TO EXHAUSTED
      * IN A SECOND PHASE, AFTER THE BROWSE IS CLOSED, SO GETCLAIM
      * CAN OPEN THE VSAM I-O WITHOUT TRIPPING OVER THIS PROGRAM'S
      * OWN BROWSE. THE OUTCOME OF EACH TRANSITION IS KEPT FOR THE
      * EXHAUSTED SECTION OF THE REGISTER.
       01  WS-EXH-SELECT-COUNT  PIC 9(05) COMP VALUE 0.
       01  WS-EXH-TABLE.
           05 WS-EXH-ROW        OCCURS 2000 TIMES.
              10 WS-EXH-KEY     PIC X(08).
              10 WS-EXH-MBA     PIC 9(05)V99 COMP-3.
              10 WS-EXH-PTD     PIC 9(07)V99 COMP-3.
              10 WS-EXH-FINAL   PIC 9(05)V99 COMP-3.
              10 WS-EXH-OUTCOME PIC X(30).

       01  WS-NUM-OF-RECS       PIC 9(03) VALUE 1.

       01  WS-SEARCH-DATA.
           05 WS-SEARCH-CMD          PIC X(01) VALUE 'C'.
           05 WS-SEARCH-REC.
              10 WS-SEARCH-ID        PIC X(08) VALUE SPACES.
              10 WS-SEARCH-CLAIMS    PIC X(280) VALUE SPACES.
      * THE CLAIMS IMAGE JUST RE-READ - SENT WITH GETCLAIM'S 'C'
      * CONDITIONAL UPDATE SO A CHANGE LANDED BETWEEN THE BROWSE
      * AND THE TRANSITION COMES BACK AS A DISTINCT RETURN CODE
      * INSTEAD OF BEING SILENTLY OVERWRITTEN.
           05 WS-COMPARE-REC         PIC X(280) VALUE SPACES.
      * JOB IDENTITY JOURNALED WITH EVERY EXHAUSTION IN CLMAUDIT.
           05 WS-SEARCH-OPERATOR     PIC X(08) VALUE 'CLMPAYRN'.

       01  WS-RETURN-DATA.
           05 FILLER                 OCCURS 1 TO 200
                                     DEPENDING ON WS-NUM-OF-RECS.
              10 WS-RETURN-REC-LEN   PIC 9(03) COMP.
              10 WS-RETURN-ID        PIC X(08).
              10 WS-RETURN-REC       PIC X(280).

       01  WS-RETURN-CODE            PIC X(02).
           88 C-STATUS-OK            VALUE '00'.
           88 C-STATUS-CHANGED       VALUE '06'.
           88 C-STATUS-BADMOVE       VALUE '07'.
           88 C-STATUS-NOAUTH        VALUE '09'.
           88 C-STATUS-ABEND         VALUE '12'.

      * OUTSTANDING OVERPAYMENT PER CLAIM - ESTABLISHED ('E') ROWS
      * LESS RECOVERED ('R') ROWS ON THE LEDGER. POTENTIAL ('P')
      * ROWS ARE NOT OWED UNTIL AN EXAMINER CONFIRMS THEM AND ARE
      * NOT OFFSET. A FULL TABLE STOPS THE RUN - A CLAIM MISSING
      * FROM IT WOULD BE PAID IN FULL WHILE OWING.
       01  WS-OVP-LEDGER-SW     PIC X(01) VALUE 'N'.
           88 C-OVP-LEDGER-ON   VALUE 'Y'.
           88 C-OVP-LEDGER-OFF  VALUE 'N'.

       01  WS-OVB-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-OVB-TABLE.
           05 WS-OVB-ENTRY      OCCURS 5000.
              10 WS-OVB-KEY     PIC X(08).
              10 WS-OVB-BALANCE PIC S9(07)V99 COMP-3.

       01  WS-WITHHELD-AMOUNT   PIC 9(05)V99 COMP-3 VALUE 0.
       01  WS-NET-AMOUNT        PIC 9(05)V99 COMP-3 VALUE 0.

      * SET WHEN THE CLAIM ALREADY HAS A PAYHIST RECORD FOR THIS
      * WEEK-ENDING, SO A RERUN IS IDEMPOTENT.
       01  WS-PAYHIST-SW        PIC X(01) VALUE 'N'.
           88 C-PAYHIST-OPEN    VALUE 'Y'.
           88 C-PAYHIST-CLOSED  VALUE 'N'.

       01  WS-PAYMENTS-SW       PIC X(01) VALUE 'N'.
           88 C-PAYMENTS-OPEN   VALUE 'Y'.

       01  WS-ALREADY-PAID-SW   PIC X(01) VALUE 'N'.
           88 C-ALREADY-PAID    VALUE 'Y'.
              10 WS-CERT-KEY    PIC X(08).
              10 WS-CERT-ANS    PIC X(01).

      * CLAIMS WITH AN OPEN HOLD, ONE ENTRY PER CLAIM IN CLAIM ID
      * ORDER (THE FIRST OPEN HOLD IS THE ONE SHOWN). WS-HOLD-HIT IS
      * SET WHEN THE BROWSE MEETS A CLAIM THIS RUN WOULD HAVE PAID.
      * A FULL TABLE STOPS THE RUN - A HELD CLAIM MISSING FROM IT
      * WOULD BE PAID.
       01  WS-HOLD-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY     OCCURS 5000.
              10 WS-HOLD-KEY    PIC X(08).
              10 WS-HOLD-TYPE   PIC X(08).
              10 WS-HOLD-DATE   PIC 9(08).
              10 WS-HOLD-REASON PIC X(40).
              10 WS-HOLD-HIT    PIC X(01).

       01  WS-CERTIFIED-SW      PIC X(01) VALUE 'N'.
           88 C-WEEK-CERTIFIED  VALUE 'Y'.
           88 C-WEEK-UNCERTIFIED VALUE 'N'.
       01  HEADER-3.
           05  FILLER           PIC X(19) VALUE 'WEEK ENDING DATE : '.
           05  HDR-WEEK-ENDING  PIC 9(08).
           05  FILLER           PIC X(17) VALUE '   OFFSET RATE : '.
           05  HDR-OFFSET-PCT   PIC ZZ9.
           05  FILLER           PIC X(01) VALUE '%'.
           05  FILLER           PIC X(85) VALUE SPACES.

       01  HEADER-5.
           05  FILLER           PIC X(133) VALUE ALL '*'.
           05  PL-WEEK-ENDING   PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  PL-AMOUNT        PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  PL-WITHHELD      PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  PL-NET-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(71) VALUE SPACES.

       01  WS-EXCP-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TOT-PAID-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(77) VALUE SPACES.

       01  WS-EXH-HDR.
           05  FILLER           PIC X(30) VALUE
               'CLAIMS EXHAUSTED THIS WEEK'.
           05  FILLER           PIC X(103) VALUE SPACES.

       01  WS-EXH-HDR-2.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'MAX AMT '.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE 'PAID TO DATE'.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE 'FINAL PAYMT'.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'BALANCE'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(07) VALUE 'OUTCOME'.
           05  FILLER           PIC X(57) VALUE SPACES.

       01  WS-EXH-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXH-CLAIM-ID     PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EXH-MBA          PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EXH-PAID-TO-DATE PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EXH-FINAL-PAY    PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EXH-BALANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  EXH-OUTCOME      PIC X(30).
           05  FILLER           PIC X(32) VALUE SPACES.

       01  WS-HELD-HDR.
           05  FILLER           PIC X(30) VALUE
               'HELD - NOT PROCESSED'.
           05  FILLER           PIC X(103) VALUE SPACES.

       01  WS-HELD-HDR-2.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'CLAIM ID'.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE 'HOLD TYPE'.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE 'PLACED  '.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE 'REASON'.
           05  FILLER           PIC X(89) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HELD-CLAIM-ID    PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HELD-TYPE        PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HELD-DATE        PIC 9(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  HELD-REASON      PIC X(40).
           05  FILLER           PIC X(55) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER           PIC X(20) VALUE 'ALREADY PAID      : '.
           05  TOT-SKIP-COUNT   PIC ZZZZ9.
           05  TOT-NOTELIG-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(33) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER           PIC X(20) VALUE 'EXHAUSTED         : '.
           05  TOT-EXHAUST-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   FINAL CAPPED   : '.
           05  TOT-CAPPED-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   NOT APPLIED    : '.
           05  TOT-ERROR-COUNT  PIC ZZZZ9.
           05  FILLER           PIC X(20) VALUE '   HELD - NOT PAID: '.
           05  TOT-HELD-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(33) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER           PIC X(20) VALUE 'OFFSETS TAKEN     : '.
           05  TOT-OFFSET-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(17) VALUE '   WITHHELD      '.
           05  TOT-WITHHELD     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE '   NET PAID      '.
           05  TOT-NET-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(46) VALUE SPACES.

       01  WS-BANK-LINE.
           05  FILLER           PIC X(20) VALUE 'BANK FILE ITEMS   : '.
           05  TOT-BANK-COUNT   PIC ZZZZ9.
           05  FILLER           PIC X(17) VALUE '   HASH TOTAL    '.
           05  TOT-BANK-HASH    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE '   NOT SENT      '.
           05  TOT-NO-NET-COUNT PIC ZZZZ9.
           05  FILLER           PIC X(55) VALUE SPACES.

       01  WS-BANK-BAL-LINE.
           05  FILLER           PIC X(20) VALUE 'BANK FILE STATUS  : '.
           05  TOT-BANK-STATUS  PIC X(40).
           05  FILLER           PIC X(73) VALUE SPACES.

       01  WS-EMPTY-LN          PIC X(133) VALUE SPACES.

      *------------------
           PERFORM 1500-SET-WEEK-ENDING
              THRU 1500-SET-WEEK-ENDING-EXIT.

           PERFORM 1550-READ-CONTROL-PCT
              THRU 1550-READ-CONTROL-PCT-EXIT.

           PERFORM 1600-OPEN-PAYMENT-HISTORY
              THRU 1600-OPEN-PAYMENT-HISTORY-EXIT.

           PERFORM 1700-LOAD-CERTIFICATIONS
              THRU 1700-LOAD-CERTIFICATIONS-EXIT.

           PERFORM 1800-LOAD-OVERPAYMENTS
              THRU 1800-LOAD-OVERPAYMENTS-EXIT.

           PERFORM 1900-LOAD-HOLDS
              THRU 1900-LOAD-HOLDS-EXIT.

           PERFORM 2000-WRITE-HEADERS
              THRU 2000-WRITE-HEADERS-EXIT.

           PERFORM 2100-WRITE-BANK-HEADER
              THRU 2100-WRITE-BANK-HEADER-EXIT.

           IF C-PAYRUN-OK THEN
              PERFORM 2500-READ-RECORD
                 THRU 2500-READ-RECORD-EXIT
                    THRU 2500-READ-RECORD-EXIT
           END-PERFORM.

           PERFORM 4800-CLOSE-BROWSE
              THRU 4800-CLOSE-BROWSE-EXIT.

           IF WS-EXH-SELECT-COUNT > 0 THEN
              PERFORM 4500-OPEN-CLAIM-SESSION
                 THRU 4500-OPEN-CLAIM-SESSION-EXIT

              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-EXH-SELECT-COUNT
                    PERFORM 5000-EXHAUST-CLAIM
                       THRU 5000-EXHAUST-CLAIM-EXIT
              END-PERFORM

              PERFORM 5500-CLOSE-CLAIM-SESSION
                 THRU 5500-CLOSE-CLAIM-SESSION-EXIT
           END-IF.

           PERFORM 7000-WRITE-EXHAUSTED
              THRU 7000-WRITE-EXHAUSTED-EXIT.

           PERFORM 7100-WRITE-HELD
              THRU 7100-WRITE-HELD-EXIT.

           PERFORM 7500-WRITE-BANK-TRAILER
              THRU 7500-WRITE-BANK-TRAILER-EXIT.

           PERFORM 7600-BALANCE-BANK-FILE
              THRU 7600-BALANCE-BANK-FILE-EXIT.

           PERFORM 8000-WRITE-TOTALS
              THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 8500-WRITE-REGISTER-CONTROL
              THRU 8500-WRITE-REGISTER-CONTROL-EXIT.

           PERFORM 9000-CLOSE-FILE
              THRU 9000-CLOSE-FILE-EXIT.

      * A RUN THAT NEVER SAW THE VSAM MUST NOT LOOK LIKE A CLEAN
      * PAYMENT WEEK - SAME RETURN-CODE CONVENTION UNEMPCLM USES.
      * A BANK FILE THAT DID NOT BALANCE MUST NOT BE TRANSMITTED -
      * 8, THE SAME CONVENTION CLMARCH USES FOR A COMPLETED RUN
      * THAT STILL NEEDS A HUMAN.
           EVALUATE TRUE
              WHEN C-PAYRUN-FAILED
                 MOVE 16 TO RETURN-CODE
              WHEN C-BANK-UNBALANCED
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
      *
           END-IF.

           OPEN OUTPUT OUT001.
           OPEN OUTPUT BNK001.
       1000-OPEN-FILE-EXIT.
      *-------------------*
           EXIT.
      *-------------------------*
           EXIT.

      * A MISSING CARD, OR ONE OVER 100 PERCENT, LEAVES THE
      * DEFAULT OFFSET RATE IN FORCE.
       1550-READ-CONTROL-PCT.
      *---------------------*
           OPEN INPUT CTL001.

           READ CTL001
              AT END
                 DISPLAY 'NO OFFSET CONTROL RECORD SUPPLIED - '
                         'USING DEFAULT OF ' WS-OFFSET-PCT
                         ' PERCENT'
              NOT AT END
                 IF CTL-OFFSET-PCT IS NUMERIC AND
                    CTL-OFFSET-PCT <= 100 THEN
                    MOVE CTL-OFFSET-PCT TO WS-OFFSET-PCT
                 ELSE
                    DISPLAY 'OFFSET CONTROL RECORD INVALID - '
                            'USING DEFAULT OF ' WS-OFFSET-PCT
                            ' PERCENT'
                 END-IF
           END-READ.

           CLOSE CTL001.
       1550-READ-CONTROL-PCT-EXIT.
      *--------------------------*
           EXIT.

      * THE LAST SEQUENCE NUMBER ISSUED COMES FROM PAYHIST'S CONTROL
      * RECORD. A PAYHIST THAT WILL NOT OPEN, OR HAS NO CONTROL
      * RECORD, HAS NOT BEEN THROUGH CLMPHCNV - PAYING WITHOUT IT
      * COULD PAY A WEEK TWICE OR PAST THE MBA, SO THE RUN STOPS.
      * SO DOES A REGISTER CONTROL FILE THAT WILL NOT OPEN - A WEEK
      * PAID WITHOUT ITS CONTROL RECORD COULD NEVER BE TIED BACK AT
      * YEAR-END. SO DOES A PAYMENTS FILE THAT WILL NOT OPEN FOR
      * APPEND - EVERY DOWNSTREAM PROGRAM READS THE PAYMENT THERE.
      * EITHER FILE IS CREATED BY THE FIRST RUN THAT NEEDS IT.
       1600-OPEN-PAYMENT-HISTORY.
      *-------------------------*
           OPEN EXTEND PAY001.

           IF C-PAY-NOTEXST THEN
              OPEN OUTPUT PAY001
           END-IF.

           IF NOT C-PAY-OK THEN
              DISPLAY 'FILE OPEN ERROR: PAYMENTS ' WS-PAY-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1600-OPEN-PAYMENT-HISTORY-EXIT
           END-IF.

           SET C-PAYMENTS-OPEN TO TRUE.

           OPEN EXTEND RGC001.

           IF C-RGC-NOTEXST THEN
              OPEN OUTPUT RGC001
           END-IF.

           IF NOT C-RGC-OK THEN
              DISPLAY 'FILE OPEN ERROR: PAYREGCT ' WS-RGC-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1600-OPEN-PAYMENT-HISTORY-EXIT
           END-IF.

           SET C-RGC-OPEN TO TRUE.

           OPEN I-O PHS001.

           IF NOT C-PHS-OK AND NOT C-PHS-OPEN-NORMAL THEN
              DISPLAY 'FILE OPEN ERROR: PAYHIST ' WS-PHS-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1600-OPEN-PAYMENT-HISTORY-EXIT
           END-IF.

           SET C-PAYHIST-OPEN TO TRUE.

           MOVE WS-PHS-CTL-KEY TO PHS-KEY.
           READ PHS001 KEY IS PHS-KEY.

           IF C-PHS-OK THEN
              MOVE PHS-SEQ-NO TO WS-PAY-SEQ-NO
              DISPLAY 'LAST PAYMENT SEQUENCE ISSUED : ' WS-PAY-SEQ-NO
           ELSE
              DISPLAY 'PAYHIST CONTROL RECORD NOT FOUND - FILE STATUS '
                      WS-PHS-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
           END-IF.
       1600-OPEN-PAYMENT-HISTORY-EXIT.
      *------------------------------*
           EXIT.

      * ONE PASS OVER THE CERTIFICATION HISTORY: REMEMBER EVERY
      *-----------------------*
           EXIT.

      * ONE PASS OVER THE OVERPAYMENT LEDGER FOR WHAT EACH CLAIM
      * STILL OWES. THE LEDGER IS ONLY REOPENED FOR RECOVERY ROWS
      * WHEN IT EXISTS - WITH NO LEDGER THERE IS NOTHING TO OFFSET.
      * A LEDGER THAT CANNOT BE READ OR REOPENED STOPS THE RUN - A
      * CLAIM THAT OWES WOULD OTHERWISE BE PAID IN FULL.
       1800-LOAD-OVERPAYMENTS.
      *----------------------*
           OPEN INPUT OVP001.

           IF NOT C-OVP-OK AND NOT C-OVP-NOTEXST THEN
              DISPLAY 'FILE OPEN ERROR: OVPLEDGR ' WS-OVP-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1800-LOAD-OVERPAYMENTS-EXIT
           END-IF.

           IF C-OVP-NOTEXST THEN
              DISPLAY 'NO OVERPAYMENT LEDGER - NO OFFSETS TAKEN'
           ELSE
              PERFORM 1810-READ-OVP-REC
                 THRU 1810-READ-OVP-REC-EXIT

              PERFORM UNTIL OVP-LASTREC = 'Y'
                 IF OVP-TYPE = 'E' OR 'R' THEN
                    PERFORM 1820-ADD-OVP-BALANCE
                       THRU 1820-ADD-OVP-BALANCE-EXIT
                 END-IF

                 PERFORM 1810-READ-OVP-REC
                    THRU 1810-READ-OVP-REC-EXIT
              END-PERFORM

              CLOSE OVP001
              OPEN EXTEND OVP001

              IF C-OVP-NOTEXST THEN
                 OPEN OUTPUT OVP001
              END-IF

              IF C-OVP-OK THEN
                 SET C-OVP-LEDGER-ON TO TRUE
              ELSE
                 DISPLAY 'FILE OPEN ERROR: OVPLEDGR ' WS-OVP-FS
                 SET C-PAYRUN-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
              END-IF
           END-IF.
       1800-LOAD-OVERPAYMENTS-EXIT.
      *---------------------------*
           EXIT.

       1810-READ-OVP-REC.
      *-----------------*
           READ OVP001
              AT END MOVE 'Y' TO OVP-LASTREC
           END-READ.
       1810-READ-OVP-REC-EXIT.
      *----------------------*
           EXIT.

       1820-ADD-OVP-BALANCE.
      *--------------------*
           MOVE OVP-CLAIM-ID TO WS-WHOLE-ID.

           PERFORM 4350-FIND-OVP-BALANCE
              THRU 4350-FIND-OVP-BALANCE-EXIT.

           IF OVB-SUB = 0 THEN
              IF WS-OVB-COUNT >= 5000 THEN
                 IF C-PAYRUN-OK THEN
                    DISPLAY 'OVERPAYMENT TABLE FULL - RUN STOPPED'
                 END-IF
                 SET C-PAYRUN-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
              ELSE
                 ADD 1 TO WS-OVB-COUNT
                 MOVE WS-OVB-COUNT TO OVB-SUB
                 MOVE OVP-CLAIM-ID TO WS-OVB-KEY (OVB-SUB)
                 MOVE 0            TO WS-OVB-BALANCE (OVB-SUB)
              END-IF
           END-IF.

           IF OVB-SUB > 0 THEN
              IF OVP-TYPE = 'E' THEN
                 ADD OVP-AMOUNT TO WS-OVB-BALANCE (OVB-SUB)
              ELSE
                 SUBTRACT OVP-AMOUNT FROM WS-OVB-BALANCE (OVB-SUB)
              END-IF
           END-IF.
       1820-ADD-OVP-BALANCE-EXIT.
      *-------------------------*
           EXIT.

      * ONE PASS OVER THE CLAIM HOLD FILE FOR THE HOLDS STILL
      * OPEN. THE FILE IS IN CLAIM ID ORDER, SO A CLAIM WITH MORE
      * THAN ONE OPEN HOLD IS TABLED ONCE, UNDER ITS FIRST.
       1900-LOAD-HOLDS.
      *---------------*
           OPEN INPUT HLD001.

           IF C-HLD-NOTEXST THEN
              DISPLAY 'NO CLAIM HOLD FILE - NO CLAIMS HELD'
              GO TO 1900-LOAD-HOLDS-EXIT
           END-IF.

           IF NOT C-HLD-OK THEN
              DISPLAY 'FILE OPEN ERROR: CLMHOLD ' WS-HLD-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 1900-LOAD-HOLDS-EXIT
           END-IF.

           PERFORM 1910-READ-HOLD-REC
              THRU 1910-READ-HOLD-REC-EXIT.

           PERFORM UNTIL HLD-LASTREC = 'Y'
              IF C-HLD-OPEN THEN
                 PERFORM 1920-ADD-HOLD
                    THRU 1920-ADD-HOLD-EXIT
              END-IF

              PERFORM 1910-READ-HOLD-REC
                 THRU 1910-READ-HOLD-REC-EXIT
           END-PERFORM.

           CLOSE HLD001.

           DISPLAY 'CLAIMS ON HOLD : ' WS-HOLD-COUNT.
       1900-LOAD-HOLDS-EXIT.
      *--------------------*
           EXIT.

       1910-READ-HOLD-REC.
      *------------------*
           READ HLD001 NEXT RECORD
              AT END MOVE 'Y' TO HLD-LASTREC
           END-READ.
       1910-READ-HOLD-REC-EXIT.
      *-----------------------*
           EXIT.

       1920-ADD-HOLD.
      *-------------*
           IF WS-HOLD-COUNT > 0 THEN
              IF WS-HOLD-KEY (WS-HOLD-COUNT) = HLD-CLAIM-ID THEN
                 GO TO 1920-ADD-HOLD-EXIT
              END-IF
           END-IF.

           IF WS-HOLD-COUNT >= 5000 THEN
              IF C-PAYRUN-OK THEN
                 DISPLAY 'CLAIM HOLD TABLE FULL - RUN STOPPED'
              END-IF
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              MOVE 'Y' TO HLD-LASTREC
              GO TO 1920-ADD-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE HLD-CLAIM-ID    TO WS-HOLD-KEY (WS-HOLD-COUNT).
           MOVE HLD-TYPE        TO WS-HOLD-TYPE (WS-HOLD-COUNT).
           MOVE HLD-PLACED-DATE TO WS-HOLD-DATE (WS-HOLD-COUNT).
           MOVE HLD-REASON      TO WS-HOLD-REASON (WS-HOLD-COUNT).
           MOVE 'N'             TO WS-HOLD-HIT (WS-HOLD-COUNT).
       1920-ADD-HOLD-EXIT.
      *------------------*
           EXIT.

       2000-WRITE-HEADERS.
      *------------------*
           MOVE WS-CURRENT-YEAR    TO HDR-YR.
           MOVE WS-CURRENT-MONTH   TO HDR-MO.
           MOVE WS-CURRENT-DAY     TO HDR-DAY.
           MOVE WS-WEEK-ENDING     TO HDR-WEEK-ENDING.
           MOVE WS-OFFSET-PCT      TO HDR-OFFSET-PCT.

           WRITE OUTPUT-REC FROM HEADER-1.
           WRITE OUTPUT-REC FROM HEADER-2.
      *-----------------------*
           EXIT.

      * THE BATCH NUMBER IS THE FIRST PAYMENT SEQUENCE NUMBER THIS
      * RUN CAN ISSUE, SO EVERY BATCH THE BANK SEES IS DISTINCT.
       2100-WRITE-BANK-HEADER.
      *----------------------*
           MOVE SPACES              TO BNK-HEADER-REC.
           SET  C-BNK-HEADER        TO TRUE.
           MOVE 'UNEMPBENEF'        TO BNK-HDR-ORIGINATOR.
           MOVE WS-CURRENT-DATE-NUM TO BNK-HDR-CREATE-DATE.
           MOVE WS-CURRENT-TIME     TO BNK-HDR-CREATE-TIME.
           MOVE WS-WEEK-ENDING      TO BNK-HDR-WEEK-ENDING.
           COMPUTE BNK-HDR-BATCH-NO = WS-PAY-SEQ-NO + 1.
           WRITE BNK-HEADER-REC.
       2100-WRITE-BANK-HEADER-EXIT.
      *---------------------------*
           EXIT.

       2500-READ-RECORD.
      *----------------*
           READ UNEMP-CLAIM-FILE NEXT RECORD.
              THRU 3100-PARSE-CLAIM-EXIT.

           IF WS-CLAIM-STATUS = 'PAYING' THEN
                PERFORM 3200-FIND-HOLD
                   THRU 3200-FIND-HOLD-EXIT

                IF HOLD-SUB > 0 THEN
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'Y' TO WS-HOLD-HIT (HOLD-SUB)
                ELSE
                   PERFORM 4000-PAY-CLAIM
                      THRU 4000-PAY-CLAIM-EXIT
                END-IF
           END-IF.
       3000-SELECT-CLAIM-EXIT.
      *----------------------*
      *----------------*
           MOVE SPACES     TO WS-CLAIM-STATUS.
           MOVE 0          TO WS-WBA-AMOUNT.
           MOVE 0          TO WS-MBA-AMOUNT.
           SET  C-NO-MBA   TO TRUE.

           MOVE WS-WHOLE-CLAIMS TO WS-FIXED-CLAIMS.

              COMPUTE WS-WBA-AMOUNT =
                      FUNCTION NUMVAL(CLF-WBA)
           END-IF.

           IF CLF-MBA NOT = SPACES THEN
              SET C-HAS-MBA TO TRUE
              COMPUTE WS-MBA-AMOUNT =
                      FUNCTION NUMVAL(CLF-MBA)
           END-IF.
       3100-PARSE-CLAIM-EXIT.
      *---------------------*
           EXIT.

      * LOOKS THE CLAIM IN WS-WHOLE-ID UP IN THE HOLD TABLE -
      * HOLD-SUB COMES BACK ZERO FOR A CLAIM WITH NO OPEN HOLD.
       3200-FIND-HOLD.
      *--------------*
           MOVE 0 TO HOLD-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-HOLD-COUNT
                   OR HOLD-SUB > 0
              IF WS-HOLD-KEY (SUB1) = WS-WHOLE-ID THEN
                 MOVE SUB1 TO HOLD-SUB
              END-IF
           END-PERFORM.
       3200-FIND-HOLD-EXIT.
      *-------------------*
           EXIT.

       4000-PAY-CLAIM.
      *--------------*
           PERFORM 4100-READ-CLAIM-HISTORY
              THRU 4100-READ-CLAIM-HISTORY-EXIT.

           IF C-PAYRUN-FAILED THEN
              GO TO 4000-PAY-CLAIM-EXIT
           END-IF.

           COMPUTE WS-REMAINING-BAL = WS-MBA-AMOUNT - WS-PAID-TO-DATE.

           MOVE WS-WBA-AMOUNT TO WS-PAY-AMOUNT.

           EVALUATE TRUE
      * A CLAIM ALREADY PAID FOR THE WEEK WHOSE BALANCE IS GONE IS
      * ONE AN EARLIER RUN PAID OUT BUT COULD NOT MOVE - IT GOES
      * BACK ON THE EXHAUSTION LIST SO A RERUN FINISHES THE JOB.
              WHEN C-ALREADY-PAID
                 ADD 1 TO WS-SKIP-PAID-COUNT
                 IF C-HAS-MBA AND WS-REMAINING-BAL <= 0 THEN
                    MOVE 0 TO WS-PAY-AMOUNT
                    PERFORM 4400-STACK-EXHAUSTED
                       THRU 4400-STACK-EXHAUSTED-EXIT
                 END-IF

              WHEN WS-WBA-AMOUNT = 0
                 ADD 1 TO WS-EXCP-COUNT
                                  TO EXCP-REASON
                 WRITE OUTPUT-REC FROM WS-EXCP-LINE

      * NOTHING LEFT OF THE MBA - NO PAYMENT, JUST THE MOVE TO
      * EXHAUSTED THAT SHOULD ALREADY HAVE HAPPENED.
              WHEN C-HAS-MBA AND WS-REMAINING-BAL <= 0
                 ADD 1 TO WS-EXCP-COUNT
                 MOVE WS-WHOLE-ID TO EXCP-CLAIM-ID
                 MOVE 'NO BENEFIT BALANCE LEFT - NOT PAID'
                                  TO EXCP-REASON
                 WRITE OUTPUT-REC FROM WS-EXCP-LINE
                 MOVE 0 TO WS-PAY-AMOUNT
                 PERFORM 4400-STACK-EXHAUSTED
                    THRU 4400-STACK-EXHAUSTED-EXIT

              WHEN OTHER
      * A PAYING CLAIM WITH NO CERTIFICATION FOR THIS WEEK-ENDING,
      * OR ONE WHOSE CLAIMANT ANSWERED NOT ELIGIBLE, IS FLAGGED ON
                    WRITE OUTPUT-REC FROM WS-EXCP-LINE
                 END-IF

      * THE LAST PAYMENT IS CAPPED AT WHAT IS LEFT OF THE MBA, AND
      * A CLAIM IT BRINGS TO ZERO IS STACKED FOR EXHAUSTION.
                 IF C-HAS-MBA AND WS-REMAINING-BAL < WS-WBA-AMOUNT THEN
                    MOVE WS-REMAINING-BAL TO WS-PAY-AMOUNT
                    ADD 1 TO WS-CAPPED-COUNT
                 END-IF

                 PERFORM 4200-WRITE-PAYMENT
                    THRU 4200-WRITE-PAYMENT-EXIT

      * A PAYMENT THAT DID NOT REACH BOTH PAYMENTS AND PAYHIST IS
      * NOT COUNTED AGAINST THE MBA, SO THE CLAIM IS NOT EXHAUSTED.
                 IF C-PAYRUN-OK AND C-HAS-MBA
                    AND WS-REMAINING-BAL <= WS-PAY-AMOUNT THEN
                    ADD WS-PAY-AMOUNT TO WS-PAID-TO-DATE
                    PERFORM 4400-STACK-EXHAUSTED
                       THRU 4400-STACK-EXHAUSTED-EXIT
                 END-IF
           END-EVALUATE.
       4000-PAY-CLAIM-EXIT.
      *-------------------*
      *-------------------------*
           EXIT.

      * ONE BROWSE OF THE CLAIM'S OWN PAYHIST RECORDS, FROM ITS
      * LOWEST WEEK-ENDING UP TO THE FIRST KEY OF THE NEXT CLAIM,
      * GIVES BOTH ITS PAID-TO-DATE AND WHETHER THIS WEEK-ENDING IS
      * ALREADY PAID.
       4100-READ-CLAIM-HISTORY.
      *-----------------------*
           SET C-NOT-YET-PAID TO TRUE.
           MOVE 0           TO WS-PAID-TO-DATE.
           MOVE 'N'         TO PHS-LASTREC.

           MOVE LOW-VALUES  TO PHS-KEY.
           MOVE WS-WHOLE-ID TO PHS-CLAIM-ID.

           START PHS001 KEY IS >= PHS-KEY
              INVALID KEY MOVE 'Y' TO PHS-LASTREC
           END-START.

           PERFORM UNTIL PHS-LASTREC = 'Y'
              READ PHS001 NEXT RECORD
                 AT END MOVE 'Y' TO PHS-LASTREC
              END-READ

              EVALUATE TRUE
                 WHEN PHS-LASTREC = 'Y'
                    CONTINUE
                 WHEN NOT C-PHS-OK
                    DISPLAY 'PAYHIST READ ERROR : ' WS-WHOLE-ID
                            ' FILE STATUS ' WS-PHS-FS
                    SET C-PAYRUN-FAILED TO TRUE
                    MOVE 'Y' TO LASTREC
                    MOVE 'Y' TO PHS-LASTREC
                 WHEN PHS-CLAIM-ID NOT = WS-WHOLE-ID
                    MOVE 'Y' TO PHS-LASTREC
                 WHEN OTHER
                    ADD PHS-AMOUNT TO WS-PAID-TO-DATE
                    IF PHS-WEEK-ENDING = WS-WEEK-ENDING THEN
                       SET C-ALREADY-PAID TO TRUE
                    END-IF
              END-EVALUATE
           END-PERFORM.
       4100-READ-CLAIM-HISTORY-EXIT.
      *----------------------------*
           EXIT.

           MOVE WS-PAY-SEQ-NO      TO PAY-SEQ-NO.
           MOVE WS-WHOLE-ID        TO PAY-CLAIM-ID.
           MOVE WS-WEEK-ENDING     TO PAY-WEEK-ENDING.
           MOVE WS-PAY-AMOUNT      TO PAY-AMOUNT.
           MOVE WS-CURRENT-DATE-NUM TO PAY-RUN-DATE.
           WRITE PAY-REC.

      * A WEEK WITH NO PAYMENTS ROW IS NOT PAID AT ALL.
           IF NOT C-PAY-OK THEN
              DISPLAY 'PAYMENTS WRITE FAILED : ' WS-WHOLE-ID
                      ' ' WS-WEEK-ENDING ' FILE STATUS ' WS-PAY-FS
              SET C-PAYRUN-FAILED TO TRUE
              MOVE 'Y' TO LASTREC
              GO TO 4200-WRITE-PAYMENT-EXIT
           END-IF.

      * THE ROW IS ON PAYMENTS, SO IT COUNTS TOWARD THE REGISTER
      * CONTROL RECORD EVEN IF PAYHIST THEN FAILS - BUT A PAYMENT
      * PAYHIST DOES NOT KNOW ABOUT IS NOT OFFSET OR DISBURSED.
           ADD 1             TO WS-PAID-COUNT.
           ADD WS-PAY-AMOUNT TO WS-PAID-TOTAL.

           PERFORM 4210-WRITE-PAYMENT-HISTORY
              THRU 4210-WRITE-PAYMENT-HISTORY-EXIT.

           IF C-PAYRUN-FAILED THEN
              GO TO 4200-WRITE-PAYMENT-EXIT
           END-IF.

           PERFORM 4250-TAKE-OFFSET
              THRU 4250-TAKE-OFFSET-EXIT.

           MOVE WS-PAY-SEQ-NO      TO PL-SEQ-NO.
           MOVE WS-WHOLE-ID        TO PL-CLAIM-ID.
           MOVE WS-WEEK-ENDING     TO PL-WEEK-ENDING.
           MOVE WS-PAY-AMOUNT      TO PL-AMOUNT.
           MOVE WS-WITHHELD-AMOUNT TO PL-WITHHELD.
           MOVE WS-NET-AMOUNT      TO PL-NET-AMOUNT.
           WRITE OUTPUT-REC FROM WS-PAY-LINE.

           PERFORM 4270-WRITE-BANK-DETAIL
              THRU 4270-WRITE-BANK-DETAIL-EXIT.
       4200-WRITE-PAYMENT-EXIT.
      *-----------------------*
           EXIT.

      * THE HISTORY RECORD, THEN THE CONTROL RECORD MOVED UP TO THE
      * SEQUENCE JUST ISSUED - EVERY PAYMENT, NOT ONCE AT THE END, SO
      * A RUN THAT DIES PART WAY CANNOT HAND THE SAME NUMBER OUT
      * AGAIN ON THE RERUN. THE ALREADY-PAID CHECK MAKES A DUPLICATE
      * KEY HERE IMPOSSIBLE UNLESS THE FILE IS DAMAGED, SO ANY
      * FAILURE STOPS THE RUN.
       4210-WRITE-PAYMENT-HISTORY.
      *--------------------------*
           MOVE PAY-REC TO PHS-REC.

           WRITE PHS-REC
              INVALID KEY
                 DISPLAY 'PAYHIST WRITE FAILED : ' WS-WHOLE-ID
                         ' ' WS-WEEK-ENDING ' FILE STATUS ' WS-PHS-FS
                 SET C-PAYRUN-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
                 GO TO 4210-WRITE-PAYMENT-HISTORY-EXIT
           END-WRITE.

           MOVE WS-PHS-CTL-KEY TO PHS-KEY.
           READ PHS001 KEY IS PHS-KEY
              INVALID KEY
                 DISPLAY 'PAYHIST CONTROL RECORD LOST - FILE STATUS '
                         WS-PHS-FS
                 SET C-PAYRUN-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
                 GO TO 4210-WRITE-PAYMENT-HISTORY-EXIT
           END-READ.

           MOVE WS-PAY-SEQ-NO       TO PHS-SEQ-NO.
           MOVE WS-CURRENT-DATE-NUM TO PHS-RUN-DATE.
           REWRITE PHS-REC
              INVALID KEY
                 DISPLAY 'PAYHIST CONTROL REWRITE FAILED - FILE '
                         'STATUS ' WS-PHS-FS
                 SET C-PAYRUN-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
           END-REWRITE.
       4210-WRITE-PAYMENT-HISTORY-EXIT.
      *------------------------------*
           EXIT.

      * WITHHOLDS THE OFFSET PERCENTAGE OF THE GROSS PAYMENT FROM A
      * CLAIM THAT STILL OWES, NEVER MORE THAN THE BALANCE LEFT,
      * AND JOURNALS THE AMOUNT ON THE LEDGER AS A RECOVERY. NOTHING
      * IS WITHHELD UNLESS THE RECOVERY ROW IS ON THE LEDGER - A
      * FAILED WRITE PAYS THE WEEK IN FULL AND STOPS THE RUN.
       4250-TAKE-OFFSET.
      *----------------*
           MOVE 0             TO WS-WITHHELD-AMOUNT.

           PERFORM 4350-FIND-OVP-BALANCE
              THRU 4350-FIND-OVP-BALANCE-EXIT.

           IF OVB-SUB > 0 THEN
              IF WS-OVB-BALANCE (OVB-SUB) > 0 THEN
                 COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                         WS-PAY-AMOUNT * WS-OFFSET-PCT / 100
                 IF WS-WITHHELD-AMOUNT > WS-OVB-BALANCE (OVB-SUB)
                    THEN
                    MOVE WS-OVB-BALANCE (OVB-SUB)
                                        TO WS-WITHHELD-AMOUNT
                 END-IF
              END-IF
           END-IF.

           IF WS-WITHHELD-AMOUNT > 0 THEN
              MOVE SPACES              TO OVP-REC
              MOVE 'R'                 TO OVP-TYPE
              MOVE WS-WHOLE-ID         TO OVP-CLAIM-ID
              MOVE WS-WEEK-ENDING      TO OVP-WEEK-ENDING
              MOVE WS-WITHHELD-AMOUNT  TO OVP-AMOUNT
              MOVE 'OFFSET'            TO OVP-REASON
              MOVE WS-PAY-SEQ-NO       TO OVP-PAY-SEQ-NO
              MOVE WS-CURRENT-DATE-NUM TO OVP-RUN-DATE
              WRITE OVP-REC

              IF C-OVP-OK THEN
                 SUBTRACT WS-WITHHELD-AMOUNT
                    FROM WS-OVB-BALANCE (OVB-SUB)
                 ADD 1                  TO WS-OFFSET-COUNT
                 ADD WS-WITHHELD-AMOUNT TO WS-WITHHELD-TOTAL
              ELSE
                 DISPLAY 'OVPLEDGR WRITE FAILED : ' WS-WHOLE-ID
                         ' ' WS-WEEK-ENDING ' FILE STATUS ' WS-OVP-FS
                 SET C-PAYRUN-FAILED TO TRUE
                 MOVE 'Y' TO LASTREC
                 MOVE 0   TO WS-WITHHELD-AMOUNT
              END-IF
           END-IF.

           COMPUTE WS-NET-AMOUNT = WS-PAY-AMOUNT - WS-WITHHELD-AMOUNT.
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL.
       4250-TAKE-OFFSET-EXIT.
      *---------------------*
           EXIT.

      * THE BANK IS SENT THE NET AMOUNT - WHAT THE CLAIMANT ACTUALLY
      * RECEIVES AFTER ANY OFFSET. NOTHING IS SENT FOR A PAYMENT
      * OFFSET IN FULL.
       4270-WRITE-BANK-DETAIL.
      *----------------------*
           IF WS-NET-AMOUNT = 0 THEN
              ADD 1 TO WS-NO-NET-COUNT
           ELSE
              MOVE SPACES             TO BNK-DETAIL-REC
              SET  C-BNK-DETAIL       TO TRUE
              MOVE WS-PAY-SEQ-NO      TO BNK-DTL-PAY-SEQ-NO
              MOVE WS-WHOLE-ID        TO BNK-DTL-CLAIM-ID
              MOVE WS-WEEK-ENDING     TO BNK-DTL-WEEK-ENDING
              MOVE WS-NET-AMOUNT      TO BNK-DTL-AMOUNT
              WRITE BNK-DETAIL-REC

              ADD 1                   TO WS-BANK-ITEM-COUNT
              ADD WS-NET-AMOUNT       TO WS-BANK-HASH-TOTAL
           END-IF.
       4270-WRITE-BANK-DETAIL-EXIT.
      *---------------------------*
           EXIT.

      * LOOKS THE CLAIM IN WS-WHOLE-ID UP IN THE OVERPAYMENT TABLE -
      * OVB-SUB COMES BACK ZERO FOR A CLAIM THAT NEVER OWED.
       4350-FIND-OVP-BALANCE.
      *---------------------*
           MOVE 0 TO OVB-SUB.

           PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-OVB-COUNT
                   OR OVB-SUB > 0
              IF WS-OVB-KEY (SUB1) = WS-WHOLE-ID THEN
                 MOVE SUB1 TO OVB-SUB
              END-IF
           END-PERFORM.
       4350-FIND-OVP-BALANCE-EXIT.
      *--------------------------*
           EXIT.

      * CLAIMS ARE NOT UPDATED MID-BROWSE - THE EXHAUSTION IS
      * STACKED AND APPLIED IN THE SECOND PHASE, SAME AS CLMDETER'S
      * AWARDS.
       4400-STACK-EXHAUSTED.
      *--------------------*
           IF WS-EXH-SELECT-COUNT >= 2000 THEN
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY 'EXHAUST TABLE FULL - CLAIM LEFT PAYING : '
                      WS-WHOLE-ID
           ELSE
              ADD 1 TO WS-EXH-SELECT-COUNT
              MOVE WS-WHOLE-ID
                 TO WS-EXH-KEY (WS-EXH-SELECT-COUNT)
              MOVE WS-MBA-AMOUNT
                 TO WS-EXH-MBA (WS-EXH-SELECT-COUNT)
              MOVE WS-PAID-TO-DATE
                 TO WS-EXH-PTD (WS-EXH-SELECT-COUNT)
              MOVE WS-PAY-AMOUNT
                 TO WS-EXH-FINAL (WS-EXH-SELECT-COUNT)
              MOVE SPACES
                 TO WS-EXH-OUTCOME (WS-EXH-SELECT-COUNT)
           END-IF.
       4400-STACK-EXHAUSTED-EXIT.
      *-------------------------*
           EXIT.

      * HOLDS GETCLAIM'S FILES OPEN ACROSS THE WHOLE EXHAUSTION
      * PHASE - EACH ONE IS A READ PLUS AN UPDATE AND NO LONGER PAYS
      * AN OPEN AND CLOSE FOR EITHER.
       4500-OPEN-CLAIM-SESSION.
      *-----------------------*
           MOVE 'O'  TO WS-SEARCH-CMD.
           MOVE 1    TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.
       4500-OPEN-CLAIM-SESSION-EXIT.
      *----------------------------*
           EXIT.

       4800-CLOSE-BROWSE.
      *-----------------*
           CLOSE UNEMP-CLAIM-FILE.
       4800-CLOSE-BROWSE-EXIT.
      *----------------------*
           EXIT.

      * RE-READS THE CLAIM THROUGH GETCLAIM, DROPS EXHAUSTED INTO
      * THE STATUS ZONE AND SENDS THE RESULT BACK AS A 'C'
      * CONDITIONAL UPDATE, SO THE MOVE IS POLICED BY GETCLAIM'S
      * LIFECYCLE CHECK AND JOURNALED IN CLMAUDIT.
       5000-EXHAUST-CLAIM.
      *------------------*
           MOVE 'R'                    TO WS-SEARCH-CMD.
           MOVE WS-EXH-KEY (SUB1)      TO WS-SEARCH-ID.
           MOVE SPACES                 TO WS-SEARCH-CLAIMS.
           MOVE 1                      TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           IF C-STATUS-OK THEN
                PERFORM 5100-APPLY-EXHAUSTED
                   THRU 5100-APPLY-EXHAUSTED-EXIT
           ELSE
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'NOT RE-READ - LEFT PAYING'
                                       TO WS-EXH-OUTCOME (SUB1)
                DISPLAY 'CLAIM NOT RE-READ FOR EXHAUSTION : '
                        WS-EXH-KEY (SUB1)
                        ' RETURN CODE ' WS-RETURN-CODE
           END-IF.
       5000-EXHAUST-CLAIM-EXIT.
      *-----------------------*
           EXIT.

       5100-APPLY-EXHAUSTED.
      *--------------------*
           MOVE WS-RETURN-REC (1)      TO WS-COMPARE-REC.

           MOVE WS-RETURN-REC (1)      TO WS-FIXED-CLAIMS.
           MOVE 'EXHAUSTED'            TO CLF-STATUS.
           MOVE WS-FIXED-CLAIMS        TO WS-SEARCH-CLAIMS.

           MOVE 'C'                    TO WS-SEARCH-CMD.
           MOVE WS-EXH-KEY (SUB1)      TO WS-SEARCH-ID.
           MOVE 1                      TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.

           EVALUATE TRUE
              WHEN C-STATUS-OK
                 ADD 1 TO WS-EXHAUST-COUNT
                 MOVE 'MOVED TO EXHAUSTED'
                                       TO WS-EXH-OUTCOME (SUB1)
              WHEN C-STATUS-CHANGED
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'CHANGED SINCE READ - NOT MOVED'
                                       TO WS-EXH-OUTCOME (SUB1)
              WHEN C-STATUS-BADMOVE
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'ILLEGAL STATUS MOVE - REFUSED'
                                       TO WS-EXH-OUTCOME (SUB1)
              WHEN C-STATUS-NOAUTH
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'JOB NOT AUTHORIZED - REFUSED'
                                       TO WS-EXH-OUTCOME (SUB1)
              WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'UPDATE FAILED - LEFT PAYING'
                                       TO WS-EXH-OUTCOME (SUB1)
           END-EVALUATE.

           IF NOT C-STATUS-OK THEN
                DISPLAY 'EXHAUSTION NOT STORED : ' WS-EXH-KEY (SUB1)
                        ' RETURN CODE ' WS-RETURN-CODE
           END-IF.
       5100-APPLY-EXHAUSTED-EXIT.
      *-------------------------*
           EXIT.

       5500-CLOSE-CLAIM-SESSION.
      *------------------------*
           MOVE 'X'  TO WS-SEARCH-CMD.
           MOVE 1    TO WS-NUM-OF-RECS.

           CALL 'GETCLAIM' USING BY CONTENT   WS-SEARCH-DATA,
                                 BY REFERENCE WS-NUM-OF-RECS,
                                 BY REFERENCE WS-RETURN-DATA,
                                 BY REFERENCE WS-RETURN-CODE.
       5500-CLOSE-CLAIM-SESSION-EXIT.
      *------------------------------*
           EXIT.

      * THE CLAIMS WHOSE BALANCE RAN OUT COME OUT AS A SECTION OF
      * THEIR OWN, AFTER THE PAYMENT LINES AND BEFORE THE TOTALS,
      * WITH THE OUTCOME OF EACH PAYING->EXHAUSTED MOVE.
       7000-WRITE-EXHAUSTED.
      *--------------------*
           IF WS-EXH-SELECT-COUNT > 0 THEN
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
              WRITE OUTPUT-REC FROM WS-EXH-HDR
              WRITE OUTPUT-REC FROM WS-EXH-HDR-2

              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-EXH-SELECT-COUNT
                 MOVE WS-EXH-KEY (SUB1)     TO EXH-CLAIM-ID
                 MOVE WS-EXH-MBA (SUB1)     TO EXH-MBA
                 MOVE WS-EXH-PTD (SUB1)     TO EXH-PAID-TO-DATE
                 MOVE WS-EXH-FINAL (SUB1)   TO EXH-FINAL-PAY
                 COMPUTE EXH-BALANCE =
                         WS-EXH-MBA (SUB1) - WS-EXH-PTD (SUB1)
                 MOVE WS-EXH-OUTCOME (SUB1) TO EXH-OUTCOME
                 WRITE OUTPUT-REC FROM WS-EXH-LINE
              END-PERFORM
           END-IF.
       7000-WRITE-EXHAUSTED-EXIT.
      *-------------------------*
           EXIT.

      * PAYING CLAIMS LEFT UNPAID BECAUSE OF AN OPEN HOLD, IN CLAIM
      * ID ORDER, SO NO HELD WEEK GOES UNSEEN.
       7100-WRITE-HELD.
      *---------------*
           IF WS-HELD-COUNT > 0 THEN
              WRITE OUTPUT-REC FROM WS-EMPTY-LN
              WRITE OUTPUT-REC FROM WS-HELD-HDR
              WRITE OUTPUT-REC FROM WS-HELD-HDR-2

              PERFORM VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > WS-HOLD-COUNT
                 IF WS-HOLD-HIT (SUB1) = 'Y' THEN
                    MOVE WS-HOLD-KEY (SUB1)    TO HELD-CLAIM-ID
                    MOVE WS-HOLD-TYPE (SUB1)   TO HELD-TYPE
                    MOVE WS-HOLD-DATE (SUB1)   TO HELD-DATE
                    MOVE WS-HOLD-REASON (SUB1) TO HELD-REASON
                    WRITE OUTPUT-REC FROM WS-HELD-LINE
                 END-IF
              END-PERFORM
           END-IF.
       7100-WRITE-HELD-EXIT.
      *--------------------*
           EXIT.

       7500-WRITE-BANK-TRAILER.
      *-----------------------*
           MOVE SPACES              TO BNK-TRAILER-REC.
           SET  C-BNK-TRAILER       TO TRUE.
           MOVE WS-BANK-ITEM-COUNT  TO BNK-TRL-ITEM-COUNT.
           MOVE WS-BANK-HASH-TOTAL  TO BNK-TRL-HASH-TOTAL.
           WRITE BNK-TRAILER-REC.

           CLOSE BNK001.
       7500-WRITE-BANK-TRAILER-EXIT.
      *----------------------------*
           EXIT.

      * READS THE FINISHED BANK FILE BACK: EXACTLY ONE HEADER AND
      * ONE TRAILER, DETAILS THAT ADD UP TO THE TRAILER, AND A
      * TRAILER THAT AGREES WITH THE REGISTER - EVERY PAYMENT ISSUED
      * LESS THOSE OFFSET IN FULL, FOR THE REGISTER'S NET TOTAL.
       7600-BALANCE-BANK-FILE.
      *----------------------*
           SET C-BANK-BALANCED TO TRUE.
           OPEN INPUT BNK001.

           PERFORM 7610-READ-BANK-REC
              THRU 7610-READ-BANK-REC-EXIT.

           PERFORM UNTIL BNK-LASTREC = 'Y'
              EVALUATE TRUE
                 WHEN C-BNK-HEADER
                    ADD 1 TO WS-BAL-HDR-COUNT
                 WHEN C-BNK-DETAIL
                    ADD 1              TO WS-BAL-ITEM-COUNT
                    ADD BNK-DTL-AMOUNT TO WS-BAL-HASH-TOTAL
                 WHEN C-BNK-TRAILER
                    ADD 1 TO WS-BAL-TRL-SEEN
                    MOVE BNK-TRL-ITEM-COUNT TO WS-BAL-TRL-COUNT
                    MOVE BNK-TRL-HASH-TOTAL TO WS-BAL-TRL-HASH
                 WHEN OTHER
                    SET C-BANK-UNBALANCED TO TRUE
              END-EVALUATE

              PERFORM 7610-READ-BANK-REC
                 THRU 7610-READ-BANK-REC-EXIT
           END-PERFORM.

           CLOSE BNK001.

           COMPUTE WS-BAL-EXPECT-COUNT =
                   WS-PAID-COUNT - WS-NO-NET-COUNT.

           IF WS-BAL-HDR-COUNT  NOT = 1                   OR
              WS-BAL-TRL-SEEN   NOT = 1                   OR
              WS-BAL-ITEM-COUNT NOT = WS-BAL-TRL-COUNT    OR
              WS-BAL-HASH-TOTAL NOT = WS-BAL-TRL-HASH     OR
              WS-BAL-TRL-COUNT  NOT = WS-BAL-EXPECT-COUNT OR
              WS-BAL-TRL-HASH   NOT = WS-NET-TOTAL THEN
              SET C-BANK-UNBALANCED TO TRUE
           END-IF.

           IF C-BANK-UNBALANCED THEN
              DISPLAY 'BANK FILE OUT OF BALANCE - NOT RELEASED'
              DISPLAY '  FILE ITEMS ' WS-BAL-ITEM-COUNT
                      ' TRAILER ITEMS ' WS-BAL-TRL-COUNT
                      ' REGISTER ITEMS ' WS-BAL-EXPECT-COUNT
           END-IF.
       7600-BALANCE-BANK-FILE-EXIT.
      *---------------------------*
           EXIT.

       7610-READ-BANK-REC.
      *------------------*
           READ BNK001
              AT END MOVE 'Y' TO BNK-LASTREC
           END-READ.

           IF BNK-LASTREC NOT = 'Y' AND NOT C-BNK-OK THEN
              SET C-BANK-UNBALANCED TO TRUE
              MOVE 'Y' TO BNK-LASTREC
           END-IF.
       7610-READ-BANK-REC-EXIT.
      *-----------------------*
           EXIT.

       8000-WRITE-TOTALS.
      *-----------------*
           WRITE OUTPUT-REC FROM HEADER-5.
           MOVE WS-NOTELIG-COUNT   TO TOT-NOTELIG-COUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE-2.

           MOVE WS-EXHAUST-COUNT   TO TOT-EXHAUST-COUNT.
           MOVE WS-CAPPED-COUNT    TO TOT-CAPPED-COUNT.
           MOVE WS-ERROR-COUNT     TO TOT-ERROR-COUNT.
           MOVE WS-HELD-COUNT      TO TOT-HELD-COUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE-3.

           MOVE WS-OFFSET-COUNT    TO TOT-OFFSET-COUNT.
           MOVE WS-WITHHELD-TOTAL  TO TOT-WITHHELD.
           MOVE WS-NET-TOTAL       TO TOT-NET-AMOUNT.
           WRITE OUTPUT-REC FROM WS-TOTAL-LINE-4.

           MOVE WS-BAL-TRL-COUNT   TO TOT-BANK-COUNT.
           MOVE WS-BAL-TRL-HASH    TO TOT-BANK-HASH.
           MOVE WS-NO-NET-COUNT    TO TOT-NO-NET-COUNT.
           WRITE OUTPUT-REC FROM WS-BANK-LINE.

           IF C-PAYRUN-FAILED THEN
              MOVE 'RUN FAILED - NOT RELEASED'
                                   TO TOT-BANK-STATUS
           ELSE
              IF C-BANK-BALANCED THEN
                 MOVE 'BALANCED TO REGISTER - RELEASED'
                                   TO TOT-BANK-STATUS
              ELSE
                 MOVE 'OUT OF BALANCE - NOT RELEASED'
                                   TO TOT-BANK-STATUS
              END-IF
           END-IF.
           WRITE OUTPUT-REC FROM WS-BANK-BAL-LINE.

           WRITE OUTPUT-REC FROM HEADER-5.
       8000-WRITE-TOTALS-EXIT.
      *----------------------*
           EXIT.

      * WRITTEN EVEN FOR A RUN THAT STOPPED PART WAY, SINCE ANY
      * PAYMENTS IT ISSUED BEFORE STOPPING ARE ALREADY ON PAYMENTS.
       8500-WRITE-REGISTER-CONTROL.
      *---------------------------*
           IF C-RGC-CLOSED THEN
              GO TO 8500-WRITE-REGISTER-CONTROL-EXIT
           END-IF.

           MOVE SPACES              TO RGC-REC.
           MOVE WS-WEEK-ENDING      TO RGC-WEEK-ENDING.
           MOVE WS-CURRENT-DATE-NUM TO RGC-RUN-DATE.
           MOVE WS-CURRENT-TIME     TO RGC-RUN-TIME.
           MOVE WS-PAID-COUNT       TO RGC-PAID-COUNT.
           MOVE WS-PAID-TOTAL       TO RGC-PAID-TOTAL.
           WRITE RGC-REC.

           IF NOT C-RGC-OK THEN
              DISPLAY 'PAYREGCT WRITE FAILED - FILE STATUS '
                      WS-RGC-FS
              SET C-PAYRUN-FAILED TO TRUE
           END-IF.
       8500-WRITE-REGISTER-CONTROL-EXIT.
      *--------------------------------*
           EXIT.

       9000-CLOSE-FILE.
      *---------------*
           IF C-PAYMENTS-OPEN THEN
              CLOSE PAY001
           END-IF.

           IF C-PAYHIST-OPEN THEN
              CLOSE PHS001
           END-IF.

           IF C-OVP-LEDGER-ON THEN
              CLOSE OVP001
           END-IF.

           IF C-RGC-OPEN THEN
              CLOSE RGC001
           END-IF.

           CLOSE OUT001.

           DISPLAY 'WEEKLY PAYMENT RUN COMPLETE'.
           DISPLAY 'PAYMENTS ISSUED : ' WS-PAID-COUNT.
           DISPLAY 'UNCERTIFIED FLAGGED : ' WS-NOCERT-COUNT.
           DISPLAY 'NOT ELIGIBLE FLAGGED : ' WS-NOTELIG-COUNT.
           DISPLAY 'CLAIMS EXHAUSTED : ' WS-EXHAUST-COUNT.
           DISPLAY 'EXHAUSTIONS NOT APPLIED : ' WS-ERROR-COUNT.
           DISPLAY 'HELD - NOT PAID : ' WS-HELD-COUNT.
           DISPLAY 'OVERPAYMENT OFFSETS TAKEN : ' WS-OFFSET-COUNT.
           DISPLAY 'BANK FILE ITEMS : ' WS-BAL-TRL-COUNT.
       9000-CLOSE-FILE-EXIT.
      *--------------------*
           EXIT.
