      * ELAPSED SECONDS AND RETURN CODE FOR THAT NIGHT - SO A STEP
      * THAT HAS BEEN GETTING SLOWER ALL MONTH IS VISIBLE BEFORE IT
      * BLOWS THE BATCH WINDOW, NOT THE NIGHT IT DOES. N COMES FROM
      * THE CTL001 CARD AND DEFAULTS TO SEVEN NIGHTS. A STEP THE
      * RUN CALENDAR DID NOT SCHEDULE THAT NIGHT SHOWS AS NOT SCHED
      * RATHER THAN NOT RUN.
      *
       ENVIRONMENT DIVISION.
      *

       DATA DIVISION.
       FILE SECTION.
      * THE RUNBATCH RUN LOG. A LOG WRITTEN IN THE OLD 64-BYTE
      * SHAPE IS CONVERTED ONCE BY RUNLGCNV BEFORE IT IS READ HERE.
       FD  IN001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RLOG-INPUT-REC.
       01  RLOG-INPUT-REC.
           05 RLOG-ELAPSED-SEC           PIC 9(07).
           05 FILLER                     PIC X(01).
           05 RLOG-RETURN-CODE           PIC 9(04).
           05 FILLER                     PIC X(01).
           05 RLOG-OUTCOME               PIC X(13).
              88 C-RLOG-NOT-SCHEDULED    VALUE 'NOT SCHEDULED'.
           05 FILLER                     PIC X(02).

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
       5000-SLOT-STEP.
      *--------------*
           PERFORM VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > 3
              IF RLOG-STEP-NAME = WS-STEP-NAME (STEP-SUB) AND
                 C-RLOG-NOT-SCHEDULED THEN
                 MOVE 'S' TO WS-NIGHT-SEEN (SUB1, STEP-SUB)
              END-IF
              IF RLOG-STEP-NAME = WS-STEP-NAME (STEP-SUB) AND
                 NOT C-RLOG-NOT-SCHEDULED THEN
                 MOVE 'Y' TO WS-NIGHT-SEEN (SUB1, STEP-SUB)
                 MOVE RLOG-ELAPSED-SEC
                    TO WS-NIGHT-ELAPSED (SUB1, STEP-SUB)
                 MOVE WS-CELL-ELAPSED TO NL-ELAPSED (STEP-SUB)
                 MOVE WS-CELL-RC      TO NL-RC (STEP-SUB)
              ELSE
                 IF WS-NIGHT-SEEN (SUB1, STEP-SUB) = 'S' THEN
                    MOVE ' NOT SCHED'    TO NL-ELAPSED (STEP-SUB)
                 ELSE
                    MOVE ' NOT RUN'      TO NL-ELAPSED (STEP-SUB)
                 END-IF
                 MOVE SPACES          TO NL-RC (STEP-SUB)
              END-IF
           END-PERFORM.
