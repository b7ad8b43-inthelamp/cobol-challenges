      * BUCKETS (THE SAME LIST UNEMPCLM'S 5000-PARSE-RECORD KNOWS
      * ABOUT), AND THE FINAL DELETE IF ANY - SO AN EXAMINER'S "WHO
      * CHANGED WHAT, AND WHEN" CAN BE ANSWERED WITHOUT READING HEX.
      * AN UPDREF ENTRY PRINTS THE REFERENCE THE CALLER JOURNALED
      * WITH ITS UPDATE (E.G. THE APPEAL THAT REOPENED THE CLAIM).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SORT SORT-FILE ON ASCENDING KEY SD-CLAIM-ID
                                           SD-DATE
                                           SD-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE  IS 6000-SORT-INPUT
               OUTPUT PROCEDURE IS 8000-SORT-OUTPUT.

                 MOVE 'DELETED'             TO EVT-ACTION
                 WRITE OUTPUT-REC FROM WS-EVENT-REC

              WHEN 'UPDREF'
                 MOVE SD-REC-DATA(1:30)     TO EVT-ACTION
                 WRITE OUTPUT-REC FROM WS-EVENT-REC

              WHEN OTHER
                 MOVE SD-COMMAND            TO EVT-ACTION
                 WRITE OUTPUT-REC FROM WS-EVENT-REC
