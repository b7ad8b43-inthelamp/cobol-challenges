      * MISMATCH (AN UPDATE OR DELETE FOR A KEY THAT IS NOT THERE, OR
      * AN INSERT THAT ALREADY IS) MEANS THE BASELINE AND JOURNAL DO
      * NOT BELONG TOGETHER, SO THE RUN STOPS HARD WITH RETURN CODE
      * 16 INSTEAD OF GUESSING. UPDREF ENTRIES ONLY ANNOTATE THE
      * UPDATE AHEAD OF THEM WITH ITS BUSINESS REFERENCE AND CARRY
      * NO IMAGE, SO THEY ARE PASSED OVER.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                        WHEN 'DELETE'
                           PERFORM 5400-APPLY-DELETE
                              THRU 5400-APPLY-DELETE-EXIT
                        WHEN 'UPDREF'
                           CONTINUE
                        WHEN OTHER
                           DISPLAY 'UNKNOWN JOURNAL COMMAND : '
                                   SD-COMMAND
