      *        actually on SUSPENSE.DAT
      *    R5  salesman records on INSALES.DAT = earned commission
      *        records on COMMOWED.DAT (one owed record per
      *        salesman per COMMISS pass; the 'S' split-credit
      *        shares COMMISS also writes are counted as other)
      *
      *  BILLUPDT's reported figures come from the BILLCTL.DAT
      *  control record it writes at end of run.  The population
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF COMMIS-RECORD-TYPE = 'A' OR 'O' OR 'S'
                           ADD 1 TO OWED-OTHER-COUNT
                       ELSE
                           ADD 1 TO OWED-EARNED-COUNT
               TO CNT-CAPTION.
           MOVE OWED-EARNED-COUNT TO CNT-VALUE.
           WRITE BALANCE-PAGE-LINE FROM COUNT-DETAIL-LINE.
           MOVE 'ADJ/OVERRIDE/SPLIT RECORDS (COMMOWED)'
               TO CNT-CAPTION.
           MOVE OWED-OTHER-COUNT TO CNT-VALUE.
           WRITE BALANCE-PAGE-LINE FROM COUNT-DETAIL-LINE.
