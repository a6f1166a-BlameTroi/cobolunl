      *    - average call length per solicitor;
      *    - a final ranking by total call volume;
      *    - days below the supervisor-set minimum daily call count
      *      (SOLPARM.DAT) flagged where they happen;
      *    - each solicitor's disposition mix: calls by outcome
      *      and their share of the solicitor's calls.
      *
      *  SOLICSUM.DAT arrives grouped by solicitor with each
      *  solicitor's days in ascending date order, which is the
           05  SOL-CALL-TIME          PIC 9(5).
           05  SOL-NAME               PIC X(20).
           05  SOL-DEPARTMENT         PIC X(10).
           05  SOL-DISPOSITION-COUNT  PIC 9(4) OCCURS 8 TIMES.

       FD  RANKING-PARMS.
       01  RANKING-PARM-RECORD.
               10  TTBL-USER-ID       PIC X(8).
               10  TTBL-CALL-TOTAL    PIC 9(6).
               10  TTBL-TIME-TOTAL    PIC 9(7).
               10  TTBL-DISPOSITION-TOTAL PIC 9(6) OCCURS 8 TIMES.
       01  SWAP-ENTRY.
           05  SWAP-USER-ID           PIC X(8).
           05  SWAP-CALL-TOTAL        PIC 9(6).
           05  SWAP-TIME-TOTAL        PIC 9(7).
           05  SWAP-DISPOSITION-TOTAL PIC 9(6) OCCURS 8 TIMES.
       01  RANK-NR                    PIC 999.
       01  DISPOSITION-SUB            PIC 9.
       01  DISPOSITION-PERCENT        PIC 999V9.
       01  DISPOSITION-NAMES.
           05  FILLER                 PIC X(14) VALUE 'NO ANSWER'.
           05  FILLER                 PIC X(14) VALUE 'BUSY'.
           05  FILLER                 PIC X(14) VALUE 'CALLBACK'.
           05  FILLER                 PIC X(14) VALUE 'NOT INTERESTED'.
           05  FILLER                 PIC X(14) VALUE 'SALE'.
           05  FILLER                 PIC X(14) VALUE 'WRONG NUMBER'.
           05  FILLER                 PIC X(14) VALUE 'DO NOT CALL'.
           05  FILLER                 PIC X(14) VALUE 'NOT CODED'.
       01  DISPOSITION-NAME-TABLE REDEFINES DISPOSITION-NAMES.
           05  DISPOSITION-NAME       PIC X(14) OCCURS 8 TIMES.

       01  SOLICITOR-HEADING.
           05  FILLER                 PIC X(11) VALUE 'SOLICITOR: '.
               '  AVERAGE CALL LENGTH '.
           05  AVL-AVERAGE            PIC ZZZ9.9.
           05  FILLER                 PIC X(8) VALUE ' MINUTES'.
       01  DISPOSITION-HEADING.
           05  FILLER                 PIC X(18) VALUE
               '  DISPOSITION MIX'.
       01  DISPOSITION-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  DSP-NAME               PIC X(14).
           05  FILLER                 PIC X(8) VALUE '  CALLS:'.
           05  DSP-CALLS              PIC ZZZ,ZZ9.
           05  FILLER                 PIC XX VALUE SPACES.
           05  DSP-PERCENT            PIC ZZ9.9.
           05  FILLER                 PIC X VALUE '%'.
       01  RANKING-HEADING.
           05  FILLER                 PIC X(31) VALUE
               'RANKING BY TOTAL CALL VOLUME   '.
           ADD SOL-CALL-TIME TO MONTH-TIME-TOTAL.
           ADD SOL-CALL-CT TO TTBL-CALL-TOTAL (NR-SOLICITORS).
           ADD SOL-CALL-TIME TO TTBL-TIME-TOTAL (NR-SOLICITORS).
           PERFORM VARYING DISPOSITION-SUB FROM 1 BY 1
               UNTIL DISPOSITION-SUB > 8
               IF SOL-DISPOSITION-COUNT (DISPOSITION-SUB) NUMERIC
                   ADD SOL-DISPOSITION-COUNT (DISPOSITION-SUB)
                       TO TTBL-DISPOSITION-TOTAL
                              (NR-SOLICITORS DISPOSITION-SUB)
               END-IF
           END-PERFORM.
           MOVE SOL-CALL-CT TO PREV-DAY-CALLS.
           MOVE 'N' TO FIRST-DAY-SWITCH.
           PERFORM 0800-READ-SUMMARY-RECORD.
               ADD 1 TO NR-SOLICITORS
               MOVE SOL-USER-ID TO TTBL-USER-ID (NR-SOLICITORS)
               MOVE ZERO TO TTBL-CALL-TOTAL (NR-SOLICITORS)
                            TTBL-TIME-TOTAL (NR-SOLICITORS)
               PERFORM VARYING DISPOSITION-SUB FROM 1 BY 1
                   UNTIL DISPOSITION-SUB > 8
                   MOVE ZERO TO TTBL-DISPOSITION-TOTAL
                                    (NR-SOLICITORS DISPOSITION-SUB)
               END-PERFORM.
           MOVE SOL-USER-ID TO HDG-USER-ID.
           MOVE SOL-NAME TO HDG-NAME.
           MOVE SOL-DEPARTMENT TO HDG-DEPARTMENT.
               MOVE ZERO TO AVERAGE-CALL-LENGTH.
           MOVE AVERAGE-CALL-LENGTH TO AVL-AVERAGE.
           WRITE REPORT-LINE FROM AVERAGE-LINE.
           PERFORM 0450-PRINT-DISPOSITION-MIX.

      *  Every outcome prints, zeros included, so the mix reads the
      *  same way down the page for every solicitor.
       0450-PRINT-DISPOSITION-MIX.
           WRITE REPORT-LINE FROM DISPOSITION-HEADING.
           PERFORM VARYING DISPOSITION-SUB FROM 1 BY 1
               UNTIL DISPOSITION-SUB > 8
               MOVE DISPOSITION-NAME (DISPOSITION-SUB) TO DSP-NAME
               MOVE TTBL-DISPOSITION-TOTAL
                       (NR-SOLICITORS DISPOSITION-SUB) TO DSP-CALLS
               IF TTBL-CALL-TOTAL (NR-SOLICITORS) > ZERO
                   COMPUTE DISPOSITION-PERCENT ROUNDED =
                       TTBL-DISPOSITION-TOTAL
                           (NR-SOLICITORS DISPOSITION-SUB) * 100
                       / TTBL-CALL-TOTAL (NR-SOLICITORS)
               ELSE
                   MOVE ZERO TO DISPOSITION-PERCENT
               END-IF
               MOVE DISPOSITION-PERCENT TO DSP-PERCENT
               WRITE REPORT-LINE FROM DISPOSITION-LINE
           END-PERFORM.

      *  Selection sort, descending by total calls -- the table
      *  tops out at a hundred solicitors, so simplicity wins.
