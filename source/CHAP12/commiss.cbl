           SELECT CHECKPOINT-FILE     ASSIGN TO "COMMCKPT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CHECKPOINT-STATUS.
           SELECT SPLIT-CREDIT-FILE    ASSIGN TO "SPLITCRD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE RANDOM
                                       RECORD KEY SPL-INVOICE-NR
                                       FILE STATUS SPLIT-STATUS.
           SELECT SPLIT-DETAIL-FILE    ASSIGN TO "SPLITDTL.DAT"
                                       LINE SEQUENTIAL.
       DATA DIVISION.
0020   FILE SECTION.
0030   FD  INPUT-SALES-FILE.
0300       05  COMMIS-NR-ITEMS               PIC 99.
0310       05  COMMIS-AMOUNT-SUBJECT         PIC 9(7)V99.
0320       05  COMMIS-COMMISSION-AMOUNT      PIC 9(7)V99.
           05  COMMIS-RECORD-TYPE            PIC X.
0330
      *  COMMIS-RECORD-TYPE: space for the one earned record written
      *  per INSALES.DAT salesman, 'S' for a share of a split-credit
      *  invoice carried on another salesman's record (see 0180).
       FD  COMMISSION-RATE-FILE.
       01  COMMISSION-RATE-RECORD.
           05  RATE-SALESMAN-ID               PIC X(9).
      *  restart skips that many records and appends rather than
      *  reprocessing (and so re-paying) commission already posted.

       FD  SPLIT-CREDIT-FILE.
       01  SPLIT-CREDIT-RECORD.
           05  SPL-INVOICE-NR          PIC X(9).
           05  SPL-SHARE OCCURS 4 TIMES.
               10  SPL-SALESMAN-ID     PIC X(9).
               10  SPL-SHARE-PCT       PIC 999V99.
           05  FILLER                  PIC X(11).

      *  SPLITCRD.DAT (maintained through SPLTMANT) names, for an
      *  invoice sold jointly, up to four salesmen and each one's
      *  percentage share.  The file is optional; with none, every
      *  invoice is credited wholly to the salesman carrying it.

       FD  SPLIT-DETAIL-FILE.
       01  SPLIT-DETAIL-RECORD.
           05  SDTL-SALESMAN-ID        PIC X(9).
           05  SDTL-CARRIER-ID         PIC X(9).
           05  SDTL-INVOICE-NR         PIC X(9).
           05  SDTL-SHARE-PCT          PIC 999V99.
           05  SDTL-AMOUNT-SUBJECT     PIC 9(7)V99.
           05  SDTL-COMMISSION-PCT     PIC V999.
           05  SDTL-COMMISSION-AMOUNT  PIC 9(7)V99.

      *  One record per share credited this cycle -- the carrying
      *  salesman's own share included -- for COMMSTMT to itemise.

0340   WORKING-STORAGE SECTION.
       01  YTD-COMMIS-STATUS                  PIC XX VALUE '00'.
       01  RUNLOG-FUNCTION              PIC X.
                                                VALUE 100000.00.
       01  AMOUNT-EDIT-STATUS                  PIC X.
           88  AMOUNT-EDIT-VALID                  VALUE 'Y'.
       01  SPLIT-STATUS                        PIC XX VALUE '00'.
       01  SPLIT-FILE-SWITCH                   PIC X VALUE 'N'.
           88  SPLIT-FILE-OPEN                    VALUE 'Y'.
       01  SPLIT-FOUND-SWITCH                  PIC X.
           88  SPLIT-FOUND                        VALUE 'Y'.
       01  SPLIT-VALID-SWITCH                  PIC X.
           88  SPLIT-VALID                        VALUE 'Y'.
       01  SHARE-SUB                           PIC 9.
       01  LAST-SHARE-SUB                      PIC 9.
       01  SPLIT-TOTAL-PCT                     PIC 9(4)V99.
       01  SPLIT-PAID-AMOUNT                   PIC 9(7)V99.
       01  SPLIT-ALLOCATED-AMOUNT              PIC 9(7)V99.
       01  SHARE-SUBJECT-AMOUNT                PIC 9(7)V99.
       01  SHARE-COMMISSION-PCT                PIC V999.
       01  SHARE-COMMISSION-AMOUNT             PIC 9(7)V99.
0410
0420   PROCEDURE DIVISION.
0430   0000-MAIN-CONTROL.
               OPEN EXTEND OUTPUT-SALES-FILE
                           COMMISSIONS-OWED-FILE
                           COMMISS-EXCEPTION-FILE
                           SPLIT-DETAIL-FILE
               PERFORM RESTART-SKIP-COUNT TIMES
                   PERFORM 0500-READ-SALES-FILE
               END-PERFORM
0450               OUTPUT OUTPUT-SALES-FILE
0460                      COMMISSIONS-OWED-FILE
                          COMMISS-EXCEPTION-FILE
                          SPLIT-DETAIL-FILE
           END-IF.
           OPEN I-O YTD-COMMISSION-MASTER.
           IF YTD-COMMIS-STATUS NOT = '00'
               OPEN I-O YTD-COMMISSION-MASTER
           END-IF.
           PERFORM 0120-LOAD-COMMISSION-RATES.
           OPEN INPUT SPLIT-CREDIT-FILE.
           IF SPLIT-STATUS = '00'
               MOVE 'Y' TO SPLIT-FILE-SWITCH
           END-IF.
0470       PERFORM 0500-READ-SALES-FILE.
0480       PERFORM 0100-MAIN-LOOP
0490           UNTIL END-OF-INPUT.
0510             OUTPUT-SALES-FILE
             YTD-COMMISSION-MASTER
0520             COMMISSIONS-OWED-FILE
                  COMMISS-EXCEPTION-FILE
                  SPLIT-DETAIL-FILE.
           IF SPLIT-FILE-OPEN
               CLOSE SPLIT-CREDIT-FILE
           END-IF.
           PERFORM 0960-CLEAR-CHECKPOINT.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE RECORDS-PROCESSED-COUNT TO RUNLOG-RECORD-COUNT.
0640       MOVE NR-PAYING-INVOICES TO COMMIS-NR-ITEMS.
0650       MOVE TOTAL-SUBJECT-TO-COMMIS TO COMMIS-AMOUNT-SUBJECT.
0660       MOVE TOTAL-COMMISSION TO COMMIS-COMMISSION-AMOUNT.
           MOVE SPACE TO COMMIS-RECORD-TYPE.
0670       WRITE COMMIS-OWED-RECORD.
           PERFORM 0140-ROLL-FORWARD-YTD-COMMIS.
0690       WRITE OUTPUT-SALES-RECORD.
0720   0150-ACCUMULATE-COMMISSIONS.
           PERFORM 0160-VALIDATE-AMOUNT-PAID.
           PERFORM 0165-EDIT-SALES-AMOUNT.
           PERFORM 0180-FIND-SPLIT-CREDIT.
           IF NOT NUMEDIT-VALID
               PERFORM 0170-LOG-AMOUNT-EXCEPTION
           ELSE
           IF NOT AMOUNT-EDIT-VALID
               PERFORM 0175-LOG-AMOUNT-RANGE-EXCEPTION
           ELSE
           IF SPLIT-FOUND
               PERFORM 0185-APPLY-SPLIT-CREDIT
           ELSE
0730       IF OUTSAL-AMT-PAID (INV-SUB) > OUTSAL-AMT-CR-COMMIS (INV-SUB)
0740         ADD 1 TO NR-PAYING-INVOICES
0750         COMPUTE TOTAL-SUBJECT-TO-COMMIS = TOTAL-SUBJECT-TO-COMMIS +
                 - OUTSAL-AMT-CR-COMMIS (INV-SUB))
0790         MOVE OUTSAL-AMT-PAID (INV-SUB)
0790             TO OUTSAL-AMT-CR-COMMIS (INV-SUB)
           END-IF
           END-IF
           END-IF.

           MOVE "AMOUNT PAID OUT OF RANGE" TO EXCP-REASON.
           WRITE COMMISS-EXCEPTION-RECORD.

      *  Split credit.  When SPLITCRD.DAT holds a split for the
      *  invoice, the newly paid amount is divided across the shares
      *  (the last share taking any rounding remainder, so the parts
      *  always add back to the whole) and each part earns at its own
      *  salesman's COMMRATE.DAT rate.  The carrying salesman's
      *  share goes into that salesman's own totals; every other
      *  share is written straight away as an 'S' COMMOWED.DAT
      *  record and rolled into that salesman's YTDCOMM.DAT total,
      *  so it is committed with the same checkpoint as the record
      *  carrying the invoice.  A
      *  split whose shares do not total 100 percent is rejected to
      *  COMMEXC.DAT and the invoice left uncredited, so it is taken
      *  up on the next cycle once the split has been corrected.

       0180-FIND-SPLIT-CREDIT.

           MOVE 'N' TO SPLIT-FOUND-SWITCH.
           IF SPLIT-FILE-OPEN
               MOVE OUTSAL-INVOICE-NR (INV-SUB) TO SPL-INVOICE-NR
               READ SPLIT-CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SPLIT-FOUND-SWITCH
               END-READ
           END-IF.

       0185-APPLY-SPLIT-CREDIT.

           PERFORM 0186-EDIT-SPLIT-SHARES.
           IF NOT SPLIT-VALID
               PERFORM 0189-LOG-SPLIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF OUTSAL-AMT-PAID (INV-SUB) NOT >
                   OUTSAL-AMT-CR-COMMIS (INV-SUB)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SPLIT-PAID-AMOUNT = OUTSAL-AMT-PAID (INV-SUB)
               - OUTSAL-AMT-CR-COMMIS (INV-SUB).
           MOVE ZERO TO SPLIT-ALLOCATED-AMOUNT.
           PERFORM 0187-CREDIT-ONE-SHARE
               VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > LAST-SHARE-SUB.
           MOVE OUTSAL-AMT-PAID (INV-SUB)
               TO OUTSAL-AMT-CR-COMMIS (INV-SUB).

       0186-EDIT-SPLIT-SHARES.

           MOVE 'Y' TO SPLIT-VALID-SWITCH.
           MOVE ZERO TO SPLIT-TOTAL-PCT
                        LAST-SHARE-SUB.
           PERFORM VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > 4
               IF SPL-SALESMAN-ID (SHARE-SUB) NOT = SPACES
                   IF SPL-SHARE-PCT (SHARE-SUB) NOT NUMERIC
                       MOVE 'N' TO SPLIT-VALID-SWITCH
                   ELSE
                       ADD SPL-SHARE-PCT (SHARE-SUB) TO SPLIT-TOTAL-PCT
                       MOVE SHARE-SUB TO LAST-SHARE-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF SPLIT-TOTAL-PCT NOT = 100
               MOVE 'N' TO SPLIT-VALID-SWITCH
           END-IF.

       0187-CREDIT-ONE-SHARE.

           IF SPL-SALESMAN-ID (SHARE-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF SHARE-SUB = LAST-SHARE-SUB
               COMPUTE SHARE-SUBJECT-AMOUNT = SPLIT-PAID-AMOUNT
                   - SPLIT-ALLOCATED-AMOUNT
           ELSE
               COMPUTE SHARE-SUBJECT-AMOUNT ROUNDED =
                   SPLIT-PAID-AMOUNT * SPL-SHARE-PCT (SHARE-SUB) / 100
               ADD SHARE-SUBJECT-AMOUNT TO SPLIT-ALLOCATED-AMOUNT
           END-IF.
           PERFORM 0188-LOOKUP-SHARE-RATE.
           COMPUTE SHARE-COMMISSION-AMOUNT =
               SHARE-SUBJECT-AMOUNT * SHARE-COMMISSION-PCT.
           MOVE SPL-SALESMAN-ID (SHARE-SUB) TO SDTL-SALESMAN-ID.
           MOVE OUTSAL-SALESMAN-ID TO SDTL-CARRIER-ID.
           MOVE OUTSAL-INVOICE-NR (INV-SUB) TO SDTL-INVOICE-NR.
           MOVE SPL-SHARE-PCT (SHARE-SUB) TO SDTL-SHARE-PCT.
           MOVE SHARE-SUBJECT-AMOUNT TO SDTL-AMOUNT-SUBJECT.
           MOVE SHARE-COMMISSION-PCT TO SDTL-COMMISSION-PCT.
           MOVE SHARE-COMMISSION-AMOUNT TO SDTL-COMMISSION-AMOUNT.
           WRITE SPLIT-DETAIL-RECORD.
           IF SPL-SALESMAN-ID (SHARE-SUB) = OUTSAL-SALESMAN-ID
               ADD 1 TO NR-PAYING-INVOICES
               ADD SHARE-SUBJECT-AMOUNT TO TOTAL-SUBJECT-TO-COMMIS
               ADD SHARE-COMMISSION-AMOUNT TO TOTAL-COMMISSION
           ELSE
               MOVE SPL-SALESMAN-ID (SHARE-SUB) TO COMMIS-SALESMAN-ID
               MOVE 1 TO COMMIS-NR-ITEMS
               MOVE SHARE-SUBJECT-AMOUNT TO COMMIS-AMOUNT-SUBJECT
               MOVE SHARE-COMMISSION-AMOUNT TO COMMIS-COMMISSION-AMOUNT
               MOVE 'S' TO COMMIS-RECORD-TYPE
               WRITE COMMIS-OWED-RECORD
               PERFORM 0145-ROLL-FORWARD-SHARE-YTD
           END-IF.

      *  Same precedence as 0130: the salesman's own COMMRATE.DAT
      *  record, else the DEFAULT record, else the 7% house rate --
      *  looked up without disturbing the carrying salesman's rate
      *  in CURRENT-COMMISSION-PCT.

       0188-LOOKUP-SHARE-RATE.

           MOVE '.070' TO SHARE-COMMISSION-PCT.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-NR-ENTRIES
               IF TBL-RATE-SALESMAN-ID (RATE-SUB) = 'DEFAULT  '
                   MOVE TBL-RATE-COMMISSION-PCT (RATE-SUB) TO
                       SHARE-COMMISSION-PCT
                   MOVE RATE-TABLE-NR-ENTRIES TO RATE-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-NR-ENTRIES
               IF TBL-RATE-SALESMAN-ID (RATE-SUB) =
                       SPL-SALESMAN-ID (SHARE-SUB)
                   MOVE TBL-RATE-COMMISSION-PCT (RATE-SUB) TO
                       SHARE-COMMISSION-PCT
                   MOVE RATE-TABLE-NR-ENTRIES TO RATE-SUB
               END-IF
           END-PERFORM.

       0189-LOG-SPLIT-EXCEPTION.

           MOVE SPACES TO COMMISS-EXCEPTION-RECORD.
           MOVE OUTSAL-SALESMAN-ID TO EXCP-INPUT-DATA (1:9).
           MOVE OUTSAL-INVOICE-NR (INV-SUB) TO EXCP-INPUT-DATA (11:9).
           MOVE SPLIT-CREDIT-RECORD TO EXCP-INPUT-DATA (21:60).
           MOVE "SPLIT NOT 100 PCT" TO EXCP-REASON.
           WRITE COMMISS-EXCEPTION-RECORD.

       0140-ROLL-FORWARD-YTD-COMMIS.

           MOVE OUTSAL-SALESMAN-ID TO YTD-SALESMAN-ID.
           END-IF.
           MOVE YTD-COMMISSION-TOTAL TO OUTSAL-YEAR-TO-DATE-COMMIS.

       0145-ROLL-FORWARD-SHARE-YTD.

           MOVE SPL-SALESMAN-ID (SHARE-SUB) TO YTD-SALESMAN-ID.
           READ YTD-COMMISSION-MASTER
               KEY IS YTD-SALESMAN-ID
               INVALID KEY
                   MOVE ZERO TO YTD-COMMISSION-TOTAL
           END-READ.
           ADD SHARE-COMMISSION-AMOUNT TO YTD-COMMISSION-TOTAL.
           IF YTD-COMMIS-STATUS = '00'
               REWRITE YTD-COMMISSION-RECORD
           ELSE
               WRITE YTD-COMMISSION-RECORD
           END-IF.

0800   0500-READ-SALES-FILE.
0810        READ INPUT-SALES-FILE
0820            AT END
