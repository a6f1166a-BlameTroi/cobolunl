      *  COMMOWED.DAT, the year-to-date figure from the YTDCOMM.DAT
      *  master COMMISS maintains, and the rate from COMMRATE.DAT
      *  the same way COMMISS resolves it.
      *
      *  Invoices sold jointly are itemised from SPLITDTL.DAT, the
      *  share-by-share record COMMISS writes as it divides a split
      *  invoice's credit: each salesman's statement lists every
      *  share credited to that salesman -- on invoices the salesman
      *  carries and on invoices carried by someone else -- and a
      *  salesman whose only credit this period is a share of other
      *  salesmen's invoices still gets a statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       FILE STATUS YTD-COMMIS-STATUS.
           SELECT STATEMENT-PRINT-FILE ASSIGN TO "COMMSTMT.DAT"
                                       LINE SEQUENTIAL.
           SELECT SPLIT-DETAIL-FILE    ASSIGN TO "SPLITDTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS SPLIT-DETAIL-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
           05  COMMIS-NR-ITEMS               PIC 99.
           05  COMMIS-AMOUNT-SUBJECT         PIC 9(7)V99.
           05  COMMIS-COMMISSION-AMOUNT      PIC 9(7)V99.
           05  COMMIS-RECORD-TYPE            PIC X.
               88  COMMIS-IS-EARNED           VALUE SPACE.

       FD  COMMISSION-RATE-FILE.
       01  COMMISSION-RATE-RECORD.
           05  YTD-SALESMAN-ID                PIC X(9).
           05  YTD-COMMISSION-TOTAL           PIC 9(7)V99.

       FD  SPLIT-DETAIL-FILE.
       01  SPLIT-DETAIL-RECORD.
           05  SDTL-SALESMAN-ID        PIC X(9).
           05  SDTL-CARRIER-ID         PIC X(9).
           05  SDTL-INVOICE-NR         PIC X(9).
           05  SDTL-SHARE-PCT          PIC 999V99.
           05  SDTL-AMOUNT-SUBJECT     PIC 9(7)V99.
           05  SDTL-COMMISSION-PCT     PIC V999.
           05  SDTL-COMMISSION-AMOUNT  PIC 9(7)V99.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-LINE                     PIC X(80).

       01  INV-SUB                            PIC 99.
       01  CREDITED-THIS-PERIOD               PIC 9(7)V99.
       01  INVOICE-COMMISSION                 PIC 9(7)V99.
       01  STATEMENT-SALESMAN-ID              PIC X(9).
       01  SPLIT-DETAIL-STATUS                PIC XX VALUE '00'.
       01  SPLIT-EOF-STATUS                   PIC X VALUE 'N'.
           88  SPLIT-END                       VALUE 'Y'.
       01  SPLIT-TABLE-NR-ENTRIES             PIC 999 VALUE 0.
       01  SPLIT-SUB                          PIC 999.
       01  SPLIT-INVOICE-SWITCH               PIC X.
           88  INVOICE-IS-SPLIT                VALUE 'Y'.
       01  SPLIT-SHARE-TABLE-AREA.
           05  SPLIT-SHARE-TABLE OCCURS 500 TIMES
                   INDEXED BY SPLIT-IDX.
               10  SST-SALESMAN-ID             PIC X(9).
               10  SST-CARRIER-ID              PIC X(9).
               10  SST-INVOICE-NR              PIC X(9).
               10  SST-SHARE-PCT               PIC 999V99.
               10  SST-AMOUNT-SUBJECT          PIC 9(7)V99.
               10  SST-COMMISSION-AMOUNT       PIC 9(7)V99.
               10  SST-PRINTED-SWITCH          PIC X.
                   88  SST-PRINTED               VALUE 'Y'.
       01  SPLIT-RECEIVED-ITEMS               PIC 99.
       01  SPLIT-RECEIVED-SUBJECT             PIC 9(7)V99.
       01  SPLIT-RECEIVED-COMMISSION          PIC 9(7)V99.

       01  STATEMENT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
           05  STD-AMT-PAID            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  STD-COMMISSION          PIC ZZZ,ZZ9.99.
       01  STATEMENT-SPLIT-LINE.
           05  SSL-INVOICE-NR          PIC X(9).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SSL-AMT-SUBJECT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SSL-COMMISSION          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  SPLIT '.
           05  SSL-SHARE-PCT           PIC ZZ9.99.
           05  FILLER                  PIC X(6) VALUE '% OF  '.
           05  SSL-CARRIER-ID          PIC X(9).
       01  STATEMENT-RATE-LINE.
           05  FILLER                  PIC X(14) VALUE
               'RATE APPLIED: '.
           05  STT-SUBJECT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  STT-COMMISSION          PIC ZZZ,ZZ9.99.
       01  STATEMENT-SPLIT-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE
               'SPLIT CREDIT: '.
           05  SPT-NR-ITEMS            PIC Z9.
           05  FILLER                  PIC X(9) VALUE ' ITEMS   '.
           05  SPT-SUBJECT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SPT-COMMISSION          PIC ZZZ,ZZ9.99.
       01  STATEMENT-YTD-LINE.
           05  FILLER                  PIC X(14) VALUE
               'YEAR TO DATE: '.
           IF SALESMAN-STATUS = '00'
               MOVE 'Y' TO SALESMAN-MASTER-AVAILABLE.
           PERFORM 0120-LOAD-COMMISSION-RATES.
           PERFORM 0140-LOAD-SPLIT-SHARES.
           PERFORM 0520-READ-OWED-FILE.
           PERFORM 0500-READ-SALES-FILES.
           PERFORM 0100-STATEMENT-LOOP
               UNTIL END-OF-INPUT.
           PERFORM 0600-PRINT-SPLIT-ONLY-STATEMENT
               VARYING SPLIT-IDX FROM 1 BY 1
               UNTIL SPLIT-IDX > SPLIT-TABLE-NR-ENTRIES.
           IF MASTER-AVAILABLE
               CLOSE SALESMAN-MASTER-FILE.
           CLOSE INPUT-SALES-FILE
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-NR-ENTRIES
               IF TBL-RATE-SALESMAN-ID (RATE-SUB) =
                       STATEMENT-SALESMAN-ID
                   MOVE TBL-RATE-COMMISSION-PCT (RATE-SUB) TO
                       CURRENT-COMMISSION-PCT
                   MOVE RATE-TABLE-NR-ENTRIES TO RATE-SUB
               END-IF
           END-PERFORM.

      *  SPLITDTL.DAT is absent in a cycle COMMISS credited no
      *  split invoices; the table is then simply empty.
       0140-LOAD-SPLIT-SHARES.
           OPEN INPUT SPLIT-DETAIL-FILE.
           IF SPLIT-DETAIL-STATUS NOT = '00'
               MOVE 'Y' TO SPLIT-EOF-STATUS.
           PERFORM UNTIL SPLIT-END
               READ SPLIT-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO SPLIT-EOF-STATUS
                   NOT AT END
                       IF SPLIT-TABLE-NR-ENTRIES < 500
                           ADD 1 TO SPLIT-TABLE-NR-ENTRIES
                           SET SPLIT-IDX TO SPLIT-TABLE-NR-ENTRIES
                           MOVE SDTL-SALESMAN-ID TO
                               SST-SALESMAN-ID (SPLIT-IDX)
                           MOVE SDTL-CARRIER-ID TO
                               SST-CARRIER-ID (SPLIT-IDX)
                           MOVE SDTL-INVOICE-NR TO
                               SST-INVOICE-NR (SPLIT-IDX)
                           MOVE SDTL-SHARE-PCT TO
                               SST-SHARE-PCT (SPLIT-IDX)
                           MOVE SDTL-AMOUNT-SUBJECT TO
                               SST-AMOUNT-SUBJECT (SPLIT-IDX)
                           MOVE SDTL-COMMISSION-AMOUNT TO
                               SST-COMMISSION-AMOUNT (SPLIT-IDX)
                           MOVE 'N' TO SST-PRINTED-SWITCH (SPLIT-IDX)
                       ELSE
                           DISPLAY 'COMMSTMT: SPLIT SHARE TABLE FULL, '
                               'SHARE NOT ITEMISED: ' SDTL-INVOICE-NR
                               ' ' SDTL-SALESMAN-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF SPLIT-DETAIL-STATUS NOT = '35'
               CLOSE SPLIT-DETAIL-FILE.

       0100-STATEMENT-LOOP.
           MOVE OUTSAL-SALESMAN-ID TO STATEMENT-SALESMAN-ID.
           PERFORM 0130-LOOKUP-COMMISSION-RATE.
           PERFORM 0200-PRINT-STATEMENT-HEADING.
           PERFORM 0300-PRINT-INVOICE-DETAIL
               VARYING INV-SUB FROM 1 BY 1
               UNTIL INV-SUB > OUTSAL-NR-SALES.
           PERFORM 0350-PRINT-SPLIT-SHARES.
           PERFORM 0400-PRINT-STATEMENT-TOTALS.
           PERFORM 0500-READ-SALES-FILES.

       0200-PRINT-STATEMENT-HEADING.
           MOVE STATEMENT-SALESMAN-ID TO HDG-SALESMAN-ID.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-1
               AFTER ADVANCING PAGE.
           IF MASTER-AVAILABLE
               MOVE STATEMENT-SALESMAN-ID TO SAL-SALESMAN-ID
               READ SALESMAN-MASTER-FILE
                   INVALID KEY
                       MOVE '*NOT ON SALESMAN MASTER*' TO SAL-NAME

      *  Only invoices whose credited figure moved this period show
      *  on the statement -- an invoice already fully credited in a
      *  prior period earned nothing new to explain.  A split
      *  invoice is left to 0350, which prints the shares instead.
       0300-PRINT-INVOICE-DETAIL.
           MOVE 'N' TO SPLIT-INVOICE-SWITCH.
           PERFORM VARYING SPLIT-SUB FROM 1 BY 1
               UNTIL SPLIT-SUB > SPLIT-TABLE-NR-ENTRIES
               IF SST-CARRIER-ID (SPLIT-SUB) = OUTSAL-SALESMAN-ID
                 AND SST-INVOICE-NR (SPLIT-SUB) =
                       OUTSAL-INVOICE-NR (INV-SUB)
                   MOVE 'Y' TO SPLIT-INVOICE-SWITCH
                   MOVE SPLIT-TABLE-NR-ENTRIES TO SPLIT-SUB
               END-IF
           END-PERFORM.
           IF INVOICE-IS-SPLIT
               EXIT PARAGRAPH.
           IF INV-SUB <= INPSAL-NR-SALES
               COMPUTE CREDITED-THIS-PERIOD =
                   OUTSAL-AMT-CR-COMMIS (INV-SUB) -
               MOVE INVOICE-COMMISSION TO STD-COMMISSION
               WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE.

      *  Every share credited to this salesman, whoever carries the
      *  invoice.  The salesman's share of an invoice the salesman
      *  carries is already inside the COMMOWED.DAT period total;
      *  shares of other salesmen's invoices arrive as separate 'S'
      *  records and are totalled here on their own line.
       0350-PRINT-SPLIT-SHARES.
           MOVE ZERO TO SPLIT-RECEIVED-ITEMS
                        SPLIT-RECEIVED-SUBJECT
                        SPLIT-RECEIVED-COMMISSION.
           PERFORM VARYING SPLIT-SUB FROM 1 BY 1
               UNTIL SPLIT-SUB > SPLIT-TABLE-NR-ENTRIES
               IF SST-SALESMAN-ID (SPLIT-SUB) = STATEMENT-SALESMAN-ID
                   PERFORM 0360-PRINT-ONE-SPLIT-SHARE
               END-IF
           END-PERFORM.

       0360-PRINT-ONE-SPLIT-SHARE.
           MOVE SST-INVOICE-NR (SPLIT-SUB) TO SSL-INVOICE-NR.
           MOVE SST-AMOUNT-SUBJECT (SPLIT-SUB) TO SSL-AMT-SUBJECT.
           MOVE SST-COMMISSION-AMOUNT (SPLIT-SUB) TO SSL-COMMISSION.
           MOVE SST-SHARE-PCT (SPLIT-SUB) TO SSL-SHARE-PCT.
           MOVE SST-CARRIER-ID (SPLIT-SUB) TO SSL-CARRIER-ID.
           WRITE STATEMENT-LINE FROM STATEMENT-SPLIT-LINE.
           MOVE 'Y' TO SST-PRINTED-SWITCH (SPLIT-SUB).
           IF SST-CARRIER-ID (SPLIT-SUB) NOT = STATEMENT-SALESMAN-ID
               ADD 1 TO SPLIT-RECEIVED-ITEMS
               ADD SST-AMOUNT-SUBJECT (SPLIT-SUB)
                   TO SPLIT-RECEIVED-SUBJECT
               ADD SST-COMMISSION-AMOUNT (SPLIT-SUB)
                   TO SPLIT-RECEIVED-COMMISSION.

       0400-PRINT-STATEMENT-TOTALS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE CURRENT-COMMISSION-PCT TO STR-RATE.
           WRITE STATEMENT-LINE FROM STATEMENT-RATE-LINE.
           IF NOT OWED-END
             AND COMMIS-SALESMAN-ID = STATEMENT-SALESMAN-ID
               MOVE COMMIS-NR-ITEMS TO STT-NR-ITEMS
               MOVE COMMIS-AMOUNT-SUBJECT TO STT-SUBJECT
               MOVE COMMIS-COMMISSION-AMOUNT TO STT-COMMISSION
               WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
               PERFORM 0520-READ-OWED-FILE.
           IF SPLIT-RECEIVED-ITEMS > ZERO
               MOVE SPLIT-RECEIVED-ITEMS TO SPT-NR-ITEMS
               MOVE SPLIT-RECEIVED-SUBJECT TO SPT-SUBJECT
               MOVE SPLIT-RECEIVED-COMMISSION TO SPT-COMMISSION
               WRITE STATEMENT-LINE FROM STATEMENT-SPLIT-TOTAL-LINE.
           MOVE STATEMENT-SALESMAN-ID TO YTD-SALESMAN-ID.
           READ YTD-COMMISSION-MASTER
               KEY IS YTD-SALESMAN-ID
               INVALID KEY
      *  INSALES.DAT and OUTSALES.DAT are before/after images of the
      *  same pass, so they stay in step record for record.  The
      *  owed file is read on its own pace in 0400 because COMMISS
      *  writes exactly one earned record per salesman; the 'S'
      *  split-share records it interleaves, and the 'A' and 'O'
      *  records COMMADJ and AGTOVRD append, are passed over.
       0500-READ-SALES-FILES.
           READ OUTPUT-SALES-FILE
               AT END
               AT END
                   MOVE 'Y' TO OWED-EOF-STATUS
                   MOVE SPACES TO COMMIS-SALESMAN-ID.
           IF NOT OWED-END AND NOT COMMIS-IS-EARNED
               GO TO 0520-READ-OWED-FILE.

      *  A salesman credited only with shares of invoices other
      *  salesmen carry has no OUTSALES.DAT record of their own, so
      *  the statement is printed from the first share not already
      *  itemised on a regular statement.
       0600-PRINT-SPLIT-ONLY-STATEMENT.
           IF NOT SST-PRINTED (SPLIT-IDX)
               MOVE SST-SALESMAN-ID (SPLIT-IDX)
                   TO STATEMENT-SALESMAN-ID
               PERFORM 0130-LOOKUP-COMMISSION-RATE
               PERFORM 0200-PRINT-STATEMENT-HEADING
               PERFORM 0350-PRINT-SPLIT-SHARES
               PERFORM 0400-PRINT-STATEMENT-TOTALS.
