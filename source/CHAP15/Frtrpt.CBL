       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRTRPT.

      *  Monthly freight report.  For the month entered at the
      *  console, totals by carrier every shipment INVGEN rated on
      *  FRTSHIP that month: shipments, pounds, the freight cost
      *  (the FRTRATE.DAT carrier charge on prepaid and
      *  prepay-and-add shipments; collect shipments cost us
      *  nothing), the freight billed to prepay-and-add customers,
      *  and the difference -- freight absorbed when the cost runs
      *  ahead of what was billed.  A grand total closes the
      *  report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-SHIPMENTS    ASSIGN TO "FRTSHIP"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY FSHP-KEY
                                       FILE STATUS FREIGHT-STATUS.
           SELECT FREIGHT-REPORT       ASSIGN TO "FRTRPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-SHIPMENTS.
       01  FREIGHT-SHIPMENT-RECORD.
           05  FSHP-KEY.
               10  FSHP-ORDER-DATE     PIC 9(8).
               10  FSHP-ORDER-NUMBER   PIC 9(6).
           05  FSHP-CUSTOMER-CODE      PIC X(6).
           05  FSHP-CARRIER            PIC X(4).
           05  FSHP-SERVICE            PIC X(4).
           05  FSHP-WEIGHT             PIC 9(6)V9.
           05  FSHP-SHIP-DATE          PIC 9(8).
           05  FSHP-ZONE               PIC 99.
           05  FSHP-FREIGHT-TERMS      PIC X.
           05  FSHP-FREIGHT-COST       PIC 9(5)V99.
           05  FSHP-FREIGHT-BILLED     PIC 9(5)V99.
           05  FSHP-INVOICE-DATE       PIC 9(8).
           05  FILLER                  PIC X(12).

       FD  FREIGHT-REPORT.
       01  FREIGHT-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FREIGHT-STATUS              PIC XX.
       01  FREIGHT-EOF-STATUS          PIC X VALUE 'N'.
           88  FREIGHT-END             VALUE 'Y'.
       01  REPORT-MONTH                PIC 9(6).
       01  REPORT-MONTH-INPUT          PIC X(6).
       01  INVOICE-MONTH               PIC 9(6).
       01  NR-CARRIERS                 PIC 99 VALUE ZERO.
       01  CARRIER-SUB                 PIC 99.
       01  CARRIER-FOUND-SUB           PIC 99.
       01  CARRIER-TABLE.
           05  CARRIER-ENTRY OCCURS 40 TIMES.
               10  CTBL-CARRIER        PIC X(4).
               10  CTBL-SHIPMENTS      PIC 9(6).
               10  CTBL-WEIGHT         PIC 9(8)V9.
               10  CTBL-COST           PIC 9(9)V99.
               10  CTBL-BILLED         PIC 9(9)V99.
       01  GRAND-SHIPMENTS             PIC 9(7) VALUE ZERO.
       01  GRAND-WEIGHT                PIC 9(9)V9 VALUE ZERO.
       01  GRAND-COST                  PIC 9(10)V99 VALUE ZERO.
       01  GRAND-BILLED                PIC 9(10)V99 VALUE ZERO.
       01  DIFFERENCE-WORK             PIC S9(10)V99.
       01  REPORT-HEADING.
           05  FILLER                  PIC X(29) VALUE
               'FREIGHT BILLED VS COST, MONTH'.
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-MONTH               PIC 9(6).
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'CARR    SHIPS       POUNDS          COST'.
           05  FILLER                  PIC X(40) VALUE
               '        BILLED     BILLED-COST'.
       01  REPORT-DETAIL-LINE.
           05  RPT-CARRIER             PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-SHIPMENTS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-WEIGHT              PIC Z,ZZZ,ZZ9.9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-COST                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-BILLED              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XXX VALUE SPACES.
           05  RPT-DIFFERENCE          PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           DISPLAY 'MONTHLY FREIGHT REPORT'.
           DISPLAY 'ENTER THE MONTH TO REPORT (CCYYMM)'.
           ACCEPT REPORT-MONTH-INPUT.
           IF REPORT-MONTH-INPUT NOT NUMERIC
               DISPLAY 'THAT IS NOT A MONTH -- NOTHING REPORTED'
               STOP RUN.
           MOVE REPORT-MONTH-INPUT TO REPORT-MONTH.
           OPEN INPUT FREIGHT-SHIPMENTS.
           IF FREIGHT-STATUS NOT = '00'
               DISPLAY 'FRTRPT: NO FRTSHIP TO REPORT'
               STOP RUN.
           PERFORM 0200-TOTAL-ONE-SHIPMENT
               UNTIL FREIGHT-END.
           CLOSE FREIGHT-SHIPMENTS.
           PERFORM 0400-PRINT-FREIGHT-REPORT.
           STOP RUN.

      *  Only shipments invoiced in the month count -- a shipment
      *  not yet invoiced has not been rated.
       0200-TOTAL-ONE-SHIPMENT.
           READ FREIGHT-SHIPMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO FREIGHT-EOF-STATUS.
           IF FREIGHT-END
               CONTINUE
           ELSE
               IF FSHP-INVOICE-DATE NUMERIC
                   COMPUTE INVOICE-MONTH = FSHP-INVOICE-DATE / 100
                   IF INVOICE-MONTH = REPORT-MONTH
                       PERFORM 0300-ADD-TO-CARRIER
                   END-IF
               END-IF
           END-IF.

       0300-ADD-TO-CARRIER.
           MOVE ZERO TO CARRIER-FOUND-SUB.
           PERFORM VARYING CARRIER-SUB FROM 1 BY 1
               UNTIL CARRIER-SUB > NR-CARRIERS
                  OR CARRIER-FOUND-SUB > ZERO
               IF CTBL-CARRIER (CARRIER-SUB) = FSHP-CARRIER
                   MOVE CARRIER-SUB TO CARRIER-FOUND-SUB
               END-IF
           END-PERFORM.
           IF CARRIER-FOUND-SUB = ZERO
             AND NR-CARRIERS < 40
               ADD 1 TO NR-CARRIERS
               MOVE NR-CARRIERS TO CARRIER-FOUND-SUB
               MOVE FSHP-CARRIER TO CTBL-CARRIER (NR-CARRIERS)
               MOVE ZERO TO CTBL-SHIPMENTS (NR-CARRIERS)
                            CTBL-WEIGHT (NR-CARRIERS)
                            CTBL-COST (NR-CARRIERS)
                            CTBL-BILLED (NR-CARRIERS).
           IF CARRIER-FOUND-SUB > ZERO
               ADD 1 TO CTBL-SHIPMENTS (CARRIER-FOUND-SUB)
               ADD FSHP-WEIGHT TO CTBL-WEIGHT (CARRIER-FOUND-SUB)
               ADD FSHP-FREIGHT-COST TO CTBL-COST (CARRIER-FOUND-SUB)
               ADD FSHP-FREIGHT-BILLED
                   TO CTBL-BILLED (CARRIER-FOUND-SUB).
           ADD 1 TO GRAND-SHIPMENTS.
           ADD FSHP-WEIGHT TO GRAND-WEIGHT.
           ADD FSHP-FREIGHT-COST TO GRAND-COST.
           ADD FSHP-FREIGHT-BILLED TO GRAND-BILLED.

       0400-PRINT-FREIGHT-REPORT.
           OPEN OUTPUT FREIGHT-REPORT.
           MOVE REPORT-MONTH TO HDG-MONTH.
           WRITE FREIGHT-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO FREIGHT-REPORT-LINE.
           WRITE FREIGHT-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE FREIGHT-REPORT-LINE FROM COLUMN-HEADING.
           PERFORM VARYING CARRIER-SUB FROM 1 BY 1
               UNTIL CARRIER-SUB > NR-CARRIERS
               MOVE CTBL-CARRIER (CARRIER-SUB) TO RPT-CARRIER
               MOVE CTBL-SHIPMENTS (CARRIER-SUB) TO RPT-SHIPMENTS
               MOVE CTBL-WEIGHT (CARRIER-SUB) TO RPT-WEIGHT
               MOVE CTBL-COST (CARRIER-SUB) TO RPT-COST
               MOVE CTBL-BILLED (CARRIER-SUB) TO RPT-BILLED
               COMPUTE DIFFERENCE-WORK = CTBL-BILLED (CARRIER-SUB)
                   - CTBL-COST (CARRIER-SUB)
               MOVE DIFFERENCE-WORK TO RPT-DIFFERENCE
               WRITE FREIGHT-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO FREIGHT-REPORT-LINE.
           WRITE FREIGHT-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ALL ' TO RPT-CARRIER.
           MOVE GRAND-SHIPMENTS TO RPT-SHIPMENTS.
           MOVE GRAND-WEIGHT TO RPT-WEIGHT.
           MOVE GRAND-COST TO RPT-COST.
           MOVE GRAND-BILLED TO RPT-BILLED.
           COMPUTE DIFFERENCE-WORK = GRAND-BILLED - GRAND-COST.
           MOVE DIFFERENCE-WORK TO RPT-DIFFERENCE.
           WRITE FREIGHT-REPORT-LINE FROM REPORT-DETAIL-LINE.
           CLOSE FREIGHT-REPORT.
