       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETRPT.

      *  Monthly returns report.  Every RA that CRMEMO credited in
      *  the month entered at the console (by RA-CREDIT-DATE on
      *  RAMAST) is counted three ways -- by return reason, by
      *  customer, and by the salesman who sold the order -- with
      *  the goods credited and the sales tax given back, and a
      *  grand total closes the report.  Each section adds back to
      *  the grand total.  Returns still open or received but not
      *  yet credited are not money yet and are left out, as are
      *  cancelled RAs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-MASTER   ASSIGN TO "RAMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY RA-NUMBER
                                       FILE STATUS RA-STATUS-CODE.
           SELECT RETURNS-REPORT       ASSIGN TO "RETRPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-AUTH-MASTER.
       01  RETURN-AUTH-RECORD.
           05  RA-NUMBER               PIC 9(6).
           05  RA-STATUS               PIC X.
               88  RA-IS-OPEN           VALUE 'O'.
               88  RA-IS-RECEIVED       VALUE 'R'.
               88  RA-IS-CREDITED       VALUE 'C'.
               88  RA-IS-CANCELLED      VALUE 'X'.
           05  RA-ISSUE-DATE           PIC 9(8).
           05  RA-CUSTOMER-CODE        PIC X(6).
           05  RA-CUSTOMER-NAME        PIC X(25).
           05  RA-ORDER-DATE           PIC 9(8).
           05  RA-ORDER-NUMBER         PIC 9(6).
           05  RA-SALESMAN-ID          PIC X(9).
           05  RA-SALESMAN-NAME        PIC X(25).
           05  RA-LINE-NUMBER          PIC 9(3).
           05  RA-ITEM-NUMBER          PIC X(10).
           05  RA-RETURN-QUANTITY      PIC 9(5).
           05  RA-UNIT-PRICE           PIC 9(6)V99.
           05  RA-RETURN-AMOUNT        PIC 9(8)V99.
           05  RA-TAXABLE-FLAG         PIC X.
               88  RA-LINE-TAXABLE      VALUE 'Y'.
               88  RA-TAX-PRORATED      VALUE 'P'.
           05  RA-REASON-CODE          PIC XX.
           05  RA-RECEIVED-DATE        PIC 9(8).
           05  RA-CREDIT-DATE          PIC 9(8).
           05  RA-CREDIT-TAX           PIC 9(7)V99.
           05  RA-CLAWBACK-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X(13).

       FD  RETURNS-REPORT.
       01  RETURNS-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  RA-STATUS-CODE              PIC XX.
       01  RA-EOF-STATUS               PIC X VALUE 'N'.
           88  RA-END                  VALUE 'Y'.
       01  REPORT-MONTH                PIC 9(6).
       01  REPORT-MONTH-INPUT          PIC X(6).
       01  CREDIT-MONTH                PIC 9(6).

      *  The return reasons, as RAENTRY offers them.  A code not on
      *  the list counts under the last row.
       01  RETURN-REASON-LIST.
           05  FILLER PIC X(22) VALUE 'DMDAMAGED IN TRANSIT'.
           05  FILLER PIC X(22) VALUE 'DFDEFECTIVE'.
           05  FILLER PIC X(22) VALUE 'WIWRONG ITEM SHIPPED'.
           05  FILLER PIC X(22) VALUE 'OEORDERED IN ERROR'.
           05  FILLER PIC X(22) VALUE 'NNNO LONGER NEEDED'.
           05  FILLER PIC X(22) VALUE 'LTARRIVED TOO LATE'.
           05  FILLER PIC X(22) VALUE 'OTOTHER'.
       01  RETURN-REASON-TABLE REDEFINES RETURN-REASON-LIST.
           05  RETURN-REASON-ENTRY OCCURS 7 TIMES.
               10  RSN-CODE            PIC XX.
               10  RSN-DESCRIPTION     PIC X(20).
       01  REASON-SUB                  PIC 9.
       01  REASON-FOUND-SUB            PIC 9.
       01  REASON-TOTALS.
           05  REASON-TOTAL-ENTRY OCCURS 7 TIMES.
               10  RTOT-COUNT          PIC 9(5).
               10  RTOT-GOODS          PIC 9(9)V99.
               10  RTOT-TAX            PIC 9(8)V99.

       01  NR-CUSTOMERS                PIC 999 VALUE ZERO.
       01  CUST-SUB                    PIC 999.
       01  CUST-FOUND-SUB              PIC 999.
       01  CUSTOMER-TOTALS.
           05  CUSTOMER-TOTAL-ENTRY OCCURS 300 TIMES.
               10  CTOT-CODE           PIC X(6).
               10  CTOT-NAME           PIC X(25).
               10  CTOT-COUNT          PIC 9(5).
               10  CTOT-GOODS          PIC 9(9)V99.
               10  CTOT-TAX            PIC 9(8)V99.

       01  NR-SALESMEN                 PIC 999 VALUE ZERO.
       01  SLS-SUB                     PIC 999.
       01  SLS-FOUND-SUB               PIC 999.
       01  SALESMAN-TOTALS.
           05  SALESMAN-TOTAL-ENTRY OCCURS 100 TIMES.
               10  STOT-ID             PIC X(9).
               10  STOT-NAME           PIC X(25).
               10  STOT-COUNT          PIC 9(5).
               10  STOT-GOODS          PIC 9(9)V99.
               10  STOT-TAX            PIC 9(8)V99.

       01  TABLE-FULL-COUNT            PIC 9(5) VALUE ZERO.
       01  GRAND-COUNT                 PIC 9(5) VALUE ZERO.
       01  GRAND-GOODS                 PIC 9(9)V99 VALUE ZERO.
       01  GRAND-TAX                   PIC 9(8)V99 VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(21) VALUE
               'RETURNS REPORT, MONTH'.
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-MONTH               PIC 9(6).
       01  SECTION-HEADING.
           05  SEC-TITLE               PIC X(37).
           05  FILLER                  PIC X(38) VALUE
               'RETURNS  GOODS CREDITED   TAX CREDITED'.
       01  REPORT-DETAIL-LINE.
           05  RPT-KEY                 PIC X(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-NAME                PIC X(25).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-GOODS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPT-TAX                 PIC ZZ,ZZZ,ZZ9.99.
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(38) VALUE
               'TOTAL RETURNS CREDITED'.
           05  TOT-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  TOT-GOODS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  TOT-TAX                 PIC ZZ,ZZZ,ZZ9.99.
       01  TABLE-FULL-LINE.
           05  FILLER                  PIC X(43) VALUE
               '*CUSTOMER OR SALESMAN TABLE FULL -- RETURNS'.
           05  FILLER                  PIC X(24) VALUE
               ' LEFT OFF THAT SECTION: '.
           05  FULL-COUNT              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           DISPLAY 'MONTHLY RETURNS REPORT'.
           DISPLAY 'ENTER THE MONTH TO REPORT (CCYYMM)'.
           ACCEPT REPORT-MONTH-INPUT.
           IF REPORT-MONTH-INPUT NOT NUMERIC
               DISPLAY 'THAT IS NOT A MONTH -- NOTHING REPORTED'
               STOP RUN.
           MOVE REPORT-MONTH-INPUT TO REPORT-MONTH.
           OPEN INPUT RETURN-AUTH-MASTER.
           IF RA-STATUS-CODE NOT = '00'
               DISPLAY 'RETRPT: NO RAMAST TO REPORT'
               STOP RUN.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 7
               MOVE ZERO TO RTOT-COUNT (REASON-SUB)
                            RTOT-GOODS (REASON-SUB)
                            RTOT-TAX (REASON-SUB)
           END-PERFORM.
           PERFORM 0200-TOTAL-ONE-RETURN
               UNTIL RA-END.
           CLOSE RETURN-AUTH-MASTER.
           PERFORM 0400-PRINT-RETURNS-REPORT.
           DISPLAY 'RETRPT: ' GRAND-COUNT ' RETURNS CREDITED IN '
               REPORT-MONTH.
           STOP RUN.

       0200-TOTAL-ONE-RETURN.
           READ RETURN-AUTH-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO RA-EOF-STATUS.
           IF RA-END
               CONTINUE
           ELSE
               IF RA-IS-CREDITED
                   COMPUTE CREDIT-MONTH = RA-CREDIT-DATE / 100
                   IF CREDIT-MONTH = REPORT-MONTH
                       PERFORM 0300-ADD-TO-TOTALS
                   END-IF
               END-IF
           END-IF.

       0300-ADD-TO-TOTALS.
           ADD 1 TO GRAND-COUNT.
           ADD RA-RETURN-AMOUNT TO GRAND-GOODS.
           ADD RA-CREDIT-TAX TO GRAND-TAX.
           MOVE 7 TO REASON-FOUND-SUB.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 7
               IF RSN-CODE (REASON-SUB) = RA-REASON-CODE
                   MOVE REASON-SUB TO REASON-FOUND-SUB
               END-IF
           END-PERFORM.
           ADD 1 TO RTOT-COUNT (REASON-FOUND-SUB).
           ADD RA-RETURN-AMOUNT TO RTOT-GOODS (REASON-FOUND-SUB).
           ADD RA-CREDIT-TAX TO RTOT-TAX (REASON-FOUND-SUB).
           PERFORM 0320-ADD-TO-CUSTOMER.
           PERFORM 0340-ADD-TO-SALESMAN.

       0320-ADD-TO-CUSTOMER.
           MOVE ZERO TO CUST-FOUND-SUB.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > NR-CUSTOMERS
                  OR CUST-FOUND-SUB > ZERO
               IF CTOT-CODE (CUST-SUB) = RA-CUSTOMER-CODE
                   MOVE CUST-SUB TO CUST-FOUND-SUB
               END-IF
           END-PERFORM.
           IF CUST-FOUND-SUB = ZERO
               IF NR-CUSTOMERS < 300
                   ADD 1 TO NR-CUSTOMERS
                   MOVE NR-CUSTOMERS TO CUST-FOUND-SUB
                   MOVE RA-CUSTOMER-CODE TO CTOT-CODE (CUST-FOUND-SUB)
                   MOVE RA-CUSTOMER-NAME TO CTOT-NAME (CUST-FOUND-SUB)
                   MOVE ZERO TO CTOT-COUNT (CUST-FOUND-SUB)
                                CTOT-GOODS (CUST-FOUND-SUB)
                                CTOT-TAX (CUST-FOUND-SUB)
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
                   EXIT PARAGRAPH.
           ADD 1 TO CTOT-COUNT (CUST-FOUND-SUB).
           ADD RA-RETURN-AMOUNT TO CTOT-GOODS (CUST-FOUND-SUB).
           ADD RA-CREDIT-TAX TO CTOT-TAX (CUST-FOUND-SUB).

      *  History from before the salesman ID was carried leaves the
      *  ID blank; those returns group under the salesman's name.
       0340-ADD-TO-SALESMAN.
           MOVE ZERO TO SLS-FOUND-SUB.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
               UNTIL SLS-SUB > NR-SALESMEN
                  OR SLS-FOUND-SUB > ZERO
               IF STOT-ID (SLS-SUB) = RA-SALESMAN-ID
                 AND (RA-SALESMAN-ID NOT = SPACES
                   OR STOT-NAME (SLS-SUB) = RA-SALESMAN-NAME)
                   MOVE SLS-SUB TO SLS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF SLS-FOUND-SUB = ZERO
               IF NR-SALESMEN < 100
                   ADD 1 TO NR-SALESMEN
                   MOVE NR-SALESMEN TO SLS-FOUND-SUB
                   MOVE RA-SALESMAN-ID TO STOT-ID (SLS-FOUND-SUB)
                   MOVE RA-SALESMAN-NAME TO STOT-NAME (SLS-FOUND-SUB)
                   MOVE ZERO TO STOT-COUNT (SLS-FOUND-SUB)
                                STOT-GOODS (SLS-FOUND-SUB)
                                STOT-TAX (SLS-FOUND-SUB)
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
                   EXIT PARAGRAPH.
           ADD 1 TO STOT-COUNT (SLS-FOUND-SUB).
           ADD RA-RETURN-AMOUNT TO STOT-GOODS (SLS-FOUND-SUB).
           ADD RA-CREDIT-TAX TO STOT-TAX (SLS-FOUND-SUB).

       0400-PRINT-RETURNS-REPORT.
           OPEN OUTPUT RETURNS-REPORT.
           MOVE REPORT-MONTH TO HDG-MONTH.
           WRITE RETURNS-REPORT-LINE FROM REPORT-HEADING.
           MOVE 'BY REASON' TO SEC-TITLE.
           PERFORM 0410-WRITE-SECTION-HEADING.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 7
               MOVE SPACES TO RPT-KEY
               MOVE RSN-CODE (REASON-SUB) TO RPT-KEY
               MOVE RSN-DESCRIPTION (REASON-SUB) TO RPT-NAME
               MOVE RTOT-COUNT (REASON-SUB) TO RPT-COUNT
               MOVE RTOT-GOODS (REASON-SUB) TO RPT-GOODS
               MOVE RTOT-TAX (REASON-SUB) TO RPT-TAX
               WRITE RETURNS-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM.
           MOVE 'BY CUSTOMER' TO SEC-TITLE.
           PERFORM 0410-WRITE-SECTION-HEADING.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > NR-CUSTOMERS
               MOVE SPACES TO RPT-KEY
               MOVE CTOT-CODE (CUST-SUB) TO RPT-KEY
               MOVE CTOT-NAME (CUST-SUB) TO RPT-NAME
               MOVE CTOT-COUNT (CUST-SUB) TO RPT-COUNT
               MOVE CTOT-GOODS (CUST-SUB) TO RPT-GOODS
               MOVE CTOT-TAX (CUST-SUB) TO RPT-TAX
               WRITE RETURNS-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM.
           MOVE 'BY SALESMAN' TO SEC-TITLE.
           PERFORM 0410-WRITE-SECTION-HEADING.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
               UNTIL SLS-SUB > NR-SALESMEN
               MOVE STOT-ID (SLS-SUB) TO RPT-KEY
               MOVE STOT-NAME (SLS-SUB) TO RPT-NAME
               MOVE STOT-COUNT (SLS-SUB) TO RPT-COUNT
               MOVE STOT-GOODS (SLS-SUB) TO RPT-GOODS
               MOVE STOT-TAX (SLS-SUB) TO RPT-TAX
               WRITE RETURNS-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GRAND-COUNT TO TOT-COUNT.
           MOVE GRAND-GOODS TO TOT-GOODS.
           MOVE GRAND-TAX TO TOT-TAX.
           WRITE RETURNS-REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF TABLE-FULL-COUNT > ZERO
               MOVE TABLE-FULL-COUNT TO FULL-COUNT
               WRITE RETURNS-REPORT-LINE FROM TABLE-FULL-LINE.
           CLOSE RETURNS-REPORT.

       0410-WRITE-SECTION-HEADING.
           MOVE SPACES TO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE RETURNS-REPORT-LINE FROM SECTION-HEADING.
