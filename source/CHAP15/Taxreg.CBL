      *  TAXRATE.DAT table -- for the month entered at the console.
      *  The state lines carry the figure the remittance filing
      *  needs; a grand total closes the register.
      *
      *  A return credited by CRMEMO lands on TAXDETL.DAT as a type
      *  'R' reversal dated the day it was credited.  It is netted
      *  out of its jurisdiction in that month -- tax refunded on a
      *  return comes off the month it is refunded in, not the
      *  month of the original sale -- so a line can go negative
      *  when returns outrun sales.
      *
      *  A sale INVGEN billed without tax under a customer's
      *  exemption certificate lands as a type 'X' record.  It is
      *  kept out of the taxable jurisdictions and reported
      *  separately, as exempt sales by state with the number of
      *  exempt invoices, since the remittance filing asks for
      *  exempt sales on their own line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TAXD-ZIP5               PIC X(5).
           05  TAXD-TAXABLE-AMOUNT     PIC 9(8)V99.
           05  TAXD-TAX-AMOUNT         PIC 9(7)V99.
           05  TAXD-INVOICE-NR         PIC 9(6).
           05  TAXD-ENTRY-TYPE         PIC X.
               88  TAXD-IS-REVERSAL     VALUE 'R'.
               88  TAXD-IS-EXEMPT       VALUE 'X'.
           05  TAXD-EXEMPT-CERT-NR     PIC X(15).

       FD  TAX-REGISTER.
       01  TAX-REGISTER-LINE           PIC X(80).
           05  JURISDICTION-ENTRY OCCURS 90 TIMES.
               10  JTBL-STATE          PIC XX.
               10  JTBL-ZIP5           PIC X(5).
               10  JTBL-TAXABLE        PIC S9(10)V99.
               10  JTBL-TAX            PIC S9(9)V99.
       01  NR-EXEMPT-STATES            PIC 99 VALUE ZERO.
       01  EXEMPT-SUB                  PIC 99.
       01  EXEMPT-FOUND-SUB            PIC 99.
       01  EXEMPT-STATE-TABLE.
           05  EXEMPT-STATE-ENTRY OCCURS 60 TIMES.
               10  XTBL-STATE          PIC XX.
               10  XTBL-INVOICES       PIC 9(5).
               10  XTBL-EXEMPT-SALES   PIC 9(10)V99.
       01  GRAND-EXEMPT-INVOICES       PIC 9(6) VALUE ZERO.
       01  GRAND-EXEMPT-SALES          PIC 9(11)V99 VALUE ZERO.
       01  GRAND-TAXABLE               PIC S9(11)V99 VALUE ZERO.
       01  GRAND-TAX                   PIC S9(10)V99 VALUE ZERO.
       01  DETAIL-TAXABLE              PIC S9(8)V99.
       01  DETAIL-TAX                  PIC S9(7)V99.
       01  REPORT-HEADING.
           05  FILLER                  PIC X(26) VALUE
               'SALES TAX REGISTER, MONTH '.
           05  FILLER                  PIC XX VALUE SPACES.
           05  REG-ZIP5                PIC X(5).
           05  FILLER                  PIC X(10) VALUE '  TAXABLE '.
           05  REG-TAXABLE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6) VALUE '  TAX '.
           05  REG-TAX                 PIC ZZZ,ZZ9.99-.
       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE 'TOTALS   '.
           05  FILLER                  PIC X(10) VALUE '  TAXABLE '.
           05  TOT-TAXABLE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6) VALUE '  TAX '.
           05  TOT-TAX                 PIC ZZZ,ZZ9.99-.
       01  EXEMPT-HEADING              PIC X(40) VALUE
           'EXEMPT SALES BY STATE'.
       01  EXEMPT-DETAIL-LINE.
           05  EXD-STATE               PIC XX.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '  EXEMPT  '.
           05  EXD-EXEMPT-SALES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '   INVOICES '.
           05  EXD-INVOICES            PIC ZZZ,ZZ9.
       01  EXEMPT-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE 'TOTALS   '.
           05  FILLER                  PIC X(10) VALUE '  EXEMPT  '.
           05  EXT-EXEMPT-SALES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '   INVOICES '.
           05  EXT-INVOICES            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           ELSE
               COMPUTE DETAIL-MONTH = TAXD-INVOICE-DATE / 100
               IF DETAIL-MONTH = REPORT-MONTH
                   IF TAXD-IS-EXEMPT
                       PERFORM 0370-ADD-EXEMPT-SALE
                   ELSE
                       PERFORM 0300-ADD-TO-JURISDICTION
                   END-IF
               END-IF
           END-IF.

      *  so the locality behind the state figure shows.  The grand
      *  total takes each detail once.
       0300-ADD-TO-JURISDICTION.
           IF TAXD-IS-REVERSAL
               COMPUTE DETAIL-TAXABLE = ZERO - TAXD-TAXABLE-AMOUNT
               COMPUTE DETAIL-TAX = ZERO - TAXD-TAX-AMOUNT
           ELSE
               MOVE TAXD-TAXABLE-AMOUNT TO DETAIL-TAXABLE
               MOVE TAXD-TAX-AMOUNT TO DETAIL-TAX.
           MOVE SPACES TO LOOK-ZIP5.
           PERFORM 0350-FIND-OR-ADD-ROW.
           IF JUR-FOUND-SUB > ZERO
               ADD DETAIL-TAXABLE TO JTBL-TAXABLE (JUR-FOUND-SUB)
               ADD DETAIL-TAX TO JTBL-TAX (JUR-FOUND-SUB).
           IF TAXD-ZIP5 NOT = SPACES
               MOVE TAXD-ZIP5 TO LOOK-ZIP5
               PERFORM 0350-FIND-OR-ADD-ROW
               IF JUR-FOUND-SUB > ZERO
                   ADD DETAIL-TAXABLE
                       TO JTBL-TAXABLE (JUR-FOUND-SUB)
                   ADD DETAIL-TAX TO JTBL-TAX (JUR-FOUND-SUB)
               END-IF
           END-IF.
           ADD DETAIL-TAXABLE TO GRAND-TAXABLE.
           ADD DETAIL-TAX TO GRAND-TAX.

       0350-FIND-OR-ADD-ROW.
           MOVE ZERO TO JUR-FOUND-SUB.
               MOVE ZERO TO JTBL-TAXABLE (NR-JURISDICTIONS)
                            JTBL-TAX (NR-JURISDICTIONS).

       0370-ADD-EXEMPT-SALE.
           MOVE ZERO TO EXEMPT-FOUND-SUB.
           PERFORM VARYING EXEMPT-SUB FROM 1 BY 1
               UNTIL EXEMPT-SUB > NR-EXEMPT-STATES
                  OR EXEMPT-FOUND-SUB > ZERO
               IF XTBL-STATE (EXEMPT-SUB) = TAXD-STATE
                   MOVE EXEMPT-SUB TO EXEMPT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF EXEMPT-FOUND-SUB = ZERO
             AND NR-EXEMPT-STATES < 60
               ADD 1 TO NR-EXEMPT-STATES
               MOVE NR-EXEMPT-STATES TO EXEMPT-FOUND-SUB
               MOVE TAXD-STATE TO XTBL-STATE (NR-EXEMPT-STATES)
               MOVE ZERO TO XTBL-INVOICES (NR-EXEMPT-STATES)
                            XTBL-EXEMPT-SALES (NR-EXEMPT-STATES).
           IF EXEMPT-FOUND-SUB > ZERO
               ADD 1 TO XTBL-INVOICES (EXEMPT-FOUND-SUB)
               ADD TAXD-TAXABLE-AMOUNT
                   TO XTBL-EXEMPT-SALES (EXEMPT-FOUND-SUB).
           ADD 1 TO GRAND-EXEMPT-INVOICES.
           ADD TAXD-TAXABLE-AMOUNT TO GRAND-EXEMPT-SALES.

       0400-PRINT-TAX-REGISTER.
           OPEN OUTPUT TAX-REGISTER.
           MOVE REPORT-MONTH TO HDG-MONTH.
           MOVE GRAND-TAXABLE TO TOT-TAXABLE.
           MOVE GRAND-TAX TO TOT-TAX.
           WRITE TAX-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE SPACES TO TAX-REGISTER-LINE.
           WRITE TAX-REGISTER-LINE AFTER ADVANCING 1 LINE.
           WRITE TAX-REGISTER-LINE FROM EXEMPT-HEADING.
           PERFORM VARYING EXEMPT-SUB FROM 1 BY 1
               UNTIL EXEMPT-SUB > NR-EXEMPT-STATES
               MOVE XTBL-STATE (EXEMPT-SUB) TO EXD-STATE
               MOVE XTBL-EXEMPT-SALES (EXEMPT-SUB)
                   TO EXD-EXEMPT-SALES
               MOVE XTBL-INVOICES (EXEMPT-SUB) TO EXD-INVOICES
               WRITE TAX-REGISTER-LINE FROM EXEMPT-DETAIL-LINE
           END-PERFORM.
           MOVE GRAND-EXEMPT-SALES TO EXT-EXEMPT-SALES.
           MOVE GRAND-EXEMPT-INVOICES TO EXT-INVOICES.
           WRITE TAX-REGISTER-LINE FROM EXEMPT-TOTAL-LINE.
           CLOSE TAX-REGISTER.
