      *      the SMDRIMP convention;
      *    - PHONCOST.DAT shows cost by department and, below it,
      *      by extension, with unmapped extensions in their own
      *      department bucket so no cost disappears;
      *    - each department's chargeback is posted to the general
      *      ledger on the balanced extract PHNGLEXT.DAT, in the
      *      GLEXTR.DAT layout with the same trailer control record,
      *      for operations to append to GLMONTH.DAT: the
      *      department's phone expense is debited against the
      *      telephone expense pool, with the accounts for each
      *      department taken from GLMAP.DAT through GLMAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                             RATE-PARM-STATUS.
           SELECT COST-REPORT            ASSIGN TO "PHONCOST.DAT"
                                         LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE      ASSIGN TO "PHNGLEXT.DAT"
                                         LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-REPORT.
       01  COST-REPORT-LINE            PIC X(80).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-IS-DETAIL         VALUE 'D'.
               88  GL-IS-TRAILER        VALUE 'T'.
           05  GL-DETAIL-DATA.
               10  GL-ACCOUNT-CODE     PIC X(8).
               10  GL-DEBIT-CREDIT     PIC X.
               10  GL-AMOUNT           PIC 9(9)V99.
               10  GL-POSTING-DATE     PIC 9(8).
               10  GL-SOURCE-RUN       PIC X(8).
               10  GL-REFERENCE        PIC X(8).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-COUNT    PIC 9(7).
               10  GL-DEBIT-TOTAL      PIC 9(11)V99.
               10  GL-CREDIT-TOTAL     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  SMDR-STATUS                 PIC XX.
       01  EMPLOYEE-STATUS             PIC XX.
       01  CALLS-PRICED-COUNT          PIC 9(7) VALUE ZERO.
       01  CALLS-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.
       01  RUN-TOTAL-COST              PIC 9(9)V99 VALUE ZERO.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  GLMAP-SOURCE-RUN            PIC X(8) VALUE 'PHONCOST'.
       01  GLMAP-KEY                   PIC X(10).
       01  GLMAP-RETURN                PIC XX.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0100-LOAD-STATION-XREF.
           PERFORM 0120-READ-CALL-RATES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-STATUS = '00'
               CLOSE EMPLOYEE-MASTER.
           PERFORM 0500-PRINT-COST-REPORT.
           PERFORM 0600-WRITE-GL-EXTRACT.
           STOP RUN.

       0100-LOAD-STATION-XREF.
           MOVE RUN-TOTAL-COST TO RPT-TOTAL-COST.
           WRITE COST-REPORT-LINE FROM REPORT-TOTAL-LINE.
           CLOSE COST-REPORT.

      *  One posting per department, the department as reference.
      *  The unmapped bucket posts too, under the run's default
      *  accounts, so the ledger carries the same total as the
      *  report.
       0600-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > NR-DEPARTMENTS
               MOVE 'PHONEXP ' TO GL-WORK-DEBIT-ACCOUNT
               MOVE 'TELPOOL ' TO GL-WORK-CREDIT-ACCOUNT
               MOVE DTBL-DEPARTMENT (DEPT-SUB) TO GLMAP-KEY
               CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
                   GL-WORK-DEBIT-ACCOUNT GL-WORK-CREDIT-ACCOUNT
                   GLMAP-RETURN
               MOVE DTBL-COST (DEPT-SUB) TO GL-WORK-AMOUNT
               MOVE DTBL-DEPARTMENT (DEPT-SUB) TO GL-WORK-REFERENCE
               PERFORM 0930-WRITE-GL-POSTING
           END-PERFORM.
           PERFORM 0940-WRITE-GL-TRAILER.
           CLOSE GL-INTERFACE-FILE.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE CURRENT-DATE-INTEGER TO GL-POSTING-DATE
               MOVE 'PHONCOST' TO GL-SOURCE-RUN
               MOVE GL-WORK-REFERENCE TO GL-REFERENCE
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-DEBIT-TOTAL
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'C' TO GL-DEBIT-CREDIT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO GL-POSTING-COUNT
               ADD GL-WORK-AMOUNT TO GL-RUN-CREDIT-TOTAL
           END-IF.

       0940-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE GL-POSTING-COUNT TO GL-TRAILER-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD.
