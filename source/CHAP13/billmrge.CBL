       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Billmrge.

      *  Final step of a partitioned BILLUPDT night.  Each partition
      *  on BILLPART.DAT has written its own outputs under the
      *  partition extension (OVERDUE.P01, GLEXTR.P01, ...); this
      *  job puts them back together as the single files a one-pass
      *  run writes, so nothing downstream can tell the difference:
      *
      *    OVERDUE.DAT   SUSPENSE.DAT   REFUND.DAT   the partitions'
      *                                 records, partition by
      *                                 partition -- which, with
      *                                 the partitions in account
      *                                 order, is account order;
      *    CREDREG.DAT   PLANRPT.DAT    WOREG.DAT    WAIVEREG.DAT
      *                                 one heading, every
      *                                 partition's detail lines,
      *                                 and the register totals
      *                                 re-footed across them;
      *    GLEXTR.DAT                   every partition's postings
      *                                 under ONE trailer, its
      *                                 count and debit and credit
      *                                 totals summed;
      *    CASHBAL.DAT                  one cash application proof
      *                                 from the summed totals;
      *    BILLCTL.DAT                  one control record, every
      *                                 count summed;
      *    PAYHIST.DAT                  each partition's history
      *                                 records added under the
      *                                 keys the partition gave
      *                                 them.
      *
      *  The totals come from each partition's completed checkpoint
      *  (BILLCKPT.Pnn), which carries every running total BILLUPDT
      *  keeps; since each payment and each account is worked in
      *  exactly one partition, the sums are the figures one pass
      *  would have produced.  The records actually carried across
      *  are counted against them and any difference is flagged.
      *
      *  Nothing is merged until every partition has completed: each
      *  must show complete under RUNLOG as BILLUPnn and its
      *  checkpoint must say completed, or the merge is refused.
      *  The merge itself runs under RUNLOG as job BILLUPDT, so the
      *  jobs waiting on BILLUPDT wait on the merge, a merged night
      *  cannot be merged twice, and a one-pass BILLUPDT cannot be
      *  run over it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-PARMS      ASSIGN TO "BILLPART.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           PARTITION-PARMS-STATUS.
           SELECT PARTITION-FILE       ASSIGN TO PARTITION-FILE-NAME
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           PARTITION-FILE-STATUS.
           SELECT PARTITION-HISTORY    ASSIGN TO PARTITION-FILE-NAME
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY PART-HIST-KEY
                                       FILE STATUS IS
                                           PARTITION-FILE-STATUS.
           SELECT PAYMENT-OVERDUE-REPORT ASSIGN TO "OVERDUE.DAT"
                                       LINE SEQUENTIAL.
           SELECT PAYMENT-SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
                                       LINE SEQUENTIAL.
           SELECT REFUND-EXTRACT-FILE  ASSIGN TO "REFUND.DAT"
                                       LINE SEQUENTIAL.
           SELECT CREDIT-REGISTER      ASSIGN TO "CREDREG.DAT"
                                       LINE SEQUENTIAL.
           SELECT PLAN-STATUS-REPORT   ASSIGN TO "PLANRPT.DAT"
                                       LINE SEQUENTIAL.
           SELECT WRITEOFF-REGISTER    ASSIGN TO "WOREG.DAT"
                                       LINE SEQUENTIAL.
           SELECT WAIVER-REGISTER      ASSIGN TO "WAIVEREG.DAT"
                                       LINE SEQUENTIAL.
           SELECT CASH-BALANCING-REPORT ASSIGN TO "CASHBAL.DAT"
                                       LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "GLEXTR.DAT"
                                       LINE SEQUENTIAL.
           SELECT RUN-CONTROL-COUNTS   ASSIGN TO "BILLCTL.DAT"
                                       LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-PARMS.
       01  PARTITION-PARM-RECORD.
           05  PART-NUMBER             PIC 99.
           05  PART-THRU-ACCOUNT-NR    PIC X(8).

       FD  PARTITION-FILE.
       01  PARTITION-FILE-RECORD       PIC X(713).

       FD  PARTITION-HISTORY.
       01  PARTITION-HISTORY-RECORD.
           05  PART-HIST-KEY           PIC X(19).
           05  FILLER                  PIC X(10).

       FD  PAYMENT-OVERDUE-REPORT.
       01  OVRDUE-PAYMENT-RECORD       PIC X(35).

       FD  PAYMENT-SUSPENSE-FILE.
       01  SUSPENSE-PAYMENT-RECORD     PIC X(96).

       FD  REFUND-EXTRACT-FILE.
       01  REFUND-EXTRACT-RECORD       PIC X(25).

       FD  CREDIT-REGISTER.
       01  CREDIT-REGISTER-LINE        PIC X(80).

       FD  PLAN-STATUS-REPORT.
       01  PLAN-REPORT-LINE            PIC X(80).

       FD  WRITEOFF-REGISTER.
       01  WRITEOFF-REGISTER-LINE      PIC X(80).

       FD  WAIVER-REGISTER.
       01  WAIVER-REGISTER-LINE        PIC X(80).

       FD  CASH-BALANCING-REPORT.
       01  CASH-REPORT-LINE            PIC X(80).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-IS-DETAIL         VALUE 'D'.
               88  GL-IS-TRAILER        VALUE 'T'.
           05  GL-DETAIL-DATA          PIC X(44).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-COUNT    PIC 9(7).
               10  GL-DEBIT-TOTAL      PIC 9(11)V99.
               10  GL-CREDIT-TOTAL     PIC 9(11)V99.
               10  FILLER              PIC X(11).

       FD  RUN-CONTROL-COUNTS.
       01  RUN-CONTROL-RECORD.
           05  BCTL-RUN-DATE           PIC 9(8).
           05  BCTL-MASTERS-IN         PIC 9(7).
           05  BCTL-MASTERS-OUT        PIC 9(7).
           05  BCTL-PAYMENTS-READ      PIC 9(7).
           05  BCTL-SUSPENSE-WRITTEN   PIC 9(7).
           05  BCTL-OVERDUE-WRITTEN    PIC 9(7).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  PARTITION-PARMS-STATUS      PIC XX.
       01  PARTITION-FILE-STATUS       PIC XX.
       01  PAYHIST-STATUS              PIC XX.
       01  PARTITION-EOF-STATUS        PIC X.
           88  PARTITION-PARMS-END     VALUE 'Y'.
       01  PART-FILE-EOF-STATUS        PIC X.
           88  PART-FILE-END           VALUE 'Y'.
       01  MERGE-REFUSED-SWITCH        PIC X VALUE 'N'.
           88  MERGE-REFUSED           VALUE 'Y'.
       01  HISTORY-WRITTEN-SWITCH      PIC X.
           88  HISTORY-WRITTEN         VALUE 'Y'.
       01  HISTORY-ON-FILE-SWITCH      PIC X.
           88  HISTORY-ON-FILE         VALUE 'Y'.
       01  TOTALS-DIFFER-SWITCH        PIC X VALUE 'N'.
           88  TOTALS-DIFFER           VALUE 'Y'.
       01  PARTITION-FILE-NAME         PIC X(12).
       01  PFN-STEM                    PIC X(8).
       01  PFN-PARTITION-NR            PIC 99.
       01  PART-RECORD-NR              PIC 9(7).
       01  NR-PARTITIONS               PIC 99 VALUE ZERO.
       01  PART-SUB                    PIC 99.
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 20 TIMES.
               10  PTB-NUMBER          PIC 99.
       01  MERGE-RUN-DATE              PIC 9(8) VALUE ZERO.

      *  BILLUPDT's checkpoint record, field for field, with the
      *  cash control totals laid out as BILLUPDT keeps them.
       01  CHECKPOINT-RECORD.
           05  CKPT-RUN-DATE           PIC 9(8).
           05  CKPT-RUN-STATUS         PIC X.
               88  CKPT-RUN-COMPLETE    VALUE 'C'.
           05  CKPT-NUMBER             PIC 9(5).
           05  CKPT-LAST-ACCOUNT-NR    PIC X(8).
           05  CKPT-PAYMENTS-CONSUMED  PIC 9(7).
           05  CKPT-JOURNAL-COUNT      PIC 9(7).
           05  CKPT-FILE-COUNTS.
               10  CKPT-OVERDUE-LINES  PIC 9(7).
               10  CKPT-SUSPENSE-LINES PIC 9(7).
               10  CKPT-REFUND-LINES   PIC 9(7).
               10  CKPT-CREDIT-LINES   PIC 9(7).
               10  CKPT-PLAN-LINES     PIC 9(7).
               10  CKPT-GL-LINES       PIC 9(7).
               10  CKPT-WRITEOFF-LINES PIC 9(7).
               10  CKPT-WAIVER-LINES   PIC 9(7).
           05  CKPT-CASH-TOTALS.
               10  CKPT-CASH-READ-COUNT      PIC 9(7).
               10  CKPT-CASH-READ-AMOUNT     PIC 9(11)V99.
               10  CKPT-CASH-APPLIED-AMOUNT  PIC 9(11)V99.
               10  CKPT-CASH-CREDITED-AMOUNT PIC 9(11)V99.
               10  CKPT-CASH-SUSPENDED-COUNT PIC 9(7).
               10  CKPT-CASH-SUSPENDED-AMOUNT PIC 9(11)V99.
               10  CKPT-CASH-REVERSED-AMOUNT PIC 9(11)V99.
               10  CKPT-CASH-RECOVERED-AMOUNT PIC 9(11)V99.
               10  CKPT-CASH-REJECTED-COUNT  PIC 9(7).
               10  CKPT-CASH-ACCOUNTED-AMOUNT PIC 9(11)V99.
           05  CKPT-MASTERS-IN         PIC 9(7).
           05  CKPT-MASTERS-OUT        PIC 9(7).
           05  CKPT-SUSPENSE-WRITTEN   PIC 9(7).
           05  CKPT-OVERDUE-WRITTEN    PIC 9(7).
           05  CKPT-GL-POSTING-COUNT   PIC 9(7).
           05  CKPT-GL-DEBIT-TOTAL     PIC 9(11)V99.
           05  CKPT-GL-CREDIT-TOTAL    PIC 9(11)V99.
           05  CKPT-CREDIT-COUNT       PIC 9(5).
           05  CKPT-CREDIT-AMOUNT      PIC 9(9)V99.
           05  CKPT-WRITEOFF-COUNT     PIC 9(5).
           05  CKPT-WRITEOFF-AMOUNT    PIC 9(9)V99.
           05  CKPT-WAIVER-COUNT       PIC 9(5).
           05  CKPT-WAIVER-AMOUNT      PIC 9(9)V99.
           05  CKPT-WRITEOFF-MATCHED   PIC X(200).
           05  CKPT-WAIVER-MATCHED     PIC X(200).

      *  The night's totals, summed across the partitions.
       01  CASH-CONTROL-TOTALS.
           05  CASH-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  CASH-READ-AMOUNT         PIC 9(11)V99 VALUE ZERO.
           05  CASH-APPLIED-AMOUNT      PIC 9(11)V99 VALUE ZERO.
           05  CASH-CREDITED-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05  CASH-SUSPENDED-COUNT     PIC 9(7) VALUE ZERO.
           05  CASH-SUSPENDED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05  CASH-REVERSED-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05  CASH-RECOVERED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05  CASH-REJECTED-COUNT      PIC 9(7) VALUE ZERO.
           05  CASH-ACCOUNTED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
       01  MASTERS-IN-COUNT             PIC 9(7) VALUE ZERO.
       01  MASTERS-OUT-COUNT            PIC 9(7) VALUE ZERO.
       01  SUSPENSE-WRITTEN-COUNT       PIC 9(7) VALUE ZERO.
       01  OVERDUE-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01  GL-POSTING-COUNT             PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  CREDIT-ACCOUNT-COUNT         PIC 9(5) VALUE ZERO.
       01  CREDIT-TOTAL-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  WRITEOFF-RUN-COUNT           PIC 9(5) VALUE ZERO.
       01  WRITEOFF-RUN-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  WAIVER-RUN-COUNT             PIC 9(5) VALUE ZERO.
       01  WAIVER-RUN-AMOUNT            PIC 9(9)V99 VALUE ZERO.

      *  What was actually carried across, to prove against them.
       01  OVERDUE-COPIED-COUNT         PIC 9(7) VALUE ZERO.
       01  SUSPENSE-COPIED-COUNT        PIC 9(7) VALUE ZERO.
       01  GL-COPIED-COUNT              PIC 9(7) VALUE ZERO.
       01  HISTORY-COPIED-COUNT         PIC 9(7) VALUE ZERO.
       01  HISTORY-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
       01  HISTORY-ON-FILE-COUNT        PIC 9(7) VALUE ZERO.

      *  The partition's history record as it arrived, held while
      *  the record under its key on PAYHIST.DAT is read.
       01  INCOMING-HISTORY-RECORD.
           05  INC-HIST-ACCOUNT-NR      PIC X(8).
           05  INC-HIST-POSTED-DATE     PIC 9(8).
           05  INC-HIST-POSTING-SEQ     PIC 9(3).
           05  INC-HIST-TRANS-TYPE      PIC X.
           05  INC-HIST-AMOUNT          PIC 9(7)V99.

       01  CASH-HEADING.
           05  FILLER                   PIC X(31) VALUE
               'DAILY CASH APPLICATION CONTROL'.
       01  CASH-DETAIL-LINE.
           05  CSH-CAPTION              PIC X(24).
           05  CSH-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC XX VALUE SPACES.
           05  CSH-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  CASH-VERDICT-LINE.
           05  FILLER                   PIC X(9) VALUE 'VERDICT: '.
           05  CSH-VERDICT              PIC X(16).
       01  CREDIT-REGISTER-HEADING.
           05  FILLER                   PIC X(23) VALUE
               'CREDIT BALANCE REGISTER'.
       01  CREDIT-TOTAL-LINE.
           05  FILLER                   PIC X(9) VALUE 'ACCOUNTS:'.
           05  CRD-TOTAL-COUNT          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(9) VALUE '  OWED:  '.
           05  CRD-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  PLAN-REPORT-HEADING.
           05  FILLER                   PIC X(26) VALUE
               'PAYMENT PLAN STATUS REPORT'.
       01  WRITEOFF-HEADING.
           05  FILLER                   PIC X(18) VALUE
               'WRITE-OFF REGISTER'.
       01  WRITEOFF-TOTAL-LINE.
           05  FILLER                   PIC X(13) VALUE
               'WRITTEN OFF: '.
           05  WOF-TOTAL-COUNT          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  AMOUNT: '.
           05  WOF-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WAIVER-HEADING.
           05  FILLER                   PIC X(27) VALUE
               'LATE-CHARGE WAIVER REGISTER'.
       01  WAIVER-TOTAL-LINE.
           05  FILLER                   PIC X(8) VALUE 'WAIVED: '.
           05  WVR-TOTAL-COUNT          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  AMOUNT: '.
           05  WVR-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARTITIONS.
           IF NR-PARTITIONS = ZERO
               DISPLAY 'BILLMRGE: NO PARTITIONS ON BILLPART.DAT'
               STOP RUN.
           PERFORM 0200-CHECK-ONE-PARTITION
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > NR-PARTITIONS.
           IF MERGE-REFUSED
               DISPLAY 'BILLMRGE: NOT EVERY PARTITION HAS COMPLETED '
                   '-- MERGE REFUSED'
               STOP RUN.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'BILLUPDT' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'BILLMRGE: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF PAYHIST-STATUS NOT = '00'
               OPEN OUTPUT PAYMENT-HISTORY-FILE.
           OPEN OUTPUT PAYMENT-OVERDUE-REPORT
                       PAYMENT-SUSPENSE-FILE
                       REFUND-EXTRACT-FILE
                       CREDIT-REGISTER
                       PLAN-STATUS-REPORT
                       WRITEOFF-REGISTER
                       WAIVER-REGISTER
                       CASH-BALANCING-REPORT
                       GL-INTERFACE-FILE
                       RUN-CONTROL-COUNTS.
           WRITE CREDIT-REGISTER-LINE FROM CREDIT-REGISTER-HEADING.
           WRITE PLAN-REPORT-LINE FROM PLAN-REPORT-HEADING.
           WRITE WRITEOFF-REGISTER-LINE FROM WRITEOFF-HEADING.
           WRITE WAIVER-REGISTER-LINE FROM WAIVER-HEADING.
           PERFORM 0300-MERGE-ONE-PARTITION
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > NR-PARTITIONS.
           PERFORM 0700-FOOT-REGISTERS.
           PERFORM 0710-WRITE-CASH-BALANCING.
           PERFORM 0720-WRITE-GL-TRAILER.
           PERFORM 0730-WRITE-RUN-CONTROL.
           CLOSE PAYMENT-HISTORY-FILE
                 PAYMENT-OVERDUE-REPORT
                 PAYMENT-SUSPENSE-FILE
                 REFUND-EXTRACT-FILE
                 CREDIT-REGISTER
                 PLAN-STATUS-REPORT
                 WRITEOFF-REGISTER
                 WAIVER-REGISTER
                 CASH-BALANCING-REPORT
                 GL-INTERFACE-FILE
                 RUN-CONTROL-COUNTS.
           PERFORM 0800-PROVE-THE-MERGE.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE MASTERS-OUT-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           STOP RUN.

       0100-LOAD-PARTITIONS.
           MOVE 'N' TO PARTITION-EOF-STATUS.
           OPEN INPUT PARTITION-PARMS.
           IF PARTITION-PARMS-STATUS NOT = '00'
               MOVE 'Y' TO PARTITION-EOF-STATUS.
           PERFORM UNTIL PARTITION-PARMS-END
               READ PARTITION-PARMS
                   AT END
                       MOVE 'Y' TO PARTITION-EOF-STATUS
                   NOT AT END
                       IF NR-PARTITIONS < 20
                           ADD 1 TO NR-PARTITIONS
                           MOVE PART-NUMBER
                               TO PTB-NUMBER (NR-PARTITIONS)
                       END-IF
               END-READ
           END-PERFORM.
           IF PARTITION-PARMS-STATUS = '00'
             OR PARTITION-PARMS-STATUS = '10'
               CLOSE PARTITION-PARMS.

      *  A partition is finished when RUNLOG shows its job complete
      *  AND its own checkpoint says the run completed -- a run
      *  that died and was backed out never reached either.  Every
      *  partition is checked, so the operator sees all of the
      *  stragglers at once.
       0200-CHECK-ONE-PARTITION.
           MOVE 'Q' TO RUNLOG-FUNCTION.
           MOVE 'BILLUP' TO RUNLOG-JOB-NAME (1:6).
           MOVE PTB-NUMBER (PART-SUB) TO RUNLOG-JOB-NAME (7:2).
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'BILLMRGE: ' RUNLOG-JOB-NAME
                   ' HAS NOT COMPLETED FOR THIS BUSINESS DATE'
               MOVE 'Y' TO MERGE-REFUSED-SWITCH
               EXIT PARAGRAPH.
           PERFORM 0210-READ-PARTITION-CHECKPOINT.
           IF NOT CKPT-RUN-COMPLETE
               DISPLAY 'BILLMRGE: CHECKPOINT ' PARTITION-FILE-NAME
                   ' DOES NOT SHOW A COMPLETED RUN'
               MOVE 'Y' TO MERGE-REFUSED-SWITCH.

       0210-READ-PARTITION-CHECKPOINT.
           MOVE 'BILLCKPT' TO PFN-STEM.
           PERFORM 0220-BUILD-PARTITION-FILE-NAME.
           MOVE SPACES TO CHECKPOINT-RECORD.
           OPEN INPUT PARTITION-FILE.
           IF PARTITION-FILE-STATUS = '00'
               READ PARTITION-FILE INTO CHECKPOINT-RECORD
                   AT END
                       MOVE SPACES TO CHECKPOINT-RECORD
               END-READ
               CLOSE PARTITION-FILE.

      *  A partition's files carry its number in place of the
      *  .DAT: OVERDUE.P01, BILLCKPT.P01, and so on.
       0220-BUILD-PARTITION-FILE-NAME.
           MOVE PTB-NUMBER (PART-SUB) TO PFN-PARTITION-NR.
           MOVE SPACES TO PARTITION-FILE-NAME.
           STRING PFN-STEM DELIMITED BY SPACE
                  '.P' PFN-PARTITION-NR DELIMITED BY SIZE
               INTO PARTITION-FILE-NAME.

       0300-MERGE-ONE-PARTITION.
           PERFORM 0210-READ-PARTITION-CHECKPOINT.
           PERFORM 0310-ADD-PARTITION-TOTALS.
           MOVE 'OVERDUE' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'SUSPENSE' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'REFUND' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'CREDREG' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'PLANRPT' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'WOREG' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'WAIVEREG' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           MOVE 'GLEXTR' TO PFN-STEM.
           PERFORM 0400-COPY-PARTITION-FILE.
           PERFORM 0500-COPY-PARTITION-HISTORY.

       0310-ADD-PARTITION-TOTALS.
           IF MERGE-RUN-DATE = ZERO
               MOVE CKPT-RUN-DATE TO MERGE-RUN-DATE.
           ADD CKPT-CASH-READ-COUNT TO CASH-READ-COUNT.
           ADD CKPT-CASH-READ-AMOUNT TO CASH-READ-AMOUNT.
           ADD CKPT-CASH-APPLIED-AMOUNT TO CASH-APPLIED-AMOUNT.
           ADD CKPT-CASH-CREDITED-AMOUNT TO CASH-CREDITED-AMOUNT.
           ADD CKPT-CASH-SUSPENDED-COUNT TO CASH-SUSPENDED-COUNT.
           ADD CKPT-CASH-SUSPENDED-AMOUNT TO CASH-SUSPENDED-AMOUNT.
           ADD CKPT-CASH-REVERSED-AMOUNT TO CASH-REVERSED-AMOUNT.
           ADD CKPT-CASH-RECOVERED-AMOUNT TO CASH-RECOVERED-AMOUNT.
           ADD CKPT-CASH-REJECTED-COUNT TO CASH-REJECTED-COUNT.
           ADD CKPT-MASTERS-IN TO MASTERS-IN-COUNT.
           ADD CKPT-MASTERS-OUT TO MASTERS-OUT-COUNT.
           ADD CKPT-SUSPENSE-WRITTEN TO SUSPENSE-WRITTEN-COUNT.
           ADD CKPT-OVERDUE-WRITTEN TO OVERDUE-WRITTEN-COUNT.
           ADD CKPT-GL-POSTING-COUNT TO GL-POSTING-COUNT.
           ADD CKPT-GL-DEBIT-TOTAL TO GL-RUN-DEBIT-TOTAL.
           ADD CKPT-GL-CREDIT-TOTAL TO GL-RUN-CREDIT-TOTAL.
           ADD CKPT-CREDIT-COUNT TO CREDIT-ACCOUNT-COUNT.
           ADD CKPT-CREDIT-AMOUNT TO CREDIT-TOTAL-AMOUNT.
           ADD CKPT-WRITEOFF-COUNT TO WRITEOFF-RUN-COUNT.
           ADD CKPT-WRITEOFF-AMOUNT TO WRITEOFF-RUN-AMOUNT.
           ADD CKPT-WAIVER-COUNT TO WAIVER-RUN-COUNT.
           ADD CKPT-WAIVER-AMOUNT TO WAIVER-RUN-AMOUNT.

      *  One partition output onto the night's file.  Each register
      *  opens with its heading and closes with a blank line and
      *  its total; those are written once for the whole night, so
      *  only the detail lines cross over.  The overdue and
      *  suspense files are written the way BILLUPDT writes them,
      *  each record advanced a line, so their blank spacer lines
      *  are left behind here and come back on the write.
       0400-COPY-PARTITION-FILE.
           MOVE ZERO TO PART-RECORD-NR.
           MOVE 'N' TO PART-FILE-EOF-STATUS.
           PERFORM 0220-BUILD-PARTITION-FILE-NAME.
           OPEN INPUT PARTITION-FILE.
           IF PARTITION-FILE-STATUS NOT = '00'
               DISPLAY 'BILLMRGE: ' PARTITION-FILE-NAME
                   ' NOT FOUND, STATUS ' PARTITION-FILE-STATUS
               MOVE 'Y' TO TOTALS-DIFFER-SWITCH
               EXIT PARAGRAPH.
           PERFORM UNTIL PART-FILE-END
               READ PARTITION-FILE
                   AT END
                       MOVE 'Y' TO PART-FILE-EOF-STATUS
                   NOT AT END
                       ADD 1 TO PART-RECORD-NR
                       PERFORM 0410-CARRY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PARTITION-FILE.

       0410-CARRY-ONE-RECORD.
           EVALUATE PFN-STEM
               WHEN 'OVERDUE '
                   IF PARTITION-FILE-RECORD NOT = SPACES
                       MOVE PARTITION-FILE-RECORD
                           TO OVRDUE-PAYMENT-RECORD
                       WRITE OVRDUE-PAYMENT-RECORD
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO OVERDUE-COPIED-COUNT
                   END-IF
               WHEN 'SUSPENSE'
                   IF PARTITION-FILE-RECORD NOT = SPACES
                       MOVE PARTITION-FILE-RECORD
                           TO SUSPENSE-PAYMENT-RECORD
                       WRITE SUSPENSE-PAYMENT-RECORD
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO SUSPENSE-COPIED-COUNT
                   END-IF
               WHEN 'REFUND  '
                   MOVE PARTITION-FILE-RECORD TO REFUND-EXTRACT-RECORD
                   WRITE REFUND-EXTRACT-RECORD
               WHEN 'CREDREG '
                   IF PART-RECORD-NR > 1
                     AND PARTITION-FILE-RECORD NOT = SPACES
                     AND PARTITION-FILE-RECORD (1:9) NOT = 'ACCOUNTS:'
                       MOVE PARTITION-FILE-RECORD
                           TO CREDIT-REGISTER-LINE
                       WRITE CREDIT-REGISTER-LINE
                   END-IF
               WHEN 'PLANRPT '
                   IF PART-RECORD-NR > 1
                     AND PARTITION-FILE-RECORD NOT = SPACES
                       MOVE PARTITION-FILE-RECORD TO PLAN-REPORT-LINE
                       WRITE PLAN-REPORT-LINE
                   END-IF
               WHEN 'WOREG   '
                   IF PART-RECORD-NR > 1
                     AND PARTITION-FILE-RECORD NOT = SPACES
                     AND PARTITION-FILE-RECORD (1:13)
                           NOT = 'WRITTEN OFF: '
                       MOVE PARTITION-FILE-RECORD
                           TO WRITEOFF-REGISTER-LINE
                       WRITE WRITEOFF-REGISTER-LINE
                   END-IF
               WHEN 'WAIVEREG'
                   IF PART-RECORD-NR > 1
                     AND PARTITION-FILE-RECORD NOT = SPACES
                     AND PARTITION-FILE-RECORD (1:8) NOT = 'WAIVED: '
                       MOVE PARTITION-FILE-RECORD
                           TO WAIVER-REGISTER-LINE
                       WRITE WAIVER-REGISTER-LINE
                   END-IF
               WHEN 'GLEXTR  '
                   IF PARTITION-FILE-RECORD (1:1) = 'D'
                       MOVE PARTITION-FILE-RECORD
                           TO GL-INTERFACE-RECORD
                       WRITE GL-INTERFACE-RECORD
                       ADD 1 TO GL-COPIED-COUNT
                   END-IF
           END-EVALUATE.

      *  The partition numbered its history past what PAYHIST.DAT
      *  held when it ran, so each record normally goes across
      *  under its own key.  Should the key have been taken since,
      *  the record already there is read: the same account, date,
      *  transaction and amount means this merge is being rerun and
      *  the record went across the first time, so it is passed
      *  over; anything else walks the sequence forward the way
      *  BILLUPDT's does.
       0500-COPY-PARTITION-HISTORY.
           MOVE 'PAYHIST' TO PFN-STEM.
           PERFORM 0220-BUILD-PARTITION-FILE-NAME.
           MOVE 'N' TO PART-FILE-EOF-STATUS.
           OPEN INPUT PARTITION-HISTORY.
           IF PARTITION-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL PART-FILE-END
               READ PARTITION-HISTORY
                   AT END
                       MOVE 'Y' TO PART-FILE-EOF-STATUS
                   NOT AT END
                       PERFORM 0510-ADD-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE PARTITION-HISTORY.

       0510-ADD-ONE-HISTORY-RECORD.
           MOVE PARTITION-HISTORY-RECORD TO PAYMENT-HISTORY-RECORD.
           MOVE PARTITION-HISTORY-RECORD TO INCOMING-HISTORY-RECORD.
           MOVE 'N' TO HISTORY-WRITTEN-SWITCH.
           MOVE 'N' TO HISTORY-ON-FILE-SWITCH.
           PERFORM UNTIL HISTORY-WRITTEN
                      OR HISTORY-ON-FILE
                      OR PHIST-POSTING-SEQ > 998
               WRITE PAYMENT-HISTORY-RECORD
                   INVALID KEY
                       PERFORM 0520-CHECK-HISTORY-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO HISTORY-WRITTEN-SWITCH
               END-WRITE
           END-PERFORM.
           IF HISTORY-WRITTEN
               ADD 1 TO HISTORY-COPIED-COUNT
           ELSE
           IF HISTORY-ON-FILE
               ADD 1 TO HISTORY-ON-FILE-COUNT
           ELSE
               ADD 1 TO HISTORY-REJECTED-COUNT
               DISPLAY 'BILLMRGE: HISTORY NOT ADDED FOR '
                   INC-HIST-ACCOUNT-NR ' ' INC-HIST-POSTED-DATE.

       0520-CHECK-HISTORY-ON-FILE.
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO PHIST-TRANS-TYPE
           END-READ.
           IF PHIST-ACCOUNT-NR = INC-HIST-ACCOUNT-NR
             AND PHIST-POSTED-DATE = INC-HIST-POSTED-DATE
             AND PHIST-TRANS-TYPE = INC-HIST-TRANS-TYPE
             AND PHIST-AMOUNT = INC-HIST-AMOUNT
               MOVE 'Y' TO HISTORY-ON-FILE-SWITCH
           ELSE
               MOVE INC-HIST-TRANS-TYPE TO PHIST-TRANS-TYPE
               MOVE INC-HIST-AMOUNT TO PHIST-AMOUNT
               ADD 1 TO PHIST-POSTING-SEQ.

       0700-FOOT-REGISTERS.
           MOVE SPACES TO CREDIT-REGISTER-LINE.
           WRITE CREDIT-REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE CREDIT-ACCOUNT-COUNT TO CRD-TOTAL-COUNT.
           MOVE CREDIT-TOTAL-AMOUNT TO CRD-TOTAL-AMOUNT.
           WRITE CREDIT-REGISTER-LINE FROM CREDIT-TOTAL-LINE.
           MOVE SPACES TO WRITEOFF-REGISTER-LINE.
           WRITE WRITEOFF-REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE WRITEOFF-RUN-COUNT TO WOF-TOTAL-COUNT.
           MOVE WRITEOFF-RUN-AMOUNT TO WOF-TOTAL-AMOUNT.
           WRITE WRITEOFF-REGISTER-LINE FROM WRITEOFF-TOTAL-LINE.
           MOVE SPACES TO WAIVER-REGISTER-LINE.
           WRITE WAIVER-REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE WAIVER-RUN-COUNT TO WVR-TOTAL-COUNT.
           MOVE WAIVER-RUN-AMOUNT TO WVR-TOTAL-AMOUNT.
           WRITE WAIVER-REGISTER-LINE FROM WAIVER-TOTAL-LINE.

      *  The same page BILLUPDT prints, from the night's totals.
       0710-WRITE-CASH-BALANCING.
           WRITE CASH-REPORT-LINE FROM CASH-HEADING.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'PAYMENT RECORDS READ' TO CSH-CAPTION.
           MOVE CASH-READ-COUNT TO CSH-COUNT.
           MOVE CASH-READ-AMOUNT TO CSH-AMOUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'APPLIED TO BALANCES' TO CSH-CAPTION.
           MOVE CASH-APPLIED-AMOUNT TO CSH-AMOUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'CARRIED TO CREDIT' TO CSH-CAPTION.
           MOVE CASH-CREDITED-AMOUNT TO CSH-AMOUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'WRITTEN TO SUSPENSE' TO CSH-CAPTION.
           MOVE CASH-SUSPENDED-COUNT TO CSH-COUNT.
           MOVE CASH-SUSPENDED-AMOUNT TO CSH-AMOUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'REVERSALS PROCESSED' TO CSH-CAPTION.
           MOVE CASH-REVERSED-AMOUNT TO CSH-AMOUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'BAD DEBT RECOVERED' TO CSH-CAPTION.
           MOVE CASH-RECOVERED-AMOUNT TO CSH-AMOUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           MOVE SPACES TO CASH-DETAIL-LINE.
           MOVE 'REJECTED, NO AMOUNT' TO CSH-CAPTION.
           MOVE CASH-REJECTED-COUNT TO CSH-COUNT.
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE.

           COMPUTE CASH-ACCOUNTED-AMOUNT =
               CASH-APPLIED-AMOUNT + CASH-CREDITED-AMOUNT +
               CASH-SUSPENDED-AMOUNT + CASH-REVERSED-AMOUNT +
               CASH-RECOVERED-AMOUNT.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF CASH-ACCOUNTED-AMOUNT = CASH-READ-AMOUNT
               MOVE 'IN BALANCE' TO CSH-VERDICT
           ELSE
               MOVE '*OUT OF BALANCE*' TO CSH-VERDICT.
           WRITE CASH-REPORT-LINE FROM CASH-VERDICT-LINE.

       0720-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE GL-POSTING-COUNT TO GL-TRAILER-COUNT.
           MOVE GL-RUN-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
           MOVE GL-RUN-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD.

       0730-WRITE-RUN-CONTROL.
           MOVE MERGE-RUN-DATE TO BCTL-RUN-DATE.
           MOVE MASTERS-IN-COUNT TO BCTL-MASTERS-IN.
           MOVE MASTERS-OUT-COUNT TO BCTL-MASTERS-OUT.
           MOVE CASH-READ-COUNT TO BCTL-PAYMENTS-READ.
           MOVE SUSPENSE-WRITTEN-COUNT TO BCTL-SUSPENSE-WRITTEN.
           MOVE OVERDUE-WRITTEN-COUNT TO BCTL-OVERDUE-WRITTEN.
           WRITE RUN-CONTROL-RECORD.

      *  The records carried across against the totals the
      *  partitions reported.  A difference does not stop the night
      *  -- NIGHTBAL will show it too -- but it is put in front of
      *  the operator here, at the step that caused it.
       0800-PROVE-THE-MERGE.
           IF OVERDUE-COPIED-COUNT NOT = OVERDUE-WRITTEN-COUNT
             OR SUSPENSE-COPIED-COUNT NOT = SUSPENSE-WRITTEN-COUNT
             OR GL-COPIED-COUNT NOT = GL-POSTING-COUNT
             OR HISTORY-REJECTED-COUNT > ZERO
               MOVE 'Y' TO TOTALS-DIFFER-SWITCH.
           DISPLAY 'BILLMRGE: ' NR-PARTITIONS ' PARTITIONS MERGED, '
               MASTERS-OUT-COUNT ' MASTERS, '
               CASH-READ-COUNT ' PAYMENTS'.
           DISPLAY 'BILLMRGE: OVERDUE ' OVERDUE-COPIED-COUNT
               ' OF ' OVERDUE-WRITTEN-COUNT
               ', SUSPENSE ' SUSPENSE-COPIED-COUNT
               ' OF ' SUSPENSE-WRITTEN-COUNT.
           DISPLAY 'BILLMRGE: LEDGER ' GL-COPIED-COUNT
               ' OF ' GL-POSTING-COUNT
               ', HISTORY ' HISTORY-COPIED-COUNT ' ADDED, '
               HISTORY-ON-FILE-COUNT ' ALREADY ON FILE'.
           IF TOTALS-DIFFER
               DISPLAY 'BILLMRGE: *THE MERGED FILES DO NOT AGREE '
                   'WITH THE PARTITION TOTALS*'.
