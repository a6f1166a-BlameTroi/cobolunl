       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Billsplt.

      *  Cuts the night's payments into one slice per BILLUPDT
      *  partition.  The partitions are the ones on BILLPART.DAT
      *  (see BILLUPDT): each takes the accounts above the partition
      *  before it up to its own highest account, and the last runs
      *  to the end of the file.  Every DAYPMTS.DAT record goes to
      *  exactly one slice, DAYPMTS.Pnn, in the order it was read,
      *  so each slice is still in account order.
      *
      *  A payment goes to the partition that will post it.  That
      *  is the partition of its own account -- unless the account
      *  is no longer on BILLMSTR.DAT and ACCTXREF.DAT re-points it
      *  at a surviving account, in which case it goes with the
      *  survivor, since that is the master BILLUPDT will rewrite.
      *  A payment that matches nothing stays with its own number
      *  and suspends there.
      *
      *  The partitions are checked before anything is written: a
      *  range that does not climb above the one before it, or a
      *  partition listed after the open-ended last one, stops the
      *  run.  The slice counts print at the end and must add back
      *  to the payments read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-PAYMENTS       ASSIGN TO "DAYPMTS.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PAYMENTS-STATUS.
           SELECT PAYMENT-SLICE        ASSIGN TO SLICE-FILE-NAME
                                       LINE SEQUENTIAL
                                       FILE STATUS IS SLICE-STATUS.
           SELECT PARTITION-PARMS      ASSIGN TO "BILLPART.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           PARTITION-PARMS-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT ACCOUNT-XREF-FILE    ASSIGN TO "ACCTXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY XREF-OLD-ACCOUNT-NR
                                       FILE STATUS IS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-PAYMENTS.
       01  PYMT-RECEIVED-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(72).

       FD  PAYMENT-SLICE.
       01  SLICE-RECORD                PIC X(80).

       FD  PARTITION-PARMS.
       01  PARTITION-PARM-RECORD.
           05  PART-NUMBER             PIC 99.
           05  PART-THRU-ACCOUNT-NR    PIC X(8).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(72).

       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-RECORD.
           05  XREF-OLD-ACCOUNT-NR     PIC X(8).
           05  XREF-NEW-ACCOUNT-NR     PIC X(8).
           05  XREF-MERGE-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PAYMENTS-STATUS             PIC XX.
       01  SLICE-STATUS                PIC XX.
       01  PARTITION-PARMS-STATUS      PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  PAYMENTS-EOF-STATUS         PIC X VALUE 'N'.
           88  PAYMENTS-END            VALUE 'Y'.
       01  PARTITION-EOF-STATUS        PIC X VALUE 'N'.
           88  PARTITION-PARMS-END     VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  XREF-ON-HAND-SWITCH         PIC X VALUE 'N'.
           88  XREF-ON-HAND            VALUE 'Y'.
       01  PARTITIONS-BAD-SWITCH       PIC X VALUE 'N'.
           88  PARTITIONS-ARE-BAD      VALUE 'Y'.
       01  SLICE-FILE-NAME.
           05  FILLER                  PIC X(9) VALUE 'DAYPMTS.P'.
           05  SLICE-PARTITION-NR      PIC 99.
           05  FILLER                  PIC X VALUE SPACE.
       01  ROUTE-ACCOUNT-NR            PIC X(8).
       01  NR-PARTITIONS               PIC 99 VALUE ZERO.
       01  PART-SUB                    PIC 99.
       01  OPEN-SLICE-SUB              PIC 99 VALUE ZERO.
       01  PRIOR-THRU-ACCOUNT-NR       PIC X(8).
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 20 TIMES.
               10  PTB-NUMBER          PIC 99.
               10  PTB-AFTER-ACCOUNT-NR PIC X(8).
               10  PTB-THRU-ACCOUNT-NR PIC X(8).
               10  PTB-SLICE-COUNT     PIC 9(7).
       01  PAYMENTS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01  SLICES-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01  REPOINTED-COUNT             PIC 9(7) VALUE ZERO.

       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARTITIONS.
           IF NR-PARTITIONS = ZERO
               DISPLAY 'BILLSPLT: NO PARTITIONS ON BILLPART.DAT'
               STOP RUN.
           IF PARTITIONS-ARE-BAD
               DISPLAY 'BILLSPLT: BILLPART.DAT IS NOT IN ASCENDING '
                   'ACCOUNT ORDER -- NOTHING SPLIT'
               STOP RUN.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'BILLSPLT' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'BILLSPLT: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           OPEN INPUT DAILY-PAYMENTS.
           IF PAYMENTS-STATUS NOT = '00'
               DISPLAY 'BILLSPLT: CANNOT OPEN DAYPMTS.DAT, STATUS '
                   PAYMENTS-STATUS
               STOP RUN.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF XREF-STATUS = '00'
               MOVE 'Y' TO XREF-ON-HAND-SWITCH.
           PERFORM 0150-START-EMPTY-SLICE
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > NR-PARTITIONS.
           PERFORM 0800-READ-PAYMENT.
           PERFORM 0200-ROUTE-ONE-PAYMENT
               UNTIL PAYMENTS-END.
           IF OPEN-SLICE-SUB > ZERO
               CLOSE PAYMENT-SLICE.
           CLOSE DAILY-PAYMENTS.
           IF MASTER-ON-HAND
               CLOSE BILLING-MASTER.
           IF XREF-ON-HAND
               CLOSE ACCOUNT-XREF-FILE.
           PERFORM 0900-SHOW-SLICE-COUNTS.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE PAYMENTS-READ-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           STOP RUN.

      *  Each partition runs from just above the one before it; a
      *  blank highest account is the open-ended last partition.
       0100-LOAD-PARTITIONS.
           MOVE LOW-VALUES TO PRIOR-THRU-ACCOUNT-NR.
           OPEN INPUT PARTITION-PARMS.
           IF PARTITION-PARMS-STATUS NOT = '00'
               MOVE 'Y' TO PARTITION-EOF-STATUS.
           PERFORM UNTIL PARTITION-PARMS-END
               READ PARTITION-PARMS
                   AT END
                       MOVE 'Y' TO PARTITION-EOF-STATUS
                   NOT AT END
                       PERFORM 0110-TABLE-ONE-PARTITION
               END-READ
           END-PERFORM.
           IF PARTITION-PARMS-STATUS = '00'
             OR PARTITION-PARMS-STATUS = '10'
               CLOSE PARTITION-PARMS.

       0110-TABLE-ONE-PARTITION.
           IF NR-PARTITIONS = 20
               DISPLAY 'BILLSPLT: MORE THAN 20 PARTITIONS'
               MOVE 'Y' TO PARTITIONS-BAD-SWITCH
               EXIT PARAGRAPH.
           IF PRIOR-THRU-ACCOUNT-NR = HIGH-VALUES
               DISPLAY 'BILLSPLT: PARTITION ' PART-NUMBER
                   ' FOLLOWS THE OPEN-ENDED LAST PARTITION'
               MOVE 'Y' TO PARTITIONS-BAD-SWITCH
               EXIT PARAGRAPH.
           ADD 1 TO NR-PARTITIONS.
           MOVE PART-NUMBER TO PTB-NUMBER (NR-PARTITIONS).
           MOVE PRIOR-THRU-ACCOUNT-NR
               TO PTB-AFTER-ACCOUNT-NR (NR-PARTITIONS).
           IF PART-THRU-ACCOUNT-NR = SPACES
               MOVE HIGH-VALUES TO PTB-THRU-ACCOUNT-NR (NR-PARTITIONS)
           ELSE
               MOVE PART-THRU-ACCOUNT-NR
                   TO PTB-THRU-ACCOUNT-NR (NR-PARTITIONS).
           MOVE ZERO TO PTB-SLICE-COUNT (NR-PARTITIONS).
           IF PTB-THRU-ACCOUNT-NR (NR-PARTITIONS)
                   NOT > PRIOR-THRU-ACCOUNT-NR
               DISPLAY 'BILLSPLT: PARTITION ' PART-NUMBER
                   ' DOES NOT CLIMB ABOVE THE ONE BEFORE IT'
               MOVE 'Y' TO PARTITIONS-BAD-SWITCH.
           MOVE PTB-THRU-ACCOUNT-NR (NR-PARTITIONS)
               TO PRIOR-THRU-ACCOUNT-NR.

      *  Every slice is started empty first, so a partition that
      *  gets no payments tonight still finds its slice, and none
      *  is left holding last night's.
       0150-START-EMPTY-SLICE.
           MOVE PTB-NUMBER (PART-SUB) TO SLICE-PARTITION-NR.
           OPEN OUTPUT PAYMENT-SLICE.
           CLOSE PAYMENT-SLICE.

      *  The slice stays open while the payments keep landing in
      *  the same partition -- in account order that is nearly
      *  always -- and is swapped only when the partition changes.
       0200-ROUTE-ONE-PAYMENT.
           PERFORM 0300-FIND-POSTING-ACCOUNT.
           PERFORM VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB >= NR-PARTITIONS
                  OR ROUTE-ACCOUNT-NR
                       NOT > PTB-THRU-ACCOUNT-NR (PART-SUB)
               CONTINUE
           END-PERFORM.
           IF PART-SUB NOT = OPEN-SLICE-SUB
               IF OPEN-SLICE-SUB > ZERO
                   CLOSE PAYMENT-SLICE
               END-IF
               MOVE PTB-NUMBER (PART-SUB) TO SLICE-PARTITION-NR
               OPEN EXTEND PAYMENT-SLICE
               MOVE PART-SUB TO OPEN-SLICE-SUB
           END-IF.
           WRITE SLICE-RECORD FROM PYMT-RECEIVED-RECORD.
           ADD 1 TO PTB-SLICE-COUNT (PART-SUB)
                    SLICES-WRITTEN-COUNT.
           PERFORM 0800-READ-PAYMENT.

       0300-FIND-POSTING-ACCOUNT.
           MOVE PYMT-ACCOUNT-NR TO ROUTE-ACCOUNT-NR.
           IF MASTER-ON-HAND AND XREF-ON-HAND
               MOVE PYMT-ACCOUNT-NR TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       PERFORM 0310-CHECK-MERGE-XREF
               END-READ.

       0310-CHECK-MERGE-XREF.
           MOVE PYMT-ACCOUNT-NR TO XREF-OLD-ACCOUNT-NR.
           READ ACCOUNT-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XREF-NEW-ACCOUNT-NR TO ROUTE-ACCOUNT-NR
                   ADD 1 TO REPOINTED-COUNT
           END-READ.

       0800-READ-PAYMENT.
           READ DAILY-PAYMENTS
               AT END
                   MOVE 'Y' TO PAYMENTS-EOF-STATUS
               NOT AT END
                   ADD 1 TO PAYMENTS-READ-COUNT
           END-READ.

       0900-SHOW-SLICE-COUNTS.
           PERFORM VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > NR-PARTITIONS
               MOVE PTB-NUMBER (PART-SUB) TO SLICE-PARTITION-NR
               DISPLAY 'BILLSPLT: ' SLICE-FILE-NAME ' '
                   PTB-SLICE-COUNT (PART-SUB) ' PAYMENTS'
           END-PERFORM.
           DISPLAY 'BILLSPLT: ' PAYMENTS-READ-COUNT ' READ, '
               SLICES-WRITTEN-COUNT ' WRITTEN, '
               REPOINTED-COUNT ' FOLLOWED A MERGED ACCOUNT'.
           IF SLICES-WRITTEN-COUNT NOT = PAYMENTS-READ-COUNT
               DISPLAY 'BILLSPLT: *SLICES DO NOT ADD BACK TO THE '
                   'PAYMENTS READ*'.
