      *      pointed at the dying account are re-pointed at the
      *      survivor, so a chain of merges always resolves in one
      *      lookup.  BILLUPDT consults this file before sending a
      *      payment to suspense;
      *    - the dead account's open invoices in OPENITEM.DAT are
      *      moved under the survivor's number, so the survivor's
      *      ledger still adds up to its balance.  An invoice number
      *      already open on the survivor absorbs the moved amounts.
      *
      *  Every request lands on the MERGEREG.DAT register with its
      *  verdict, good or bad.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY XREF-OLD-ACCOUNT-NR
                                       FILE STATUS IS XREF-STATUS.
           SELECT OPEN-ITEM-FILE       ASSIGN TO "OPENITEM.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OPEN-KEY
                                       FILE STATUS IS OPENITEM-STATUS.
           SELECT MERGE-REGISTER       ASSIGN TO "MERGEREG.DAT"
                                       LINE SEQUENTIAL.

           05  XREF-NEW-ACCOUNT-NR     PIC X(8).
           05  XREF-MERGE-DATE         PIC 9(8).

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OPEN-KEY.
               10  OPEN-ACCOUNT-NR     PIC X(8).
               10  OPEN-INVOICE-NR     PIC X(12).
           05  OPEN-INVOICE-DATE       PIC 9(8).
           05  OPEN-SOURCE             PIC X(3).
           05  OPEN-ORIGINAL-AMOUNT    PIC 9(7)V99.
           05  OPEN-UNPAID-AMOUNT      PIC 9(7)V99.
           05  OPEN-LAST-APPLIED-DATE  PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  MERGE-REGISTER.
       01  MERGE-REGISTER-LINE         PIC X(80).

           88  REQUEST-END             VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X.
           88  XREF-END                VALUE 'Y'.
       01  OPENITEM-STATUS             PIC XX.
       01  OPEN-SCAN-EOF-STATUS        PIC X.
           88  OPEN-SCAN-END           VALUE 'Y'.
       01  MOVING-ITEM-AREA.
           05  MOVING-KEY.
               10  MOVING-ACCOUNT-NR   PIC X(8).
               10  MOVING-INVOICE-NR   PIC X(12).
           05  MOVING-INVOICE-DATE     PIC 9(8).
           05  MOVING-SOURCE           PIC X(3).
           05  MOVING-ORIGINAL-AMOUNT  PIC 9(7)V99.
           05  MOVING-UNPAID-AMOUNT    PIC 9(7)V99.
           05  MOVING-LAST-APPLIED     PIC 9(8).
           05  FILLER                  PIC X(23).
       01  FROM-MASTER-AREA.
           05  FROM-ACCOUNT-NR         PIC X(8).
           05  FROM-LAST-BILLED-DATE   PIC 9(6).
       01  MERGES-DONE-COUNT           PIC 9(5) VALUE ZERO.
       01  MERGES-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  CHAINS-REPOINTED-COUNT      PIC 9(5) VALUE ZERO.
       01  ITEMS-MOVED-COUNT           PIC 9(5) VALUE ZERO.
       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'BILLING ACCOUNT MERGE REGISTER'.
               OPEN OUTPUT ACCOUNT-XREF-FILE
               CLOSE ACCOUNT-XREF-FILE
               OPEN I-O ACCOUNT-XREF-FILE.
           OPEN I-O OPEN-ITEM-FILE.
           IF OPENITEM-STATUS NOT = '00'
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE.
           OPEN OUTPUT MERGE-REGISTER.
           WRITE MERGE-REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO MERGE-REGISTER-LINE.
           CLOSE MERGE-REQUESTS
                 BILLING-MASTER
                 ACCOUNT-XREF-FILE
                 OPEN-ITEM-FILE
                 MERGE-REGISTER.
           DISPLAY 'ACCTMERG: ' MERGES-DONE-COUNT ' MERGED, '
               MERGES-REJECTED-COUNT ' REJECTED, '
               CHAINS-REPOINTED-COUNT ' CHAIN REFERENCES '
               'RE-POINTED'.
           DISPLAY 'ACCTMERG: ' ITEMS-MOVED-COUNT
               ' OPEN ITEMS MOVED TO SURVIVING ACCOUNTS'.
           STOP RUN.

       0200-WORK-ONE-REQUEST.
           DELETE BILLING-MASTER RECORD.
           PERFORM 0500-WRITE-XREF-RECORD.
           PERFORM 0550-REPOINT-XREF-CHAINS.
           PERFORM 0600-MOVE-OPEN-ITEMS.
           ADD 1 TO MERGES-DONE-COUNT.
           MOVE 'MERGED' TO REG-VERDICT.
           WRITE MERGE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
               END-READ
           END-PERFORM.

      *  Each of the dead account's items is deleted and written
      *  again under the survivor's number.  The scan restarts from
      *  the top of the dead account after every move, since the
      *  delete loses the file position.
       0600-MOVE-OPEN-ITEMS.
           MOVE 'N' TO OPEN-SCAN-EOF-STATUS.
           PERFORM UNTIL OPEN-SCAN-END
               MOVE MREQ-FROM-ACCOUNT-NR TO OPEN-ACCOUNT-NR
               MOVE LOW-VALUES TO OPEN-INVOICE-NR
               START OPEN-ITEM-FILE
                   KEY IS NOT LESS THAN OPEN-KEY
                   INVALID KEY
                       MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
               END-START
               IF NOT OPEN-SCAN-END
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
                   END-READ
               END-IF
               IF NOT OPEN-SCAN-END
                 AND OPEN-ACCOUNT-NR NOT = MREQ-FROM-ACCOUNT-NR
                   MOVE 'Y' TO OPEN-SCAN-EOF-STATUS
               END-IF
               IF NOT OPEN-SCAN-END
                   PERFORM 0650-MOVE-ONE-ITEM
               END-IF
           END-PERFORM.

       0650-MOVE-ONE-ITEM.
           MOVE OPEN-ITEM-RECORD TO MOVING-ITEM-AREA.
           DELETE OPEN-ITEM-FILE RECORD.
           MOVE MOVING-ITEM-AREA TO OPEN-ITEM-RECORD.
           MOVE MREQ-TO-ACCOUNT-NR TO OPEN-ACCOUNT-NR.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   READ OPEN-ITEM-FILE
                   ADD MOVING-ORIGINAL-AMOUNT TO OPEN-ORIGINAL-AMOUNT
                   ADD MOVING-UNPAID-AMOUNT TO OPEN-UNPAID-AMOUNT
                   IF MOVING-INVOICE-DATE < OPEN-INVOICE-DATE
                       MOVE MOVING-INVOICE-DATE TO OPEN-INVOICE-DATE
                   END-IF
                   IF MOVING-LAST-APPLIED > OPEN-LAST-APPLIED-DATE
                       MOVE MOVING-LAST-APPLIED
                           TO OPEN-LAST-APPLIED-DATE
                   END-IF
                   REWRITE OPEN-ITEM-RECORD
           END-WRITE.
           ADD 1 TO ITEMS-MOVED-COUNT.

       0700-REJECT-REQUEST.
           ADD 1 TO MERGES-REJECTED-COUNT.
           WRITE MERGE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
