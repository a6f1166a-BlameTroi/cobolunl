       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Billrcvr.

      *  Recovery console for a BILLUPDT run that did not finish.
      *  BILLUPDT rewrites BILLMSTR.DAT in place, so a run that dies
      *  part-way leaves the master half-posted; this program puts
      *  it right from the before-image journal BILLJRNL.DAT and the
      *  checkpoint record BILLCKPT.DAT the run left behind.
      *
      *    (S)HOW      shows the checkpoint: the run date, its
      *                status, the last account finished, and how
      *                far the journal and the payments had got;
      *    (R)ESTART   rolls the master back to the last checkpoint
      *                -- every account touched since then gets its
      *                checkpoint-time image back, payment history
      *                added since then is deleted, and every
      *                sequential output is cut back to what it held
      *                at the checkpoint -- then marks the run ready
      *                to restart.  The next BILLUPDT carries on
      *                from the checkpoint and the night finishes
      *                as one run;
      *    (B)ACK OUT  rolls the master all the way back to the
      *                state it was in before the run started and
      *                deletes all the history the run added, so the
      *                night can be run again from the top (or not
      *                at all).
      *
      *  Either action works only on a run the checkpoint shows as
      *  active or readied for restart -- a completed or already
      *  backed-out run is left alone.  The operator is checked
      *  through AUTHCHK (system BILLING, function 'B') before the
      *  session opens; both actions rewrite the master.
      *
      *  Where the run touched an account more than once after the
      *  restore point (a merged-account payment can rewrite an
      *  account the walk already passed), the FIRST image journaled
      *  is the one that goes back: the images are loaded into the
      *  keyed work file BILLRSTR.DAT, which refuses the later
      *  duplicates, and the master is rewritten from that.  The
      *  open items on OPENITEM.DAT come back the same way through
      *  ITEMRSTR.DAT: an item the run changed gets its first
      *  journaled image back, and an item the run added is
      *  deleted.
      *
      *  A restart is refused outright if any output is already
      *  shorter than the checkpoint says it should be -- something
      *  other than BILLUPDT has been at it, and the only safe
      *  recovery left is the back-out.
      *
      *  A partition of a partitioned night (environment variable
      *  BILLPART set, as it was for the BILLUPDT being recovered)
      *  is recovered on its own: its checkpoint, journal, history
      *  slice and outputs are the ones under its partition
      *  extension -- BILLCKPT.P01, BILLJRNL.P01, PAYHIST.P01 and so
      *  on -- and its work files are kept apart the same way, so
      *  two partitions can be recovered side by side.  The master
      *  and the open items are shared; each partition's journal
      *  holds only the accounts in its own range.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER-FILE  ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST-FILE-NAME
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS PAYHIST-STATUS.
           SELECT OPEN-ITEM-FILE       ASSIGN TO "OPENITEM.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OPEN-KEY
                                       FILE STATUS IS OPENITEM-STATUS.
           SELECT BEFORE-IMAGE-JOURNAL ASSIGN TO BILLJRNL-FILE-NAME
                                       LINE SEQUENTIAL
                                       FILE STATUS IS JOURNAL-STATUS.
           SELECT CHECKPOINT-FILE      ASSIGN TO BILLCKPT-FILE-NAME
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           CHECKPOINT-STATUS.
           SELECT RESTORE-WORK-FILE    ASSIGN TO BILLRSTR-FILE-NAME
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RSTR-ACCOUNT-NR
                                       FILE STATUS IS RESTORE-STATUS.
           SELECT ITEM-RESTORE-FILE    ASSIGN TO ITEMRSTR-FILE-NAME
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IRST-KEY
                                       FILE STATUS IS
                                           ITEM-RESTORE-STATUS.
           SELECT TRIM-TARGET-FILE     ASSIGN TO TRIM-FILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS TRIM-STATUS.
           SELECT TRIM-WORK-FILE       ASSIGN TO BILLTRIM-FILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS TRIM-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-MASTER-FILE.
       01  MASTER-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(72).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OPEN-KEY                PIC X(20).
           05  FILLER                  PIC X(60).

       FD  BEFORE-IMAGE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRNL-RUN-DATE           PIC 9(8).
           05  JRNL-SEQUENCE           PIC 9(7).
           05  JRNL-RECORD-TYPE        PIC X.
               88  JRNL-IS-MASTER-IMAGE VALUE 'M'.
               88  JRNL-IS-HISTORY-ADD  VALUE 'H'.
               88  JRNL-IS-ITEM-IMAGE   VALUE 'O'.
               88  JRNL-IS-ITEM-ADD     VALUE 'A'.
           05  JRNL-IMAGE              PIC X(80).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-RECORD      PIC X(713).

       FD  RESTORE-WORK-FILE.
       01  RESTORE-WORK-RECORD.
           05  RSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(72).

       FD  ITEM-RESTORE-FILE.
       01  ITEM-RESTORE-RECORD.
           05  IRST-IMAGE.
               10  IRST-KEY            PIC X(20).
               10  FILLER              PIC X(60).
           05  IRST-ACTION             PIC X.
               88  IRST-PUT-BACK        VALUE 'R'.
               88  IRST-DELETE          VALUE 'D'.

       FD  TRIM-TARGET-FILE.
       01  TRIM-TARGET-RECORD          PIC X(200).

       FD  TRIM-WORK-FILE.
       01  TRIM-WORK-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  PAYHIST-STATUS              PIC XX.
       01  JOURNAL-STATUS              PIC XX.
       01  CHECKPOINT-STATUS           PIC XX.
       01  RESTORE-STATUS              PIC XX.
       01  OPENITEM-STATUS             PIC XX.
       01  ITEM-RESTORE-STATUS         PIC XX.
       01  TRIM-STATUS                 PIC XX.
       01  TRIM-WORK-STATUS            PIC XX.
       01  TRIM-FILE-NAME              PIC X(12).
       01  JOURNAL-EOF-STATUS          PIC X.
           88  JOURNAL-END             VALUE 'Y'.
       01  RESTORE-EOF-STATUS          PIC X.
           88  RESTORE-END             VALUE 'Y'.
       01  TRIM-EOF-STATUS             PIC X.
           88  TRIM-END                VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  OPERATOR-CHOICE             PIC X.
       01  CONFIRM-ANSWER              PIC X.
       01  CHECKPOINT-ON-HAND-SWITCH   PIC X VALUE 'N'.
           88  CHECKPOINT-ON-HAND      VALUE 'Y'.
       01  FILES-SHORT-SWITCH          PIC X.
           88  FILES-ARE-SHORT         VALUE 'Y'.
       01  RESTORE-FROM-SEQUENCE       PIC 9(7).
       01  TRIM-KEEP-COUNT             PIC 9(7).
       01  TRIM-READ-COUNT             PIC 9(7).
       01  TRIM-COPIED-COUNT           PIC 9(7).
       01  IMAGES-LOADED-COUNT         PIC 9(7).
       01  MASTERS-RESTORED-COUNT      PIC 9(7).
       01  HISTORY-DELETED-COUNT       PIC 9(7).
       01  ITEMS-RESTORED-COUNT        PIC 9(7).

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'BILLING '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'B'.
       01  AUTHCHK-RETURN              PIC XX.

      *  BILLUPDT's checkpoint record, field for field.
       01  CHECKPOINT-RECORD.
           05  CKPT-RUN-DATE           PIC 9(8).
           05  CKPT-RUN-STATUS         PIC X.
               88  CKPT-RUN-ACTIVE      VALUE 'A'.
               88  CKPT-RESTART-READY   VALUE 'R'.
               88  CKPT-RUN-COMPLETE    VALUE 'C'.
               88  CKPT-RUN-BACKED-OUT  VALUE 'B'.
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
           05  CKPT-CASH-TOTALS        PIC X(112).
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

      *  The sequential outputs a restart cuts back, in the order of
      *  the checkpoint's CKPT-FILE-COUNTS, plus the journal itself.
       01  TRIM-FILE-NAMES.
           05  FILLER                  PIC X(12) VALUE 'OVERDUE.DAT'.
           05  FILLER                  PIC X(12) VALUE 'SUSPENSE.DAT'.
           05  FILLER                  PIC X(12) VALUE 'REFUND.DAT'.
           05  FILLER                  PIC X(12) VALUE 'CREDREG.DAT'.
           05  FILLER                  PIC X(12) VALUE 'PLANRPT.DAT'.
           05  FILLER                  PIC X(12) VALUE 'GLEXTR.DAT'.
           05  FILLER                  PIC X(12) VALUE 'WOREG.DAT'.
           05  FILLER                  PIC X(12) VALUE 'WAIVEREG.DAT'.
       01  TRIM-FILE-TABLE REDEFINES TRIM-FILE-NAMES.
           05  TRIM-TBL-NAME           PIC X(12) OCCURS 8 TIMES.
       01  TRIM-COUNT-TABLE.
           05  TRIM-TBL-COUNT          PIC 9(7) OCCURS 8 TIMES.
       01  TRIM-SUB                    PIC 99.

      *  The run's own files; a partition's carry its extension.
       01  RECOVERY-FILE-NAMES.
           05  PAYHIST-FILE-NAME       PIC X(12) VALUE 'PAYHIST.DAT'.
           05  BILLJRNL-FILE-NAME      PIC X(12) VALUE 'BILLJRNL.DAT'.
           05  BILLCKPT-FILE-NAME      PIC X(12) VALUE 'BILLCKPT.DAT'.
           05  BILLRSTR-FILE-NAME      PIC X(12) VALUE 'BILLRSTR.DAT'.
           05  ITEMRSTR-FILE-NAME      PIC X(12) VALUE 'ITEMRSTR.DAT'.
           05  BILLTRIM-FILE-NAME      PIC X(12) VALUE 'BILLTRIM.DAT'.
       01  PARTITION-NUMBER-TEXT       PIC XX VALUE SPACES.
       01  PARTITION-NUMBER            PIC 99 VALUE ZERO.
       01  PARTITION-EXTENSION.
           05  FILLER                  PIC XX VALUE '.P'.
           05  PARTITION-EXTENSION-NR  PIC 99.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'BILLING UPDATE RECOVERY'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO RECOVER THE '
                   'BILLING UPDATE'
               STOP RUN.
           PERFORM 0120-ESTABLISH-PARTITION.
           PERFORM 0150-READ-CHECKPOINT.
           IF NOT CHECKPOINT-ON-HAND
               DISPLAY 'NO CHECKPOINT ON FILE -- NOTHING TO RECOVER'
               STOP RUN.
           PERFORM 0300-SHOW-CHECKPOINT.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           STOP RUN.

       0120-ESTABLISH-PARTITION.
           DISPLAY 'BILLPART' UPON ENVIRONMENT-NAME.
           ACCEPT PARTITION-NUMBER-TEXT FROM ENVIRONMENT-VALUE.
           IF PARTITION-NUMBER-TEXT = SPACES
               EXIT PARAGRAPH.
           IF PARTITION-NUMBER-TEXT (2:1) = SPACE
               MOVE PARTITION-NUMBER-TEXT (1:1)
                   TO PARTITION-NUMBER-TEXT (2:1)
               MOVE '0' TO PARTITION-NUMBER-TEXT (1:1).
           IF PARTITION-NUMBER-TEXT NOT NUMERIC
               DISPLAY 'BILLPART ' PARTITION-NUMBER-TEXT
                   ' IS NOT A PARTITION NUMBER'
               STOP RUN.
           MOVE PARTITION-NUMBER-TEXT TO PARTITION-NUMBER.
           IF PARTITION-NUMBER = ZERO
               EXIT PARAGRAPH.
           MOVE PARTITION-NUMBER TO PARTITION-EXTENSION-NR.
           INSPECT RECOVERY-FILE-NAMES
               REPLACING ALL '.DAT' BY PARTITION-EXTENSION.
           INSPECT TRIM-FILE-NAMES
               REPLACING ALL '.DAT' BY PARTITION-EXTENSION.
           DISPLAY 'RECOVERING PARTITION ' PARTITION-NUMBER.

       0150-READ-CHECKPOINT.
           MOVE 'N' TO CHECKPOINT-ON-HAND-SWITCH.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO CHECKPOINT-ON-HAND-SWITCH
               END-READ
               CLOSE CHECKPOINT-FILE.

       0200-MAIN-LOOP.
           DISPLAY '(S)HOW, (R)ESTART FROM CHECKPOINT, (B)ACK OUT '
               'THE RUN?'.
           ACCEPT OPERATOR-CHOICE.
           EVALUATE OPERATOR-CHOICE
               WHEN 'S'
               WHEN 's'
                   PERFORM 0300-SHOW-CHECKPOINT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0400-RESTART-FROM-CHECKPOINT
               WHEN 'B'
               WHEN 'b'
                   PERFORM 0500-BACK-OUT-THE-RUN
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER S, R, OR B'
           END-EVALUATE.
           DISPLAY 'ANYTHING ELSE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

       0300-SHOW-CHECKPOINT.
           DISPLAY 'RUN DATE:            ' CKPT-RUN-DATE.
           EVALUATE TRUE
               WHEN CKPT-RUN-ACTIVE
                   DISPLAY 'STATUS:              *DID NOT COMPLETE*'
               WHEN CKPT-RESTART-READY
                   DISPLAY 'STATUS:              READY TO RESTART'
               WHEN CKPT-RUN-COMPLETE
                   DISPLAY 'STATUS:              COMPLETE'
               WHEN CKPT-RUN-BACKED-OUT
                   DISPLAY 'STATUS:              BACKED OUT'
               WHEN OTHER
                   DISPLAY 'STATUS:              UNKNOWN ('
                       CKPT-RUN-STATUS ')'
           END-EVALUATE.
           DISPLAY 'LAST CHECKPOINT:     ' CKPT-NUMBER.
           IF CKPT-LAST-ACCOUNT-NR = LOW-VALUES
               DISPLAY 'LAST ACCOUNT DONE:   (NONE)'
           ELSE
               DISPLAY 'LAST ACCOUNT DONE:   ' CKPT-LAST-ACCOUNT-NR.
           DISPLAY 'PAYMENTS CONSUMED:   ' CKPT-PAYMENTS-CONSUMED.
           DISPLAY 'JOURNAL RECORDS:     ' CKPT-JOURNAL-COUNT.
           DISPLAY 'MASTERS REWRITTEN:   ' CKPT-MASTERS-OUT.

      *  The restart: prove every output still holds at least what
      *  the checkpoint says, then roll the master and history back
      *  to the checkpoint, cut the outputs back, and mark the run
      *  ready.  The status goes to 'R' last, so a failure part-way
      *  through simply leaves the run active for another attempt.
       0400-RESTART-FROM-CHECKPOINT.
           IF NOT CKPT-RUN-ACTIVE AND NOT CKPT-RESTART-READY
               DISPLAY 'THIS RUN NEEDS NO RECOVERY'
               EXIT PARAGRAPH.
           IF CKPT-RESTART-READY
               DISPLAY 'THE RUN IS ALREADY READY TO RESTART'
               EXIT PARAGRAPH.
           PERFORM 0410-LOAD-TRIM-COUNTS.
           PERFORM 0420-CHECK-OUTPUT-LENGTHS.
           IF FILES-ARE-SHORT
               DISPLAY 'RESTART REFUSED -- BACK THE RUN OUT INSTEAD'
               EXIT PARAGRAPH.
           DISPLAY 'ROLL THE MASTER BACK TO CHECKPOINT ' CKPT-NUMBER
               '? (Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND NOT = 'y'
               DISPLAY 'NOTHING CHANGED'
               EXIT PARAGRAPH.
           MOVE CKPT-JOURNAL-COUNT TO RESTORE-FROM-SEQUENCE.
           PERFORM 0600-RESTORE-FROM-JOURNAL.
           PERFORM VARYING TRIM-SUB FROM 1 BY 1
               UNTIL TRIM-SUB > 8
               MOVE TRIM-TBL-NAME (TRIM-SUB) TO TRIM-FILE-NAME
               MOVE TRIM-TBL-COUNT (TRIM-SUB) TO TRIM-KEEP-COUNT
               PERFORM 0700-TRIM-ONE-FILE
           END-PERFORM.
           MOVE BILLJRNL-FILE-NAME TO TRIM-FILE-NAME.
           MOVE CKPT-JOURNAL-COUNT TO TRIM-KEEP-COUNT.
           PERFORM 0700-TRIM-ONE-FILE.
           MOVE 'R' TO CKPT-RUN-STATUS.
           PERFORM 0800-WRITE-CHECKPOINT.
           DISPLAY MASTERS-RESTORED-COUNT ' MASTERS ROLLED BACK, '
               HISTORY-DELETED-COUNT ' HISTORY RECORDS REMOVED'.
           DISPLAY ITEMS-RESTORED-COUNT ' OPEN ITEMS PUT BACK'.
           DISPLAY 'RUN BILLUPDT AGAIN TO FINISH THE NIGHT'.

       0410-LOAD-TRIM-COUNTS.
           MOVE CKPT-OVERDUE-LINES TO TRIM-TBL-COUNT (1).
           MOVE CKPT-SUSPENSE-LINES TO TRIM-TBL-COUNT (2).
           MOVE CKPT-REFUND-LINES TO TRIM-TBL-COUNT (3).
           MOVE CKPT-CREDIT-LINES TO TRIM-TBL-COUNT (4).
           MOVE CKPT-PLAN-LINES TO TRIM-TBL-COUNT (5).
           MOVE CKPT-GL-LINES TO TRIM-TBL-COUNT (6).
           MOVE CKPT-WRITEOFF-LINES TO TRIM-TBL-COUNT (7).
           MOVE CKPT-WAIVER-LINES TO TRIM-TBL-COUNT (8).

       0420-CHECK-OUTPUT-LENGTHS.
           MOVE 'N' TO FILES-SHORT-SWITCH.
           PERFORM VARYING TRIM-SUB FROM 1 BY 1
               UNTIL TRIM-SUB > 8
               MOVE TRIM-TBL-NAME (TRIM-SUB) TO TRIM-FILE-NAME
               MOVE TRIM-TBL-COUNT (TRIM-SUB) TO TRIM-KEEP-COUNT
               PERFORM 0430-COUNT-ONE-FILE
           END-PERFORM.
           MOVE BILLJRNL-FILE-NAME TO TRIM-FILE-NAME.
           MOVE CKPT-JOURNAL-COUNT TO TRIM-KEEP-COUNT.
           PERFORM 0430-COUNT-ONE-FILE.

       0430-COUNT-ONE-FILE.
           MOVE ZERO TO TRIM-READ-COUNT.
           MOVE 'N' TO TRIM-EOF-STATUS.
           OPEN INPUT TRIM-TARGET-FILE.
           IF TRIM-STATUS NOT = '00'
               MOVE 'Y' TO TRIM-EOF-STATUS.
           PERFORM UNTIL TRIM-END
                      OR TRIM-READ-COUNT >= TRIM-KEEP-COUNT
               READ TRIM-TARGET-FILE
                   AT END
                       MOVE 'Y' TO TRIM-EOF-STATUS
                   NOT AT END
                       ADD 1 TO TRIM-READ-COUNT
               END-READ
           END-PERFORM.
           IF TRIM-STATUS = '00' OR TRIM-STATUS = '10'
               CLOSE TRIM-TARGET-FILE.
           IF TRIM-READ-COUNT < TRIM-KEEP-COUNT
               MOVE 'Y' TO FILES-SHORT-SWITCH
               DISPLAY TRIM-FILE-NAME ' HOLDS ' TRIM-READ-COUNT
                   ' RECORDS, CHECKPOINT SAYS ' TRIM-KEEP-COUNT.

      *  The back-out: every image from the start of the journal, so
      *  the master goes back to exactly what it was before the run.
      *  The outputs are not touched -- the next BILLUPDT run starts
      *  them all afresh.
       0500-BACK-OUT-THE-RUN.
           IF NOT CKPT-RUN-ACTIVE AND NOT CKPT-RESTART-READY
               DISPLAY 'THIS RUN NEEDS NO RECOVERY'
               EXIT PARAGRAPH.
           DISPLAY 'BACK OUT THE WHOLE RUN OF ' CKPT-RUN-DATE
               '? (Y/N)'.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND NOT = 'y'
               DISPLAY 'NOTHING CHANGED'
               EXIT PARAGRAPH.
           MOVE ZERO TO RESTORE-FROM-SEQUENCE.
           PERFORM 0600-RESTORE-FROM-JOURNAL.
           MOVE 'B' TO CKPT-RUN-STATUS.
           PERFORM 0800-WRITE-CHECKPOINT.
           DISPLAY MASTERS-RESTORED-COUNT ' MASTERS RESTORED, '
               HISTORY-DELETED-COUNT ' HISTORY RECORDS REMOVED'.
           DISPLAY ITEMS-RESTORED-COUNT ' OPEN ITEMS PUT BACK'.
           DISPLAY 'THE MASTER IS BACK AS IT WAS BEFORE THE RUN'.

      *  Pass one loads each account's first image after the restore
      *  point into the keyed work file and deletes the history the
      *  run added after it; pass two writes the images back over
      *  the master.  An account the run could only have added is
      *  written back rather than rewritten.  Open items are loaded
      *  and put back alongside.
       0600-RESTORE-FROM-JOURNAL.
           MOVE ZERO TO IMAGES-LOADED-COUNT
                        MASTERS-RESTORED-COUNT
                        HISTORY-DELETED-COUNT
                        ITEMS-RESTORED-COUNT.
           OPEN OUTPUT RESTORE-WORK-FILE
                       ITEM-RESTORE-FILE.
           OPEN I-O PAYMENT-HISTORY-FILE.
           MOVE 'N' TO JOURNAL-EOF-STATUS.
           OPEN INPUT BEFORE-IMAGE-JOURNAL.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'NO BEFORE-IMAGE JOURNAL ON FILE'
               MOVE 'Y' TO JOURNAL-EOF-STATUS.
           PERFORM UNTIL JOURNAL-END
               READ BEFORE-IMAGE-JOURNAL
                   AT END
                       MOVE 'Y' TO JOURNAL-EOF-STATUS
                   NOT AT END
                       IF JRNL-SEQUENCE > RESTORE-FROM-SEQUENCE
                           PERFORM 0610-APPLY-JOURNAL-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF JOURNAL-STATUS = '00' OR JOURNAL-STATUS = '10'
               CLOSE BEFORE-IMAGE-JOURNAL.
           CLOSE PAYMENT-HISTORY-FILE
                 RESTORE-WORK-FILE
                 ITEM-RESTORE-FILE.
           PERFORM 0630-PUT-OPEN-ITEMS-BACK.
           OPEN I-O BILLING-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN BILLMSTR.DAT, STATUS '
                   MASTER-STATUS
               EXIT PARAGRAPH.
           OPEN INPUT RESTORE-WORK-FILE.
           MOVE 'N' TO RESTORE-EOF-STATUS.
           PERFORM UNTIL RESTORE-END
               READ RESTORE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RESTORE-EOF-STATUS
                   NOT AT END
                       PERFORM 0620-PUT-MASTER-BACK
               END-READ
           END-PERFORM.
           CLOSE RESTORE-WORK-FILE
                 BILLING-MASTER-FILE.

       0610-APPLY-JOURNAL-RECORD.
           IF JRNL-IS-MASTER-IMAGE
               MOVE JRNL-IMAGE TO RESTORE-WORK-RECORD
               WRITE RESTORE-WORK-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO IMAGES-LOADED-COUNT
               END-WRITE
           ELSE
           IF JRNL-IS-HISTORY-ADD
               MOVE JRNL-IMAGE (1:19) TO PHIST-KEY
               DELETE PAYMENT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-DELETED-COUNT
               END-DELETE
           ELSE
           IF JRNL-IS-ITEM-IMAGE
               MOVE JRNL-IMAGE TO IRST-IMAGE
               MOVE 'R' TO IRST-ACTION
               WRITE ITEM-RESTORE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
           IF JRNL-IS-ITEM-ADD
               MOVE JRNL-IMAGE TO IRST-IMAGE
               MOVE 'D' TO IRST-ACTION
               WRITE ITEM-RESTORE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.

       0620-PUT-MASTER-BACK.
           MOVE RESTORE-WORK-RECORD TO MASTER-RECORD.
           REWRITE MASTER-RECORD
               INVALID KEY
                   WRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'COULD NOT RESTORE ACCOUNT '
                               MSTR-ACCOUNT-NR
                   END-WRITE
           END-REWRITE.
           ADD 1 TO MASTERS-RESTORED-COUNT.

      *  An item whose first journal entry is its addition did not
      *  exist before the restore point and is deleted; any other
      *  item gets the image it had then.
       0630-PUT-OPEN-ITEMS-BACK.
           OPEN I-O OPEN-ITEM-FILE.
           IF OPENITEM-STATUS NOT = '00'
               EXIT PARAGRAPH.
           OPEN INPUT ITEM-RESTORE-FILE.
           MOVE 'N' TO RESTORE-EOF-STATUS.
           PERFORM UNTIL RESTORE-END
               READ ITEM-RESTORE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RESTORE-EOF-STATUS
                   NOT AT END
                       PERFORM 0635-PUT-ONE-ITEM-BACK
               END-READ
           END-PERFORM.
           CLOSE ITEM-RESTORE-FILE
                 OPEN-ITEM-FILE.

       0635-PUT-ONE-ITEM-BACK.
           IF IRST-DELETE
               MOVE IRST-KEY TO OPEN-KEY
               DELETE OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE IRST-IMAGE TO OPEN-ITEM-RECORD
               REWRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       WRITE OPEN-ITEM-RECORD
                           INVALID KEY
                               DISPLAY 'COULD NOT RESTORE OPEN ITEM '
                                   OPEN-KEY
                       END-WRITE
               END-REWRITE.
           ADD 1 TO ITEMS-RESTORED-COUNT.

      *  Keep the first TRIM-KEEP-COUNT records of TRIM-FILE-NAME:
      *  copy them aside to BILLTRIM.DAT, then copy them back over
      *  the original.
       0700-TRIM-ONE-FILE.
           MOVE ZERO TO TRIM-READ-COUNT
                        TRIM-COPIED-COUNT.
           MOVE 'N' TO TRIM-EOF-STATUS.
           OPEN INPUT TRIM-TARGET-FILE.
           IF TRIM-STATUS NOT = '00'
               EXIT PARAGRAPH.
           OPEN OUTPUT TRIM-WORK-FILE.
           PERFORM UNTIL TRIM-END
                      OR TRIM-READ-COUNT >= TRIM-KEEP-COUNT
               READ TRIM-TARGET-FILE
                   AT END
                       MOVE 'Y' TO TRIM-EOF-STATUS
                   NOT AT END
                       ADD 1 TO TRIM-READ-COUNT
                       WRITE TRIM-WORK-RECORD FROM TRIM-TARGET-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRIM-TARGET-FILE
                 TRIM-WORK-FILE.
           OPEN INPUT TRIM-WORK-FILE.
           OPEN OUTPUT TRIM-TARGET-FILE.
           MOVE 'N' TO TRIM-EOF-STATUS.
           PERFORM UNTIL TRIM-END
               READ TRIM-WORK-FILE
                   AT END
                       MOVE 'Y' TO TRIM-EOF-STATUS
                   NOT AT END
                       ADD 1 TO TRIM-COPIED-COUNT
                       WRITE TRIM-TARGET-RECORD FROM TRIM-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRIM-WORK-FILE
                 TRIM-TARGET-FILE.
           DISPLAY TRIM-FILE-NAME ' CUT BACK TO '
               TRIM-COPIED-COUNT ' RECORDS'.

       0800-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
