      *                     last-paid date off the billing master
      *      COLLSUPV.DAT   supervisor roll-up of each collector's
      *                     portfolio by bucket
      *      ASGNHIST.DAT   assignment history, appended: one record
      *                     dated tonight for each account newly
      *                     assigned, moved to another collector, or
      *                     moved to another age bucket, and one with
      *                     a blank collector for each account on
      *                     INPASGN.DAT no longer assigned -- COLLPERF
      *                     reads it to credit payments and roll-rate
      *                     to the collector who held the account
      *
      *  OUTASGN.DAT carries tonight's age bucket after the collector
      *  so the next run can tell a bucket move from a standstill.
      *
      *  Accounts whose promise to pay was broken last night
      *  (PROMBRKN.DAT, written by PROMCHK) float to the top of
      *  assignments still under capacity; when everyone is full the
      *  least-loaded collector takes the overflow anyway, because
      *  an unworked account is worse than a long worklist.
      *
      *  An account out with a collection agency (placement flag on
      *  the billing master, set by AGYPLACE) is the agency's to
      *  work and is not assigned to anyone here.  Neither is an
      *  account under a legal hold (bankruptcy, deceased, or
      *  litigation, maintained by LEGALMNT) -- nobody calls it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                             PRIOR-ASGN-STATUS.
           SELECT NEW-ASSIGNMENTS        ASSIGN TO "OUTASGN.DAT"
                                         LINE SEQUENTIAL.
           SELECT ASSIGNMENT-HISTORY     ASSIGN TO "ASGNHIST.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             ASGN-HIST-STATUS.
           SELECT COLLECTOR-WORKLIST     ASSIGN TO "COLLWORK.DAT"
                                         LINE SEQUENTIAL.
           SELECT SUPERVISOR-ROLLUP      ASSIGN TO "COLLSUPV.DAT"
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  FILLER                  PIC X(55).
           05  MSTR-PLACEMENT-FLAG     PIC X.
               88  ACCOUNT-PLACED       VALUE 'P'.
           05  MSTR-LEGAL-STATUS       PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

       FD  COLLECTOR-MASTER.
       01  COLLECTOR-MASTER-RECORD.
       01  PRIOR-ASSIGNMENT-RECORD.
           05  PASGN-ACCOUNT-NR        PIC X(8).
           05  PASGN-COLLECTOR-ID      PIC X(4).
           05  PASGN-BUCKET-NR         PIC X.

       FD  NEW-ASSIGNMENTS.
       01  NEW-ASSIGNMENT-RECORD.
           05  NASGN-ACCOUNT-NR        PIC X(8).
           05  NASGN-COLLECTOR-ID      PIC X(4).
           05  NASGN-BUCKET-NR         PIC 9.

       FD  ASSIGNMENT-HISTORY.
       01  ASSIGNMENT-HISTORY-RECORD.
           05  AHST-CHANGE-DATE        PIC 9(8).
           05  AHST-ACCOUNT-NR         PIC X(8).
           05  AHST-COLLECTOR-ID       PIC X(4).
           05  AHST-BUCKET-NR          PIC 9.

       FD  COLLECTOR-WORKLIST.
       01  WORKLIST-LINE               PIC X(80).
       01  BROKEN-FILE-STATUS          PIC XX.
       01  BROKEN-EOF-STATUS           PIC X VALUE 'N'.
           88  BROKEN-END              VALUE 'Y'.
       01  ASGN-HIST-STATUS            PIC XX.
       01  NR-HISTORY-WRITTEN          PIC 9(5) VALUE ZERO.
       01  PRIOR-FOUND-SUB             PIC 9(4).
       01  NR-BROKEN-ACCOUNTS          PIC 9(4) VALUE ZERO.
       01  NR-PLACED-SKIPPED           PIC 9(5) VALUE ZERO.
       01  NR-LEGAL-SKIPPED            PIC 9(5) VALUE ZERO.
       01  MASTER-MATCH-SWITCH         PIC X.
           88  MASTER-MATCHED          VALUE 'Y'.
       01  BROKEN-SUB                  PIC 9(4).
       01  BROKEN-ACCOUNT-TABLE.
           05  BROKEN-TABLE-ENTRY OCCURS 500 TIMES.
           05  PRIOR-ENTRY OCCURS 2000 TIMES.
               10  PTBL-ACCOUNT-NR     PIC X(8).
               10  PTBL-COLLECTOR-ID   PIC X(4).
               10  PTBL-BUCKET-NR      PIC X.
               10  PTBL-SEEN-FLAG      PIC X.

       01  NR-WORK-ITEMS               PIC 9(4) VALUE ZERO.
       01  WORK-SUB                    PIC 9(4).
                OUTPUT NEW-ASSIGNMENTS
                       COLLECTOR-WORKLIST
                       SUPERVISOR-ROLLUP.
           OPEN EXTEND ASSIGNMENT-HISTORY.
           IF ASGN-HIST-STATUS NOT = '00'
               OPEN OUTPUT ASSIGNMENT-HISTORY.
           PERFORM 0800-READ-OVERDUE-RECORD.
           PERFORM 0820-READ-MASTER-RECORD.
           PERFORM 0200-ASSIGN-OVERDUE-ACCOUNT
               UNTIL OVERDUE-END.
           PERFORM 0450-RECORD-RELEASES.
           PERFORM 0600-PRINT-WORKLISTS.
           PERFORM 0700-PRINT-SUPERVISOR-ROLLUP.
           IF NR-PLACED-SKIPPED > ZERO
               DISPLAY 'COLLASGN: ' NR-PLACED-SKIPPED
                   ' ACCOUNTS AT AGENCY, NOT ASSIGNED'.
           IF NR-LEGAL-SKIPPED > ZERO
               DISPLAY 'COLLASGN: ' NR-LEGAL-SKIPPED
                   ' ACCOUNTS UNDER LEGAL HOLD, NOT ASSIGNED'.
           DISPLAY 'COLLASGN: ' NR-HISTORY-WRITTEN
               ' ASSIGNMENT CHANGES TO ASGNHIST.DAT'.
           CLOSE PAYMENT-OVERDUE-REPORT
                 BILLING-MASTER
                 NEW-ASSIGNMENTS
                 ASSIGNMENT-HISTORY
                 COLLECTOR-WORKLIST
                 SUPERVISOR-ROLLUP.
           MOVE 'E' TO RUNLOG-FUNCTION.
                               MOVE PASGN-COLLECTOR-ID
                                   TO PTBL-COLLECTOR-ID
                                       (NR-PRIOR-ASSIGNMENTS)
                               MOVE PASGN-BUCKET-NR TO PTBL-BUCKET-NR
                                   (NR-PRIOR-ASSIGNMENTS)
                               MOVE 'N' TO PTBL-SEEN-FLAG
                                   (NR-PRIOR-ASSIGNMENTS)
                           END-IF
                   END-READ
               END-PERFORM
           IF OVRDUE-ACCOUNT-NR = SPACES OR OVRDUE-IS-NSF
               PERFORM 0800-READ-OVERDUE-RECORD
           ELSE
               PERFORM 0340-POSITION-MASTER
               IF MASTER-MATCHED AND ACCOUNT-ON-LEGAL-HOLD
                   ADD 1 TO NR-LEGAL-SKIPPED
               ELSE
               IF MASTER-MATCHED AND ACCOUNT-PLACED
                   ADD 1 TO NR-PLACED-SKIPPED
               ELSE
                   PERFORM 0250-WORK-UP-ONE-ACCOUNT
               END-IF
               END-IF
               PERFORM 0800-READ-OVERDUE-RECORD.

       0250-WORK-UP-ONE-ACCOUNT.
           MOVE SPACES TO NEW-ASSIGNMENT-RECORD.
           MOVE OVRDUE-ACCOUNT-NR TO NASGN-ACCOUNT-NR.
           MOVE CTBL-ID (PICKED-COLL-SUB) TO NASGN-COLLECTOR-ID.
           MOVE BUCKET-NR TO NASGN-BUCKET-NR.
           WRITE NEW-ASSIGNMENT-RECORD.
           PERFORM 0400-RECORD-ASSIGNMENT-CHANGE.

      *  Prior assignment wins as long as that collector is still on
      *  the master; otherwise the least-loaded collector under
      *  OVERDUE.DAT is written in billing-master order, so the
      *  master can be walked forward alongside it without ever
      *  rewinding.
       0340-POSITION-MASTER.
           MOVE 'N' TO MASTER-MATCH-SWITCH.
           PERFORM UNTIL MASTER-END
                      OR MSTR-ACCOUNT-NR >= OVRDUE-ACCOUNT-NR
               PERFORM 0820-READ-MASTER-RECORD
           END-PERFORM.
           IF NOT MASTER-END
             AND MSTR-ACCOUNT-NR = OVRDUE-ACCOUNT-NR
               MOVE 'Y' TO MASTER-MATCH-SWITCH.

       0350-FIND-LAST-PAID-DATE.
           MOVE ZERO TO WITM-LAST-PAID-DATE (NR-WORK-ITEMS).
           IF MASTER-MATCHED
               MOVE MSTR-LAST-PAID-DATE
                   TO WITM-LAST-PAID-DATE (NR-WORK-ITEMS).

      *  Two passes per collector: broken-promise accounts first,
      *  then the rest of the list.
      *  Only a change goes to the history: an account with no prior
      *  assignment, or whose collector or bucket differs from last
      *  night's.  A prior record written before the bucket was kept
      *  on INPASGN.DAT has a blank bucket and so always counts.
       0400-RECORD-ASSIGNMENT-CHANGE.
           MOVE ZERO TO PRIOR-FOUND-SUB.
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > NR-PRIOR-ASSIGNMENTS
                  OR PRIOR-FOUND-SUB > ZERO
               IF PTBL-ACCOUNT-NR (PRIOR-SUB) = OVRDUE-ACCOUNT-NR
                   MOVE PRIOR-SUB TO PRIOR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF PRIOR-FOUND-SUB > ZERO
               MOVE 'Y' TO PTBL-SEEN-FLAG (PRIOR-FOUND-SUB)
               IF PTBL-COLLECTOR-ID (PRIOR-FOUND-SUB) =
                       NASGN-COLLECTOR-ID
                 AND PTBL-BUCKET-NR (PRIOR-FOUND-SUB) =
                       NASGN-BUCKET-NR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CURRENT-DATE-INTEGER TO AHST-CHANGE-DATE.
           MOVE NASGN-ACCOUNT-NR TO AHST-ACCOUNT-NR.
           MOVE NASGN-COLLECTOR-ID TO AHST-COLLECTOR-ID.
           MOVE NASGN-BUCKET-NR TO AHST-BUCKET-NR.
           WRITE ASSIGNMENT-HISTORY-RECORD.
           ADD 1 TO NR-HISTORY-WRITTEN.

      *  A prior assignment nobody picked up tonight -- paid up,
      *  placed, or on legal hold -- is released.
       0450-RECORD-RELEASES.
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > NR-PRIOR-ASSIGNMENTS
               IF PTBL-SEEN-FLAG (PRIOR-SUB) NOT = 'Y'
                 AND PTBL-COLLECTOR-ID (PRIOR-SUB) NOT = SPACES
                   MOVE CURRENT-DATE-INTEGER TO AHST-CHANGE-DATE
                   MOVE PTBL-ACCOUNT-NR (PRIOR-SUB) TO AHST-ACCOUNT-NR
                   MOVE SPACES TO AHST-COLLECTOR-ID
                   MOVE ZERO TO AHST-BUCKET-NR
                   WRITE ASSIGNMENT-HISTORY-RECORD
                   ADD 1 TO NR-HISTORY-WRITTEN
                   MOVE 'Y' TO PTBL-SEEN-FLAG (PRIOR-SUB)
               END-IF
           END-PERFORM.

       0600-PRINT-WORKLISTS.
           PERFORM VARYING COLL-SUB FROM 1 BY 1
               UNTIL COLL-SUB > NR-COLLECTORS
