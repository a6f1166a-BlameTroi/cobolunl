       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Collperf.

      *  Monthly collector productivity and recovery report, for the
      *  supervisors who get COLLSUPV.DAT.  Run on the last business
      *  day of the month (or with RUNDATE.DAT set to any day of an
      *  earlier month to reprint it); for each collector on
      *  COLLMSTR.DAT, COLLPERF.DAT shows:
      *
      *    - accounts worked -- every account the collector held at
      *      any time in the month, from the assignment history
      *      COLLASGN appends to ASGNHIST.DAT;
      *    - dollars recovered -- each payment posted to PAYHIST.DAT
      *      in the month is credited to the collector who held the
      *      account the night before it posted, and each reversal
      *      or NSF item is charged back the same way -- and dollars
      *      recovered per account worked;
      *    - promises taken in the month, and kept and broken in the
      *      month, off PROMISE.DAT by the collector who took them;
      *    - roll-rate -- accounts that moved to a worse age bucket
      *      (the AGERPT buckets COLLASGN assigns by) while the
      *      collector held them, as a count and as a percent of
      *      accounts worked.
      *
      *  A team total closes the figures, followed by a ranking of
      *  the collectors by dollars recovered.  Payments on accounts
      *  nobody held are shown under the total so the report foots
      *  to PAYHIST.DAT.  A collector id in the history or on a
      *  promise that is no longer on the master prints under '????';
      *  promises customers record themselves (collector 'WEB ') are
      *  nobody's work and are left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTOR-MASTER     ASSIGN TO "COLLMSTR.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           COLLECTOR-STATUS.
           SELECT ASSIGNMENT-HISTORY   ASSIGN TO "ASGNHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           ASGN-HIST-STATUS.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIST-KEY
                                       FILE STATUS IS
                                           PAY-HIST-STATUS.
           SELECT PROMISE-FILE         ASSIGN TO "PROMISE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PROMISE-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT PERFORMANCE-REPORT   ASSIGN TO "COLLPERF.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTOR-MASTER.
       01  COLLECTOR-MASTER-RECORD.
           05  COLL-ID                 PIC X(4).
           05  COLL-NAME               PIC X(20).
           05  COLL-CAPACITY           PIC 9(4).

       FD  ASSIGNMENT-HISTORY.
       01  ASSIGNMENT-HISTORY-RECORD.
           05  AHST-CHANGE-DATE        PIC 9(8).
           05  AHST-ACCOUNT-NR         PIC X(8).
           05  AHST-COLLECTOR-ID       PIC X(4).
           05  AHST-BUCKET-NR          PIC 9.

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHIST-KEY.
               10  PHIST-ACCOUNT-NR    PIC X(8).
               10  PHIST-POSTED-DATE   PIC 9(8).
               10  PHIST-POSTING-SEQ   PIC 9(3).
           05  PHIST-TRANS-TYPE        PIC X.
               88  PHIST-IS-PAYMENT     VALUE 'P'.
               88  PHIST-IS-REVERSAL    VALUE 'R'.
               88  PHIST-IS-NSF         VALUE 'N'.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PROM-ACCOUNT-NR         PIC X(8).
           05  PROM-AMOUNT             PIC 9(7)V99.
           05  PROM-PROMISE-DATE       PIC 9(8).
           05  PROM-COLLECTOR-ID       PIC X(4).
           05  PROM-STATUS             PIC X.
               88  PROMISE-WAS-KEPT     VALUE 'K'.
               88  PROMISE-WAS-BROKEN   VALUE 'B'.
           05  PROM-SETTLED-DATE       PIC 9(8).
           05  PROM-TAKEN-DATE         PIC 9(8).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  PERFORMANCE-REPORT.
       01  PERFORMANCE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  COLLECTOR-STATUS            PIC XX.
       01  ASGN-HIST-STATUS            PIC XX.
       01  PAY-HIST-STATUS             PIC XX.
       01  PROMISE-STATUS              PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  COLLECTOR-EOF-STATUS        PIC X VALUE 'N'.
           88  COLLECTOR-END           VALUE 'Y'.
       01  ASGN-HIST-EOF-STATUS        PIC X VALUE 'N'.
           88  ASGN-HIST-END           VALUE 'Y'.
       01  PAY-HIST-EOF-STATUS         PIC X VALUE 'N'.
           88  PAY-HIST-END            VALUE 'Y'.
       01  PROMISE-EOF-STATUS          PIC X VALUE 'N'.
           88  PROMISE-END             VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  REPORT-MONTH            PIC 9(6).
           05  FILLER                  PIC 99.
       01  LOOKUP-COLLECTOR-ID         PIC X(4).
       01  HOLDER-COLLECTOR-ID         PIC X(4).
       01  ROLL-PCT                    PIC 999V9.
       01  PER-ACCOUNT-AMOUNT          PIC S9(9)V99.
       01  HISTORY-OVERFLOW-COUNT      PIC 9(5) VALUE ZERO.
       01  UNASSIGNED-RECOVERED        PIC S9(9)V99 VALUE ZERO.

       01  NR-COLLECTORS               PIC 99 VALUE ZERO.
       01  COLL-SUB                    PIC 99.
       01  COLL-FOUND-SUB              PIC 99.
       01  BEST-COLL-SUB               PIC 99.
       01  RANK-NR                     PIC 99.
       01  COLLECTOR-TABLE-AREA.
           05  COLLECTOR-ENTRY OCCURS 21 TIMES.
               10  CTBL-ID             PIC X(4).
               10  CTBL-NAME           PIC X(20).
               10  CTBL-ACCOUNTS-WORKED
                                       PIC 9(5).
               10  CTBL-RECOVERED      PIC S9(9)V99.
               10  CTBL-PROMISES-TAKEN PIC 9(5).
               10  CTBL-PROMISES-KEPT  PIC 9(5).
               10  CTBL-PROMISES-BROKEN
                                       PIC 9(5).
               10  CTBL-ROLLED-COUNT   PIC 9(5).
               10  CTBL-RANKED-FLAG    PIC X.

      *  The assignment history as it stood at the start of the
      *  month -- one entry per account, its latest change before
      *  the first -- followed by every change dated in the month,
      *  in the order COLLASGN wrote them.
       01  NR-HISTORY-ENTRIES          PIC 9(4) VALUE ZERO.
       01  HIST-SUB                    PIC 9(4).
       01  EARLIER-SUB                 PIC 9(4).
       01  HIST-FOUND-SUB              PIC 9(4).
       01  HISTORY-TABLE-AREA.
           05  HISTORY-ENTRY OCCURS 5000 TIMES.
               10  HTBL-CHANGE-DATE    PIC 9(8).
               10  HTBL-ACCOUNT-NR     PIC X(8).
               10  HTBL-COLLECTOR-ID   PIC X(4).
               10  HTBL-BUCKET-NR      PIC 9.
               10  HTBL-ROLLED-BY      PIC X(4).

       01  TEAM-TOTALS.
           05  TEAM-ACCOUNTS-WORKED    PIC 9(5) VALUE ZERO.
           05  TEAM-RECOVERED          PIC S9(9)V99 VALUE ZERO.
           05  TEAM-PROMISES-TAKEN     PIC 9(5) VALUE ZERO.
           05  TEAM-PROMISES-KEPT      PIC 9(5) VALUE ZERO.
           05  TEAM-PROMISES-BROKEN    PIC 9(5) VALUE ZERO.
           05  TEAM-ROLLED-COUNT       PIC 9(5) VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(45) VALUE
               'COLLECTOR PRODUCTIVITY AND RECOVERY -- MONTH '.
           05  RPH-MONTH               PIC 9(6).
       01  REPORT-COLUMN-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               '                        ACCTS        DOL'.
           05  FILLER                  PIC X(40) VALUE
               'LARS    DOLLARS ---PROMISES--- -ROLLED- '.
       01  REPORT-COLUMN-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'COLL NAME              WORKED      RECOV'.
           05  FILLER                  PIC X(40) VALUE
               'ERED   PER ACCT TAKN KEPT BRKN ACCT  PCT'.
       01  REPORT-FIGURE-LINE.
           05  RPF-COLLECTOR-ID        PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-COLLECTOR-NAME      PIC X(17).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-ACCOUNTS-WORKED     PIC ZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-RECOVERED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  RPF-PER-ACCOUNT         PIC ZZZ,ZZ9.99-.
           05  RPF-PROMISES-TAKEN      PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-PROMISES-KEPT       PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-PROMISES-BROKEN     PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPF-ROLLED-COUNT        PIC ZZZ9.
           05  RPF-ROLL-PCT            PIC ZZ9.9.
       01  REPORT-UNASSIGNED-LINE.
           05  FILLER                  PIC X(31) VALUE
               'NET PAYMENTS, ACCOUNTS NOT HELD'.
           05  RPU-RECOVERED           PIC ZZZ,ZZZ,ZZ9.99-.
       01  REPORT-RANKING-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'RANKING BY DOLLARS RECOVERED'.
       01  REPORT-RANKING-LINE.
           05  RPR-RANK                PIC Z9.
           05  FILLER                  PIC XX VALUE '. '.
           05  RPR-COLLECTOR-ID        PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPR-COLLECTOR-NAME      PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPR-RECOVERED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPR-PER-ACCOUNT         PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(9) VALUE ' PER ACCT'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0100-LOAD-COLLECTOR-MASTER.
           PERFORM 0200-LOAD-ASSIGNMENT-HISTORY.
           PERFORM 0300-COUNT-ACCOUNTS-AND-ROLLS.
           PERFORM 0400-CREDIT-PAYMENTS.
           PERFORM 0450-COUNT-PROMISES.
           OPEN OUTPUT PERFORMANCE-REPORT.
           MOVE REPORT-MONTH TO RPH-MONTH.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-COLUMN-HEADING-1.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-COLUMN-HEADING-2.
           PERFORM VARYING COLL-SUB FROM 1 BY 1
               UNTIL COLL-SUB > NR-COLLECTORS
               PERFORM 0600-PRINT-ONE-COLLECTOR
           END-PERFORM.
           PERFORM 0700-PRINT-TEAM-TOTAL.
           PERFORM 0750-PRINT-RANKING.
           CLOSE PERFORMANCE-REPORT.
           IF HISTORY-OVERFLOW-COUNT > ZERO
               DISPLAY 'COLLPERF: HISTORY TABLE FULL, '
                   HISTORY-OVERFLOW-COUNT ' CHANGES NOT COUNTED'.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.

      *  The last table slot is held back for the '????' line.
       0100-LOAD-COLLECTOR-MASTER.
           OPEN INPUT COLLECTOR-MASTER.
           IF COLLECTOR-STATUS NOT = '00'
               MOVE 'Y' TO COLLECTOR-EOF-STATUS.
           PERFORM UNTIL COLLECTOR-END
               READ COLLECTOR-MASTER
                   AT END
                       MOVE 'Y' TO COLLECTOR-EOF-STATUS
                   NOT AT END
                       IF NR-COLLECTORS < 20 AND COLL-ID NOT = SPACES
                           MOVE COLL-ID TO LOOKUP-COLLECTOR-ID
                           PERFORM 0150-ADD-COLLECTOR-ENTRY
                           MOVE COLL-NAME TO CTBL-NAME (NR-COLLECTORS)
                       END-IF
               END-READ
           END-PERFORM.
           IF COLLECTOR-STATUS = '00' OR COLLECTOR-STATUS = '10'
               CLOSE COLLECTOR-MASTER.

       0150-ADD-COLLECTOR-ENTRY.
           ADD 1 TO NR-COLLECTORS.
           MOVE LOOKUP-COLLECTOR-ID TO CTBL-ID (NR-COLLECTORS).
           MOVE SPACES TO CTBL-NAME (NR-COLLECTORS).
           MOVE ZERO TO CTBL-ACCOUNTS-WORKED (NR-COLLECTORS)
                        CTBL-RECOVERED (NR-COLLECTORS)
                        CTBL-PROMISES-TAKEN (NR-COLLECTORS)
                        CTBL-PROMISES-KEPT (NR-COLLECTORS)
                        CTBL-PROMISES-BROKEN (NR-COLLECTORS)
                        CTBL-ROLLED-COUNT (NR-COLLECTORS).
           MOVE 'N' TO CTBL-RANKED-FLAG (NR-COLLECTORS).

      *  ASGNHIST.DAT is appended night by night, so it is already
      *  in date order.  A change before the month replaces the
      *  account's earlier entry; a change in the month is added.
      *  Anything after the month is ignored, so a reprint of an
      *  earlier month comes out the same.
       0200-LOAD-ASSIGNMENT-HISTORY.
           OPEN INPUT ASSIGNMENT-HISTORY.
           IF ASGN-HIST-STATUS NOT = '00'
               MOVE 'Y' TO ASGN-HIST-EOF-STATUS.
           PERFORM UNTIL ASGN-HIST-END
               READ ASSIGNMENT-HISTORY
                   AT END
                       MOVE 'Y' TO ASGN-HIST-EOF-STATUS
                   NOT AT END
                       IF AHST-ACCOUNT-NR NOT = SPACES
                         AND AHST-CHANGE-DATE (1:6) <= REPORT-MONTH
                           PERFORM 0250-ADD-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF ASGN-HIST-STATUS = '00' OR ASGN-HIST-STATUS = '10'
               CLOSE ASSIGNMENT-HISTORY.

       0250-ADD-HISTORY-ENTRY.
           MOVE ZERO TO HIST-FOUND-SUB.
           IF AHST-CHANGE-DATE (1:6) < REPORT-MONTH
               PERFORM VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > NR-HISTORY-ENTRIES
                      OR HIST-FOUND-SUB > ZERO
                   IF HTBL-ACCOUNT-NR (HIST-SUB) = AHST-ACCOUNT-NR
                       MOVE HIST-SUB TO HIST-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF HIST-FOUND-SUB = ZERO
               IF NR-HISTORY-ENTRIES < 5000
                   ADD 1 TO NR-HISTORY-ENTRIES
                   MOVE NR-HISTORY-ENTRIES TO HIST-FOUND-SUB
               ELSE
                   ADD 1 TO HISTORY-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE AHST-CHANGE-DATE TO HTBL-CHANGE-DATE (HIST-FOUND-SUB).
           MOVE AHST-ACCOUNT-NR TO HTBL-ACCOUNT-NR (HIST-FOUND-SUB).
           MOVE AHST-COLLECTOR-ID
               TO HTBL-COLLECTOR-ID (HIST-FOUND-SUB).
           MOVE AHST-BUCKET-NR TO HTBL-BUCKET-NR (HIST-FOUND-SUB).
           MOVE SPACES TO HTBL-ROLLED-BY (HIST-FOUND-SUB).

      *  An account is worked by a collector the first time the pair
      *  turns up in the table.  A change in the month to a worse
      *  bucket is a roll, charged to whoever held the account just
      *  before it -- once per account per collector.
       0300-COUNT-ACCOUNTS-AND-ROLLS.
           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > NR-HISTORY-ENTRIES
               IF HTBL-COLLECTOR-ID (HIST-SUB) NOT = SPACES
                   PERFORM 0320-CHECK-FIRST-HOLDING
               END-IF
               IF HTBL-CHANGE-DATE (HIST-SUB) (1:6) = REPORT-MONTH
                   PERFORM 0340-CHECK-ROLL
               END-IF
           END-PERFORM.

       0320-CHECK-FIRST-HOLDING.
           MOVE ZERO TO HIST-FOUND-SUB.
           PERFORM VARYING EARLIER-SUB FROM 1 BY 1
               UNTIL EARLIER-SUB >= HIST-SUB
                  OR HIST-FOUND-SUB > ZERO
               IF HTBL-ACCOUNT-NR (EARLIER-SUB) =
                       HTBL-ACCOUNT-NR (HIST-SUB)
                 AND HTBL-COLLECTOR-ID (EARLIER-SUB) =
                       HTBL-COLLECTOR-ID (HIST-SUB)
                   MOVE EARLIER-SUB TO HIST-FOUND-SUB
               END-IF
           END-PERFORM.
           IF HIST-FOUND-SUB = ZERO
               MOVE HTBL-COLLECTOR-ID (HIST-SUB)
                   TO LOOKUP-COLLECTOR-ID
               PERFORM 0500-FIND-COLLECTOR
               ADD 1 TO CTBL-ACCOUNTS-WORKED (COLL-FOUND-SUB).

       0340-CHECK-ROLL.
           MOVE ZERO TO HIST-FOUND-SUB.
           PERFORM VARYING EARLIER-SUB FROM 1 BY 1
               UNTIL EARLIER-SUB >= HIST-SUB
               IF HTBL-ACCOUNT-NR (EARLIER-SUB) =
                       HTBL-ACCOUNT-NR (HIST-SUB)
                   MOVE EARLIER-SUB TO HIST-FOUND-SUB
               END-IF
           END-PERFORM.
           IF HIST-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           IF HTBL-COLLECTOR-ID (HIST-FOUND-SUB) = SPACES
             OR HTBL-BUCKET-NR (HIST-FOUND-SUB) = ZERO
             OR HTBL-BUCKET-NR (HIST-SUB) NOT >
                    HTBL-BUCKET-NR (HIST-FOUND-SUB)
               EXIT PARAGRAPH.
           MOVE HTBL-COLLECTOR-ID (HIST-FOUND-SUB)
               TO HTBL-ROLLED-BY (HIST-SUB).
           PERFORM VARYING EARLIER-SUB FROM 1 BY 1
               UNTIL EARLIER-SUB >= HIST-SUB
               IF HTBL-ACCOUNT-NR (EARLIER-SUB) =
                       HTBL-ACCOUNT-NR (HIST-SUB)
                 AND HTBL-ROLLED-BY (EARLIER-SUB) =
                       HTBL-ROLLED-BY (HIST-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE HTBL-ROLLED-BY (HIST-SUB) TO LOOKUP-COLLECTOR-ID.
           PERFORM 0500-FIND-COLLECTOR.
           ADD 1 TO CTBL-ROLLED-COUNT (COLL-FOUND-SUB).

      *  COLLASGN runs at night, so the holder on a posting date is
      *  the one on the latest change dated before it.  Reversals
      *  and NSF items come back off whoever holds the account when
      *  they post.
       0400-CREDIT-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAY-HIST-STATUS NOT = '00'
               MOVE 'Y' TO PAY-HIST-EOF-STATUS.
           PERFORM UNTIL PAY-HIST-END
               READ PAYMENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PAY-HIST-EOF-STATUS
                   NOT AT END
                       IF PHIST-POSTED-DATE (1:6) = REPORT-MONTH
                         AND (PHIST-IS-PAYMENT OR PHIST-IS-REVERSAL
                              OR PHIST-IS-NSF)
                           PERFORM 0420-CREDIT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           IF PAY-HIST-STATUS = '00' OR PAY-HIST-STATUS = '10'
               CLOSE PAYMENT-HISTORY-FILE.

       0420-CREDIT-ONE-POSTING.
           MOVE SPACES TO HOLDER-COLLECTOR-ID.
           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > NR-HISTORY-ENTRIES
               IF HTBL-ACCOUNT-NR (HIST-SUB) = PHIST-ACCOUNT-NR
                 AND HTBL-CHANGE-DATE (HIST-SUB) < PHIST-POSTED-DATE
                   MOVE HTBL-COLLECTOR-ID (HIST-SUB)
                       TO HOLDER-COLLECTOR-ID
               END-IF
           END-PERFORM.
           IF HOLDER-COLLECTOR-ID = SPACES
               IF PHIST-IS-PAYMENT
                   ADD PHIST-AMOUNT TO UNASSIGNED-RECOVERED
               ELSE
                   SUBTRACT PHIST-AMOUNT FROM UNASSIGNED-RECOVERED
               END-IF
           ELSE
               MOVE HOLDER-COLLECTOR-ID TO LOOKUP-COLLECTOR-ID
               PERFORM 0500-FIND-COLLECTOR
               IF PHIST-IS-PAYMENT
                   ADD PHIST-AMOUNT TO CTBL-RECOVERED (COLL-FOUND-SUB)
               ELSE
                   SUBTRACT PHIST-AMOUNT
                       FROM CTBL-RECOVERED (COLL-FOUND-SUB)
               END-IF
           END-IF.

      *  A promise from before the taken date was carried on the
      *  record counts as kept or broken but not as taken.
       0450-COUNT-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF PROMISE-STATUS NOT = '00'
               MOVE 'Y' TO PROMISE-EOF-STATUS.
           PERFORM UNTIL PROMISE-END
               READ PROMISE-FILE
                   AT END
                       MOVE 'Y' TO PROMISE-EOF-STATUS
                   NOT AT END
                       IF PROM-ACCOUNT-NR NOT = SPACES
                         AND PROM-COLLECTOR-ID NOT = 'WEB '
                           PERFORM 0470-COUNT-ONE-PROMISE
                       END-IF
               END-READ
           END-PERFORM.
           IF PROMISE-STATUS = '00' OR PROMISE-STATUS = '10'
               CLOSE PROMISE-FILE.

       0470-COUNT-ONE-PROMISE.
           MOVE PROM-COLLECTOR-ID TO LOOKUP-COLLECTOR-ID.
           IF PROM-TAKEN-DATE NUMERIC
             AND PROM-TAKEN-DATE (1:6) = REPORT-MONTH
               PERFORM 0500-FIND-COLLECTOR
               ADD 1 TO CTBL-PROMISES-TAKEN (COLL-FOUND-SUB).
           IF PROM-SETTLED-DATE NUMERIC
             AND PROM-SETTLED-DATE (1:6) = REPORT-MONTH
               IF PROMISE-WAS-KEPT
                   PERFORM 0500-FIND-COLLECTOR
                   ADD 1 TO CTBL-PROMISES-KEPT (COLL-FOUND-SUB)
               ELSE
               IF PROMISE-WAS-BROKEN
                   PERFORM 0500-FIND-COLLECTOR
                   ADD 1 TO CTBL-PROMISES-BROKEN (COLL-FOUND-SUB)
               END-IF
               END-IF.

      *  A collector id not on the master is gathered on one '????'
      *  line, opened the first time one turns up.
       0500-FIND-COLLECTOR.
           MOVE ZERO TO COLL-FOUND-SUB.
           PERFORM VARYING COLL-SUB FROM 1 BY 1
               UNTIL COLL-SUB > NR-COLLECTORS
                  OR COLL-FOUND-SUB > ZERO
               IF CTBL-ID (COLL-SUB) = LOOKUP-COLLECTOR-ID
                   MOVE COLL-SUB TO COLL-FOUND-SUB
               END-IF
           END-PERFORM.
           IF COLL-FOUND-SUB = ZERO
               MOVE '????' TO LOOKUP-COLLECTOR-ID
               PERFORM VARYING COLL-SUB FROM 1 BY 1
                   UNTIL COLL-SUB > NR-COLLECTORS
                      OR COLL-FOUND-SUB > ZERO
                   IF CTBL-ID (COLL-SUB) = LOOKUP-COLLECTOR-ID
                       MOVE COLL-SUB TO COLL-FOUND-SUB
                   END-IF
               END-PERFORM
               IF COLL-FOUND-SUB = ZERO
                   PERFORM 0150-ADD-COLLECTOR-ENTRY
                   MOVE 'NOT ON MASTER' TO CTBL-NAME (NR-COLLECTORS)
                   MOVE NR-COLLECTORS TO COLL-FOUND-SUB
               END-IF
           END-IF.

       0600-PRINT-ONE-COLLECTOR.
           MOVE SPACES TO REPORT-FIGURE-LINE.
           MOVE CTBL-ID (COLL-SUB) TO RPF-COLLECTOR-ID.
           MOVE CTBL-NAME (COLL-SUB) TO RPF-COLLECTOR-NAME.
           MOVE CTBL-ACCOUNTS-WORKED (COLL-SUB) TO RPF-ACCOUNTS-WORKED.
           MOVE CTBL-RECOVERED (COLL-SUB) TO RPF-RECOVERED.
           MOVE CTBL-PROMISES-TAKEN (COLL-SUB) TO RPF-PROMISES-TAKEN.
           MOVE CTBL-PROMISES-KEPT (COLL-SUB) TO RPF-PROMISES-KEPT.
           MOVE CTBL-PROMISES-BROKEN (COLL-SUB)
               TO RPF-PROMISES-BROKEN.
           MOVE CTBL-ROLLED-COUNT (COLL-SUB) TO RPF-ROLLED-COUNT.
           IF CTBL-ACCOUNTS-WORKED (COLL-SUB) > ZERO
               COMPUTE PER-ACCOUNT-AMOUNT ROUNDED =
                   CTBL-RECOVERED (COLL-SUB)
                       / CTBL-ACCOUNTS-WORKED (COLL-SUB)
               COMPUTE ROLL-PCT ROUNDED =
                   CTBL-ROLLED-COUNT (COLL-SUB) * 100
                       / CTBL-ACCOUNTS-WORKED (COLL-SUB)
           ELSE
               MOVE ZERO TO PER-ACCOUNT-AMOUNT ROLL-PCT.
           MOVE PER-ACCOUNT-AMOUNT TO RPF-PER-ACCOUNT.
           MOVE ROLL-PCT TO RPF-ROLL-PCT.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-FIGURE-LINE.
           ADD CTBL-ACCOUNTS-WORKED (COLL-SUB) TO TEAM-ACCOUNTS-WORKED.
           ADD CTBL-RECOVERED (COLL-SUB) TO TEAM-RECOVERED.
           ADD CTBL-PROMISES-TAKEN (COLL-SUB) TO TEAM-PROMISES-TAKEN.
           ADD CTBL-PROMISES-KEPT (COLL-SUB) TO TEAM-PROMISES-KEPT.
           ADD CTBL-PROMISES-BROKEN (COLL-SUB)
               TO TEAM-PROMISES-BROKEN.
           ADD CTBL-ROLLED-COUNT (COLL-SUB) TO TEAM-ROLLED-COUNT.

       0700-PRINT-TEAM-TOTAL.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-FIGURE-LINE.
           MOVE 'TEAM TOTAL' TO RPF-COLLECTOR-NAME.
           MOVE TEAM-ACCOUNTS-WORKED TO RPF-ACCOUNTS-WORKED.
           MOVE TEAM-RECOVERED TO RPF-RECOVERED.
           MOVE TEAM-PROMISES-TAKEN TO RPF-PROMISES-TAKEN.
           MOVE TEAM-PROMISES-KEPT TO RPF-PROMISES-KEPT.
           MOVE TEAM-PROMISES-BROKEN TO RPF-PROMISES-BROKEN.
           MOVE TEAM-ROLLED-COUNT TO RPF-ROLLED-COUNT.
           IF TEAM-ACCOUNTS-WORKED > ZERO
               COMPUTE PER-ACCOUNT-AMOUNT ROUNDED =
                   TEAM-RECOVERED / TEAM-ACCOUNTS-WORKED
               COMPUTE ROLL-PCT ROUNDED =
                   TEAM-ROLLED-COUNT * 100 / TEAM-ACCOUNTS-WORKED
           ELSE
               MOVE ZERO TO PER-ACCOUNT-AMOUNT ROLL-PCT.
           MOVE PER-ACCOUNT-AMOUNT TO RPF-PER-ACCOUNT.
           MOVE ROLL-PCT TO RPF-ROLL-PCT.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-FIGURE-LINE.
           MOVE UNASSIGNED-RECOVERED TO RPU-RECOVERED.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-UNASSIGNED-LINE.

      *  Highest dollars recovered first; a tie keeps master order.
      *  The '????' line is not a collector and is not ranked.
       0750-PRINT-RANKING.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-RANKING-HEADING.
           PERFORM VARYING RANK-NR FROM 1 BY 1
               UNTIL RANK-NR > NR-COLLECTORS
               MOVE ZERO TO BEST-COLL-SUB
               PERFORM VARYING COLL-SUB FROM 1 BY 1
                   UNTIL COLL-SUB > NR-COLLECTORS
                   IF CTBL-RANKED-FLAG (COLL-SUB) = 'N'
                     AND CTBL-ID (COLL-SUB) NOT = '????'
                     AND (BEST-COLL-SUB = ZERO
                       OR CTBL-RECOVERED (COLL-SUB) >
                          CTBL-RECOVERED (BEST-COLL-SUB))
                       MOVE COLL-SUB TO BEST-COLL-SUB
                   END-IF
               END-PERFORM
               IF BEST-COLL-SUB > ZERO
                   PERFORM 0770-PRINT-RANKING-LINE
               END-IF
           END-PERFORM.

       0770-PRINT-RANKING-LINE.
           MOVE 'Y' TO CTBL-RANKED-FLAG (BEST-COLL-SUB).
           MOVE RANK-NR TO RPR-RANK.
           MOVE CTBL-ID (BEST-COLL-SUB) TO RPR-COLLECTOR-ID.
           MOVE CTBL-NAME (BEST-COLL-SUB) TO RPR-COLLECTOR-NAME.
           MOVE CTBL-RECOVERED (BEST-COLL-SUB) TO RPR-RECOVERED.
           IF CTBL-ACCOUNTS-WORKED (BEST-COLL-SUB) > ZERO
               COMPUTE PER-ACCOUNT-AMOUNT ROUNDED =
                   CTBL-RECOVERED (BEST-COLL-SUB)
                       / CTBL-ACCOUNTS-WORKED (BEST-COLL-SUB)
           ELSE
               MOVE ZERO TO PER-ACCOUNT-AMOUNT.
           MOVE PER-ACCOUNT-AMOUNT TO RPR-PER-ACCOUNT.
           WRITE PERFORMANCE-REPORT-LINE FROM REPORT-RANKING-LINE.
