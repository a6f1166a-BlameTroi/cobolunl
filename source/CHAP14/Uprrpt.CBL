       IDENTIFICATION DIVISION.
       PROGRAM-ID.  UPRRPT.

      *  Earned and unearned premium at month end -- the unearned
      *  premium reserve accounting books every month, worked out
      *  until now in a spreadsheet from a POLMSTR dump.  For every
      *  policy on POLMSTR that is active, or was terminated during
      *  the month:
      *
      *    - the current policy term is the twelve months from the
      *      latest anniversary of POL-POLICY-DATE (a February 29th
      *      policy has its anniversary on the 28th in other years);
      *    - the premium is rated the way PREMBILL bills it -- the
      *      AUTOPREM rating in force at month end for AUTO, the
      *      PREMPARM.DAT flat premium for the type otherwise --
      *      and PREMBILL bills it monthly, so the premium written
      *      for the term is twelve months of it;
      *    - premium is earned day by day, pro rata over the days
      *      in the term, through the month end -- or, for a
      *      terminated policy, only through POL-TERMINATION-DATE.
      *      What is not earned is unearned.
      *
      *  UPRRPT.DAT totals written, earned, and unearned premium by
      *  policy type and state (the first two characters of POL-
      *  POLICY-MISC-INFO), with type subtotals and a company total,
      *  then shows the reserve adjustment by policy type.
      *
      *  The adjustment is the change in unearned premium since the
      *  last month booked, which UPRCTL.DAT carries by type.  It is
      *  posted to UPRGLEXT.DAT in the GLEXTR.DAT layout: an
      *  increase debits the change-in-unearned-premium account and
      *  credits the unearned premium reserve, a decrease the other
      *  way.  The accounts come from GLMAP.DAT for run UPRRPT by
      *  policy type (UPRCHG / UPRRESV when not mapped).  Running a
      *  month again re-posts it against the same prior month, so a
      *  rerun extract replaces the first; a month earlier than one
      *  already booked is refused.  Operations appends UPRGLEXT.DAT
      *  to GLMONTH.DAT with the month-end extracts.
      *
      *  UPRPARM.DAT names the month (CCYYMM); by default it is the
      *  current month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER        ASSIGN TO "POLMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY POL-POLICY-NUMBER
                                       FILE STATUS POLICY-STATUS.
           SELECT PREMIUM-PARMS        ASSIGN TO "PREMPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS PARM-STATUS.
           SELECT UPR-PARMS            ASSIGN TO "UPRPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS UPR-PARM-STATUS.
           SELECT RESERVE-CONTROL      ASSIGN TO "UPRCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CONTROL-STATUS.
           SELECT UPR-REPORT           ASSIGN TO "UPRRPT.DAT"
                                       LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "UPRGLEXT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  POL-POLICY-NUMBER           PIC X(12).
           05  POL-POLICY-TYPE             PIC XXXX.
           05  POL-POLICY-DATE             PIC X(8).
           05  POL-POLICY-HOLDER           PIC X(20).
           05  POL-POLICY-MISC-INFO.
               10  POL-STATE               PIC XX.
               10  POL-TERRITORY           PIC X(10).
           05  POL-POLICY-AUTO-INFO.
               10  POL-AUTO-YEAR           PIC XX.
               10  POL-AUTO-BRAND          PIC X(10).
           05  POL-MASTER-STATUS           PIC X.
               88  POL-IS-ACTIVE            VALUE 'A'.
               88  POL-IS-TERMINATED        VALUE 'T'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  POL-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).

       FD  PREMIUM-PARMS.
       01  PREMIUM-PARM-RECORD.
           05  PPRM-POLICY-TYPE        PIC XXXX.
           05  PPRM-FLAT-PREMIUM       PIC 9(5)V99.

       FD  UPR-PARMS.
       01  UPR-PARM-RECORD.
           05  UPRM-MONTH              PIC 9(6).

      *  One record per policy type: the reserve booked for the
      *  latest month, and the month and reserve it was booked
      *  against, so that month can be run again.
       FD  RESERVE-CONTROL.
       01  RESERVE-CONTROL-RECORD.
           05  RCTL-POLICY-TYPE        PIC XXXX.
           05  RCTL-BOOKED-MONTH       PIC 9(6).
           05  RCTL-RESERVE            PIC 9(9)V99.
           05  RCTL-PRIOR-MONTH        PIC 9(6).
           05  RCTL-PRIOR-RESERVE      PIC 9(9)V99.

       FD  UPR-REPORT.
       01  REPORT-LINE                 PIC X(80).

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
       01  POLICY-STATUS               PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  UPR-PARM-STATUS             PIC XX.
       01  CONTROL-STATUS              PIC XX.
       01  POLICY-EOF-STATUS           PIC X VALUE 'N'.
           88  POLICY-EOF              VALUE 'Y'.
       01  PARM-EOF-STATUS             PIC X VALUE 'N'.
           88  PARM-END                VALUE 'Y'.
       01  CONTROL-EOF-STATUS          PIC X VALUE 'N'.
           88  CONTROL-END             VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  DEFAULT-FLAT-PREMIUM        PIC 9(5)V99 VALUE 250.00.
       01  NR-PREMIUM-PARMS            PIC 99 VALUE ZERO.
       01  PARM-SUB                    PIC 99.
       01  PREMIUM-PARM-TABLE.
           05  PREMIUM-PARM-ENTRY OCCURS 50 TIMES.
               10  PTBL-POLICY-TYPE    PIC XXXX.
               10  PTBL-FLAT-PREMIUM   PIC 9(5)V99.
       01  MONTHLY-PREMIUM             PIC 9(5)V99.
       01  AUTOPREM-REQUEST.
           05  APRM-VEHICLE.
               10  APRM-AUTO-YEAR      PIC XX.
               10  APRM-AUTO-BRAND     PIC X(10).
           05  APRM-GARAGING.
               10  APRM-STATE          PIC XX.
               10  APRM-TERRITORY      PIC X(10).
           05  APRM-DRIVER-BIRTH-DATE  PIC X(8).
           05  APRM-POLICY-HOLDER      PIC X(20).
           05  APRM-RATING-DATE        PIC 9(8).
           05  APRM-PREMIUM            PIC 9(5)V99.
           05  APRM-RATE-VERSION       PIC 9(8).
           05  APRM-FACTORS.
               10  APRM-DRIVER-AGE     PIC 99.
               10  APRM-AGE-FACTOR     PIC 9V99.
               10  APRM-TERRITORY-FACTOR
                                       PIC 9V99.
               10  APRM-PRIOR-CLAIMS   PIC 99.
               10  APRM-CLAIMS-FACTOR  PIC 9V99.
               10  APRM-MULTI-POLICY-FACTOR
                                       PIC 9V99.
               10  APRM-FACTOR-VERSION PIC 9(8).
       01  AUTOPREM-RETURN             PIC XX.

       01  PERIOD-MONTH                PIC 9(6).
       01  MONTH-END-DATE.
           05  MONTH-END-YEAR          PIC 9(4).
           05  MONTH-END-MONTH         PIC 99.
           05  MONTH-END-DAY           PIC 99.
       01  MONTH-END-DATE-NUM REDEFINES MONTH-END-DATE
                                       PIC 9(8).
       01  DATE-VALID-SWITCH           PIC X.

      *  The date the policy is earned through, and the term that
      *  date falls in.
       01  EARNED-THROUGH-DATE.
           05  ETD-YEAR                PIC 9(4).
           05  ETD-MONTH-DAY           PIC 9(4).
       01  EARNED-THROUGH-NUM REDEFINES EARNED-THROUGH-DATE
                                       PIC 9(8).
       01  POLICY-DATE-WORK.
           05  PDW-YEAR                PIC 9(4).
           05  PDW-MONTH-DAY.
               10  PDW-MONTH           PIC 99.
               10  PDW-DAY             PIC 99.
       01  POLICY-DATE-NUM REDEFINES POLICY-DATE-WORK
                                       PIC 9(8).
       01  ANNIVERSARY-DATE.
           05  ANV-YEAR                PIC 9(4).
           05  ANV-MONTH               PIC 99.
           05  ANV-DAY                 PIC 99.
       01  ANNIVERSARY-NUM REDEFINES ANNIVERSARY-DATE
                                       PIC 9(8).
       01  TERM-START-DATE             PIC 9(8).
       01  TERM-END-DATE               PIC 9(8).
       01  ARTH-DAYS-BETWEEN           PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  TERM-DAYS                   PIC 9(4).
       01  EARNED-DAYS                 PIC 9(4).
       01  WRITTEN-PREMIUM             PIC 9(7)V99.
       01  EARNED-PREMIUM              PIC 9(7)V99.
       01  UNEARNED-PREMIUM            PIC 9(7)V99.

       01  POLICIES-EARNED-COUNT       PIC 9(7) VALUE ZERO.
       01  POLICIES-SKIPPED-COUNT      PIC 9(7) VALUE ZERO.

      *  Totals by policy type and state, kept in key order as
      *  they are added so the report prints straight from the
      *  table.
       01  NR-TOTAL-ENTRIES            PIC 999 VALUE ZERO.
       01  TOTAL-SUB                   PIC 999.
       01  SHIFT-SUB                   PIC 999.
       01  NEW-TOTAL-KEY.
           05  NEW-TOTAL-TYPE          PIC XXXX.
           05  NEW-TOTAL-STATE         PIC XX.
       01  UPR-TOTAL-TABLE.
           05  UPR-TOTAL-ENTRY OCCURS 300 TIMES.
               10  UTOT-KEY.
                   15  UTOT-TYPE       PIC XXXX.
                   15  UTOT-STATE      PIC XX.
               10  UTOT-POLICIES       PIC 9(5).
               10  UTOT-WRITTEN        PIC 9(9)V99.
               10  UTOT-EARNED         PIC 9(9)V99.
               10  UTOT-UNEARNED       PIC 9(9)V99.
       01  TYPE-POLICIES               PIC 9(5).
       01  TYPE-WRITTEN                PIC 9(9)V99.
       01  TYPE-EARNED                 PIC 9(9)V99.
       01  TYPE-UNEARNED               PIC 9(9)V99.
       01  COMPANY-POLICIES            PIC 9(5) VALUE ZERO.
       01  COMPANY-WRITTEN             PIC 9(9)V99 VALUE ZERO.
       01  COMPANY-EARNED              PIC 9(9)V99 VALUE ZERO.
       01  COMPANY-UNEARNED            PIC 9(9)V99 VALUE ZERO.
       01  PREVIOUS-TYPE               PIC XXXX.

      *  The reserve by policy type: what was booked last, and
      *  what this month's unearned premium makes it.
       01  NR-RESERVE-ENTRIES          PIC 99 VALUE ZERO.
       01  RESERVE-SUB                 PIC 99.
       01  RESERVE-FOUND-SUB           PIC 99.
       01  RESERVE-TABLE.
           05  RESERVE-ENTRY OCCURS 50 TIMES.
               10  RSV-POLICY-TYPE     PIC XXXX.
               10  RSV-PRIOR-MONTH     PIC 9(6).
               10  RSV-PRIOR-RESERVE   PIC 9(9)V99.
               10  RSV-NEW-RESERVE     PIC 9(9)V99.
       01  RESERVE-ADJUSTMENT          PIC S9(9)V99.
       01  PRIOR-RESERVE-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  NEW-RESERVE-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  ADJUSTMENT-TOTAL            PIC S9(11)V99 VALUE ZERO.

       01  GL-WORK-DEBIT-ACCOUNT       PIC X(8).
       01  GL-WORK-CREDIT-ACCOUNT      PIC X(8).
       01  GL-WORK-AMOUNT              PIC 9(9)V99.
       01  GL-WORK-REFERENCE           PIC X(8).
       01  GL-POSTING-COUNT            PIC 9(7) VALUE ZERO.
       01  GL-RUN-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  GL-RUN-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  GLMAP-SOURCE-RUN            PIC X(8).
       01  GLMAP-KEY                   PIC X(10).
       01  GLMAP-RETURN                PIC XX.
       01  HOLD-ACCOUNT                PIC X(8).

       01  REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'EARNED AND UNEARNED PREMIUM'.
           05  FILLER                  PIC X(13) VALUE
               'MONTH ENDING '.
           05  RPH-MONTH-END           PIC 9(8).
       01  REPORT-COLUMNS.
           05  FILLER                  PIC X(22) VALUE
               'TYPE  ST  POLICIES'.
           05  FILLER                  PIC X(16) VALUE
               '       WRITTEN'.
           05  FILLER                  PIC X(16) VALUE
               '        EARNED'.
           05  FILLER                  PIC X(14) VALUE
               '      UNEARNED'.
       01  REPORT-DETAIL.
           05  RPD-TYPE                PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-STATE               PIC XX.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-POLICIES            PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-WRITTEN             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-EARNED              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-UNEARNED            PIC ZZZ,ZZZ,ZZ9.99.
       01  RESERVE-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'UNEARNED PREMIUM RESERVE ADJUSTMENT'.
       01  RESERVE-COLUMNS.
           05  FILLER                  PIC X(22) VALUE
               'TYPE  LAST BOOKED'.
           05  FILLER                  PIC X(16) VALUE
               '  PRIOR RESERVE'.
           05  FILLER                  PIC X(16) VALUE
               '    NEW RESERVE'.
           05  FILLER                  PIC X(15) VALUE
               '     ADJUSTMENT'.
       01  RESERVE-DETAIL.
           05  RSD-TYPE                PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RSD-PRIOR-MONTH         PIC ZZZZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  RSD-PRIOR-RESERVE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RSD-NEW-RESERVE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RSD-ADJUSTMENT          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0100-ESTABLISH-PERIOD.
           PERFORM 0150-LOAD-PREMIUM-PARMS.
           PERFORM 0170-LOAD-RESERVE-CONTROL.
           OPEN INPUT POLICY-MASTER.
           IF POLICY-STATUS NOT = '00'
               DISPLAY 'UPRRPT: CANNOT OPEN POLMSTR, STATUS '
                   POLICY-STATUS
               STOP RUN.
           PERFORM 0200-EARN-ONE-POLICY
               UNTIL POLICY-EOF.
           CLOSE POLICY-MASTER.
           OPEN OUTPUT UPR-REPORT.
           PERFORM 0600-PRINT-PREMIUM-TOTALS.
           PERFORM 0650-PRINT-RESERVE-ADJUSTMENT.
           CLOSE UPR-REPORT.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM 0700-POST-RESERVE-ADJUSTMENT
               VARYING RESERVE-SUB FROM 1 BY 1
               UNTIL RESERVE-SUB > NR-RESERVE-ENTRIES.
           PERFORM 0940-WRITE-GL-TRAILER.
           CLOSE GL-INTERFACE-FILE.
           PERFORM 0800-SAVE-RESERVE-CONTROL.
           DISPLAY 'UPRRPT: MONTH ENDING ' MONTH-END-DATE-NUM ', '
               POLICIES-EARNED-COUNT ' POLICIES EARNED'.
           DISPLAY 'UPRRPT: UNEARNED RESERVE ' NEW-RESERVE-TOTAL.
           DISPLAY 'UPRRPT: DEBITS            ' GL-RUN-DEBIT-TOTAL.
           DISPLAY 'UPRRPT: CREDITS           ' GL-RUN-CREDIT-TOTAL.
           DISPLAY 'APPEND UPRGLEXT.DAT TO GLMONTH.DAT WITH THE '
                   'MONTH-END EXTRACTS.'.
           STOP RUN.

      *  The month end is the last day of the month that is a
      *  real date.
       0100-ESTABLISH-PERIOD.
           COMPUTE PERIOD-MONTH = CURRENT-DATE-INTEGER / 100.
           OPEN INPUT UPR-PARMS.
           IF UPR-PARM-STATUS = '00'
               READ UPR-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UPRM-MONTH NUMERIC
                         AND UPRM-MONTH (5:2) > '00'
                         AND UPRM-MONTH (5:2) < '13'
                           MOVE UPRM-MONTH TO PERIOD-MONTH
                       END-IF
               END-READ
               CLOSE UPR-PARMS.
           COMPUTE MONTH-END-DATE-NUM = PERIOD-MONTH * 100 + 31.
           MOVE 'N' TO DATE-VALID-SWITCH.
           PERFORM UNTIL DATE-VALID-SWITCH = 'Y'
               CALL 'DATEEDIT' USING MONTH-END-DATE DATE-VALID-SWITCH
               IF DATE-VALID-SWITCH NOT = 'Y'
                   SUBTRACT 1 FROM MONTH-END-DAY
               END-IF
           END-PERFORM.

       0150-LOAD-PREMIUM-PARMS.
           OPEN INPUT PREMIUM-PARMS.
           IF PARM-STATUS = '00'
               PERFORM UNTIL PARM-END
                   READ PREMIUM-PARMS
                       AT END
                           MOVE 'Y' TO PARM-EOF-STATUS
                       NOT AT END
                           IF NR-PREMIUM-PARMS < 50
                             AND PPRM-FLAT-PREMIUM NUMERIC
                               ADD 1 TO NR-PREMIUM-PARMS
                               MOVE PPRM-POLICY-TYPE TO
                                   PTBL-POLICY-TYPE
                                       (NR-PREMIUM-PARMS)
                               MOVE PPRM-FLAT-PREMIUM TO
                                   PTBL-FLAT-PREMIUM
                                       (NR-PREMIUM-PARMS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREMIUM-PARMS.

      *  A type booked for this very month is being run again: its
      *  prior is what that booking was made against.  A type
      *  booked for a later month means this month is closed.
       0170-LOAD-RESERVE-CONTROL.
           OPEN INPUT RESERVE-CONTROL.
           IF CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL CONTROL-END
               READ RESERVE-CONTROL
                   AT END
                       MOVE 'Y' TO CONTROL-EOF-STATUS
                   NOT AT END
                       IF RCTL-BOOKED-MONTH > PERIOD-MONTH
                           DISPLAY 'UPRRPT: ' RCTL-BOOKED-MONTH
                               ' IS ALREADY BOOKED -- MONTH '
                               PERIOD-MONTH ' REFUSED'
                           CLOSE RESERVE-CONTROL
                           STOP RUN
                       END-IF
                       IF NR-RESERVE-ENTRIES < 50
                           ADD 1 TO NR-RESERVE-ENTRIES
                           MOVE RCTL-POLICY-TYPE TO RSV-POLICY-TYPE
                               (NR-RESERVE-ENTRIES)
                           MOVE ZERO TO RSV-NEW-RESERVE
                               (NR-RESERVE-ENTRIES)
                           IF RCTL-BOOKED-MONTH = PERIOD-MONTH
                               MOVE RCTL-PRIOR-MONTH TO
                                   RSV-PRIOR-MONTH (NR-RESERVE-ENTRIES)
                               MOVE RCTL-PRIOR-RESERVE TO
                                 RSV-PRIOR-RESERVE (NR-RESERVE-ENTRIES)
                           ELSE
                               MOVE RCTL-BOOKED-MONTH TO
                                   RSV-PRIOR-MONTH (NR-RESERVE-ENTRIES)
                               MOVE RCTL-RESERVE TO
                                 RSV-PRIOR-RESERVE (NR-RESERVE-ENTRIES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVE-CONTROL.

       0200-EARN-ONE-POLICY.
           READ POLICY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO POLICY-EOF-STATUS.
           IF POLICY-EOF
               EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN POL-IS-ACTIVE
                   MOVE MONTH-END-DATE-NUM TO EARNED-THROUGH-NUM
               WHEN POL-IS-TERMINATED
                 AND POL-TERMINATION-DATE NUMERIC
                 AND POL-TERMINATION-DATE (1:6) = PERIOD-MONTH
                   MOVE POL-TERMINATION-DATE TO EARNED-THROUGH-DATE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE POL-POLICY-DATE TO POLICY-DATE-WORK.
           IF POLICY-DATE-WORK NOT NUMERIC
             OR POLICY-DATE-NUM > EARNED-THROUGH-NUM
               ADD 1 TO POLICIES-SKIPPED-COUNT
               EXIT PARAGRAPH.
           PERFORM 0300-FIND-CURRENT-TERM.
           PERFORM 0400-RATE-PREMIUM.
           COMPUTE WRITTEN-PREMIUM = MONTHLY-PREMIUM * 12.
           CALL 'DATEARTH' USING TERM-START-DATE TERM-END-DATE
               ARTH-DAYS-BETWEEN ARTH-STATUS.
           IF NOT ARTH-DATES-VALID OR ARTH-DAYS-BETWEEN < 1
               ADD 1 TO POLICIES-SKIPPED-COUNT
               EXIT PARAGRAPH.
           MOVE ARTH-DAYS-BETWEEN TO TERM-DAYS.
           CALL 'DATEARTH' USING TERM-START-DATE EARNED-THROUGH-DATE
               ARTH-DAYS-BETWEEN ARTH-STATUS.
           COMPUTE EARNED-DAYS = ARTH-DAYS-BETWEEN + 1.
           IF EARNED-DAYS > TERM-DAYS
               MOVE TERM-DAYS TO EARNED-DAYS.
           COMPUTE EARNED-PREMIUM ROUNDED =
               WRITTEN-PREMIUM * EARNED-DAYS / TERM-DAYS.
           COMPUTE UNEARNED-PREMIUM =
               WRITTEN-PREMIUM - EARNED-PREMIUM.
           ADD 1 TO POLICIES-EARNED-COUNT.
           PERFORM 0500-ADD-TO-TOTALS.
           PERFORM 0550-ADD-TO-RESERVE.

      *  The term runs from the latest anniversary of the policy
      *  date on or before the earned-through date to the next
      *  anniversary.
       0300-FIND-CURRENT-TERM.
           MOVE ETD-YEAR TO ANV-YEAR.
           IF PDW-MONTH-DAY > ETD-MONTH-DAY
               SUBTRACT 1 FROM ANV-YEAR.
           PERFORM 0350-SET-ANNIVERSARY.
           MOVE ANNIVERSARY-NUM TO TERM-START-DATE.
           ADD 1 TO ANV-YEAR.
           PERFORM 0350-SET-ANNIVERSARY.
           MOVE ANNIVERSARY-NUM TO TERM-END-DATE.

       0350-SET-ANNIVERSARY.
           MOVE PDW-MONTH TO ANV-MONTH.
           MOVE PDW-DAY TO ANV-DAY.
           CALL 'DATEEDIT' USING ANNIVERSARY-DATE DATE-VALID-SWITCH.
           IF DATE-VALID-SWITCH NOT = 'Y'
               MOVE 28 TO ANV-DAY.

      *  Rated as PREMBILL bills, as of the month end: AUTO with a
      *  live rate at the AUTOPREM rated premium, everything else
      *  at the flat premium for its type.
       0400-RATE-PREMIUM.
           MOVE DEFAULT-FLAT-PREMIUM TO MONTHLY-PREMIUM.
           PERFORM VARYING PARM-SUB FROM 1 BY 1
               UNTIL PARM-SUB > NR-PREMIUM-PARMS
               IF PTBL-POLICY-TYPE (PARM-SUB) = POL-POLICY-TYPE
                   MOVE PTBL-FLAT-PREMIUM (PARM-SUB)
                       TO MONTHLY-PREMIUM
                   MOVE NR-PREMIUM-PARMS TO PARM-SUB
               END-IF
           END-PERFORM.
           IF POL-POLICY-TYPE = 'AUTO'
               MOVE POL-POLICY-AUTO-INFO TO APRM-VEHICLE
               MOVE POL-POLICY-MISC-INFO TO APRM-GARAGING
               MOVE POL-DRIVER-BIRTH-DATE TO APRM-DRIVER-BIRTH-DATE
               MOVE POL-POLICY-HOLDER TO APRM-POLICY-HOLDER
               MOVE MONTH-END-DATE-NUM TO APRM-RATING-DATE
               CALL 'AUTOPREM' USING AUTOPREM-REQUEST AUTOPREM-RETURN
               IF AUTOPREM-RETURN = '00'
                   MOVE APRM-PREMIUM TO MONTHLY-PREMIUM
               END-IF
           END-IF.

      *  Find the type/state entry, or open one in key order.
       0500-ADD-TO-TOTALS.
           MOVE POL-POLICY-TYPE TO NEW-TOTAL-TYPE.
           MOVE POL-STATE TO NEW-TOTAL-STATE.
           PERFORM VARYING TOTAL-SUB FROM 1 BY 1
               UNTIL TOTAL-SUB > NR-TOTAL-ENTRIES
                  OR UTOT-KEY (TOTAL-SUB) NOT < NEW-TOTAL-KEY
               CONTINUE
           END-PERFORM.
           IF TOTAL-SUB > NR-TOTAL-ENTRIES
             OR UTOT-KEY (TOTAL-SUB) NOT = NEW-TOTAL-KEY
               IF NR-TOTAL-ENTRIES NOT < 300
                   DISPLAY 'UPRRPT: TOTAL TABLE FULL, POLICY '
                       POL-POLICY-NUMBER ' NOT TOTALED'
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING SHIFT-SUB FROM NR-TOTAL-ENTRIES BY -1
                   UNTIL SHIFT-SUB < TOTAL-SUB
                   MOVE UPR-TOTAL-ENTRY (SHIFT-SUB)
                       TO UPR-TOTAL-ENTRY (SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO NR-TOTAL-ENTRIES
               MOVE NEW-TOTAL-KEY TO UTOT-KEY (TOTAL-SUB)
               MOVE ZERO TO UTOT-POLICIES (TOTAL-SUB)
                            UTOT-WRITTEN (TOTAL-SUB)
                            UTOT-EARNED (TOTAL-SUB)
                            UTOT-UNEARNED (TOTAL-SUB)
           END-IF.
           ADD 1 TO UTOT-POLICIES (TOTAL-SUB).
           ADD WRITTEN-PREMIUM TO UTOT-WRITTEN (TOTAL-SUB).
           ADD EARNED-PREMIUM TO UTOT-EARNED (TOTAL-SUB).
           ADD UNEARNED-PREMIUM TO UTOT-UNEARNED (TOTAL-SUB).

       0550-ADD-TO-RESERVE.
           MOVE ZERO TO RESERVE-FOUND-SUB.
           PERFORM VARYING RESERVE-SUB FROM 1 BY 1
               UNTIL RESERVE-SUB > NR-RESERVE-ENTRIES
               IF RSV-POLICY-TYPE (RESERVE-SUB) = POL-POLICY-TYPE
                   MOVE RESERVE-SUB TO RESERVE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF RESERVE-FOUND-SUB = ZERO
               IF NR-RESERVE-ENTRIES NOT < 50
                   DISPLAY 'UPRRPT: RESERVE TABLE FULL, TYPE '
                       POL-POLICY-TYPE ' NOT RESERVED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NR-RESERVE-ENTRIES
               MOVE NR-RESERVE-ENTRIES TO RESERVE-FOUND-SUB
               MOVE POL-POLICY-TYPE
                   TO RSV-POLICY-TYPE (RESERVE-FOUND-SUB)
               MOVE ZERO TO RSV-PRIOR-MONTH (RESERVE-FOUND-SUB)
                            RSV-PRIOR-RESERVE (RESERVE-FOUND-SUB)
                            RSV-NEW-RESERVE (RESERVE-FOUND-SUB)
           END-IF.
           ADD UNEARNED-PREMIUM
               TO RSV-NEW-RESERVE (RESERVE-FOUND-SUB).

       0600-PRINT-PREMIUM-TOTALS.
           MOVE MONTH-END-DATE-NUM TO RPH-MONTH-END.
           WRITE REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM REPORT-COLUMNS.
           MOVE SPACES TO PREVIOUS-TYPE.
           PERFORM VARYING TOTAL-SUB FROM 1 BY 1
               UNTIL TOTAL-SUB > NR-TOTAL-ENTRIES
               IF UTOT-TYPE (TOTAL-SUB) NOT = PREVIOUS-TYPE
                   IF TOTAL-SUB > 1
                       PERFORM 0620-PRINT-TYPE-TOTAL
                   END-IF
                   MOVE UTOT-TYPE (TOTAL-SUB) TO PREVIOUS-TYPE
                   MOVE ZERO TO TYPE-POLICIES TYPE-WRITTEN
                                TYPE-EARNED TYPE-UNEARNED
               END-IF
               MOVE UTOT-TYPE (TOTAL-SUB) TO RPD-TYPE
               MOVE UTOT-STATE (TOTAL-SUB) TO RPD-STATE
               MOVE UTOT-POLICIES (TOTAL-SUB) TO RPD-POLICIES
               MOVE UTOT-WRITTEN (TOTAL-SUB) TO RPD-WRITTEN
               MOVE UTOT-EARNED (TOTAL-SUB) TO RPD-EARNED
               MOVE UTOT-UNEARNED (TOTAL-SUB) TO RPD-UNEARNED
               WRITE REPORT-LINE FROM REPORT-DETAIL
               ADD UTOT-POLICIES (TOTAL-SUB) TO TYPE-POLICIES
                                                COMPANY-POLICIES
               ADD UTOT-WRITTEN (TOTAL-SUB) TO TYPE-WRITTEN
                                               COMPANY-WRITTEN
               ADD UTOT-EARNED (TOTAL-SUB) TO TYPE-EARNED
                                              COMPANY-EARNED
               ADD UTOT-UNEARNED (TOTAL-SUB) TO TYPE-UNEARNED
                                                COMPANY-UNEARNED
           END-PERFORM.
           IF NR-TOTAL-ENTRIES > ZERO
               PERFORM 0620-PRINT-TYPE-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ALL ' TO RPD-TYPE.
           MOVE SPACES TO RPD-STATE.
           MOVE COMPANY-POLICIES TO RPD-POLICIES.
           MOVE COMPANY-WRITTEN TO RPD-WRITTEN.
           MOVE COMPANY-EARNED TO RPD-EARNED.
           MOVE COMPANY-UNEARNED TO RPD-UNEARNED.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

       0620-PRINT-TYPE-TOTAL.
           MOVE PREVIOUS-TYPE TO RPD-TYPE.
           MOVE '**' TO RPD-STATE.
           MOVE TYPE-POLICIES TO RPD-POLICIES.
           MOVE TYPE-WRITTEN TO RPD-WRITTEN.
           MOVE TYPE-EARNED TO RPD-EARNED.
           MOVE TYPE-UNEARNED TO RPD-UNEARNED.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       0650-PRINT-RESERVE-ADJUSTMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM RESERVE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM RESERVE-COLUMNS.
           PERFORM VARYING RESERVE-SUB FROM 1 BY 1
               UNTIL RESERVE-SUB > NR-RESERVE-ENTRIES
               COMPUTE RESERVE-ADJUSTMENT =
                   RSV-NEW-RESERVE (RESERVE-SUB)
                       - RSV-PRIOR-RESERVE (RESERVE-SUB)
               MOVE RSV-POLICY-TYPE (RESERVE-SUB) TO RSD-TYPE
               MOVE RSV-PRIOR-MONTH (RESERVE-SUB) TO RSD-PRIOR-MONTH
               MOVE RSV-PRIOR-RESERVE (RESERVE-SUB)
                   TO RSD-PRIOR-RESERVE
               MOVE RSV-NEW-RESERVE (RESERVE-SUB) TO RSD-NEW-RESERVE
               MOVE RESERVE-ADJUSTMENT TO RSD-ADJUSTMENT
               WRITE REPORT-LINE FROM RESERVE-DETAIL
               ADD RSV-PRIOR-RESERVE (RESERVE-SUB)
                   TO PRIOR-RESERVE-TOTAL
               ADD RSV-NEW-RESERVE (RESERVE-SUB) TO NEW-RESERVE-TOTAL
               ADD RESERVE-ADJUSTMENT TO ADJUSTMENT-TOTAL
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ALL ' TO RSD-TYPE.
           MOVE ZERO TO RSD-PRIOR-MONTH.
           MOVE PRIOR-RESERVE-TOTAL TO RSD-PRIOR-RESERVE.
           MOVE NEW-RESERVE-TOTAL TO RSD-NEW-RESERVE.
           MOVE ADJUSTMENT-TOTAL TO RSD-ADJUSTMENT.
           WRITE REPORT-LINE FROM RESERVE-DETAIL.

      *  A rising reserve takes premium out of income into the
      *  liability; a falling one releases it.
       0700-POST-RESERVE-ADJUSTMENT.
           COMPUTE RESERVE-ADJUSTMENT =
               RSV-NEW-RESERVE (RESERVE-SUB)
                   - RSV-PRIOR-RESERVE (RESERVE-SUB).
           IF RESERVE-ADJUSTMENT = ZERO
               EXIT PARAGRAPH.
           MOVE 'UPRCHG  ' TO GL-WORK-DEBIT-ACCOUNT.
           MOVE 'UPRRESV ' TO GL-WORK-CREDIT-ACCOUNT.
           MOVE 'UPRRPT  ' TO GLMAP-SOURCE-RUN.
           MOVE RSV-POLICY-TYPE (RESERVE-SUB) TO GLMAP-KEY.
           CALL 'GLMAP' USING GLMAP-SOURCE-RUN GLMAP-KEY
               GL-WORK-DEBIT-ACCOUNT GL-WORK-CREDIT-ACCOUNT
               GLMAP-RETURN.
           IF RESERVE-ADJUSTMENT < ZERO
               MOVE GL-WORK-DEBIT-ACCOUNT TO HOLD-ACCOUNT
               MOVE GL-WORK-CREDIT-ACCOUNT TO GL-WORK-DEBIT-ACCOUNT
               MOVE HOLD-ACCOUNT TO GL-WORK-CREDIT-ACCOUNT.
           MOVE RESERVE-ADJUSTMENT TO GL-WORK-AMOUNT.
           MOVE SPACES TO GL-WORK-REFERENCE.
           STRING 'UPR' DELIMITED BY SIZE
                  PERIOD-MONTH (3:4) DELIMITED BY SIZE
                  INTO GL-WORK-REFERENCE.
           PERFORM 0930-WRITE-GL-POSTING.

      *  Written only once the extract is closed, so a run that
      *  dies leaves the control file as it was.
       0800-SAVE-RESERVE-CONTROL.
           OPEN OUTPUT RESERVE-CONTROL.
           PERFORM VARYING RESERVE-SUB FROM 1 BY 1
               UNTIL RESERVE-SUB > NR-RESERVE-ENTRIES
               MOVE RSV-POLICY-TYPE (RESERVE-SUB) TO RCTL-POLICY-TYPE
               MOVE PERIOD-MONTH TO RCTL-BOOKED-MONTH
               MOVE RSV-NEW-RESERVE (RESERVE-SUB) TO RCTL-RESERVE
               MOVE RSV-PRIOR-MONTH (RESERVE-SUB) TO RCTL-PRIOR-MONTH
               MOVE RSV-PRIOR-RESERVE (RESERVE-SUB)
                   TO RCTL-PRIOR-RESERVE
               WRITE RESERVE-CONTROL-RECORD
           END-PERFORM.
           CLOSE RESERVE-CONTROL.

       0930-WRITE-GL-POSTING.
           IF GL-WORK-AMOUNT > ZERO
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-IS-DETAIL TO TRUE
               MOVE GL-WORK-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE MONTH-END-DATE-NUM TO GL-POSTING-DATE
               MOVE 'UPRRPT  ' TO GL-SOURCE-RUN
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
