       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Slatrend.

      *  Nightly batch elapsed-time and service-level trend report.
      *  Reads the run-control history -- RUNHIST.DAT, where RUNLOG
      *  rolls business dates more than a week old, and RUNCTL.DAT
      *  for the recent week -- over the last 30 business dates
      *  (or the number of nights on SLAPARM.DAT), and writes
      *  SLATREND.DAT:
      *
      *    - for each job: its elapsed time, records, and records
      *      per minute every night, with the window average, the
      *      longest run, and a flag on each night that ran more
      *      than the set percentage over the average;
      *    - the jobs whose latest night ran over their average,
      *      gathered in one list;
      *    - for each night: the critical path end time -- the
      *      latest completion among the JOBDEPS.DAT jobs -- and
      *      its margin to the service-level target, with the
      *      change from the night before and the direction of the
      *      margin across the window;
      *    - the projected critical path: the JOBDEPS.DAT chain
      *      whose average elapsed times end latest, from the
      *      average first start, and its margin to the target.
      *
      *  SLAPARM.DAT (one record, every field optional):
      *      cols 1-4   service-level target, HHMM     (0600)
      *      cols 5-8   batch window opens, HHMM       (1800)
      *      cols 9-11  over-average flag percentage   (025)
      *      cols 12-13 nights averaged, up to 60      (30)
      *  A clock time earlier than the window opening belongs to
      *  the following morning, so a run from 23:40 to 00:25 is 45
      *  minutes and a 05:50 finish is ten minutes inside a 06:00
      *  target.  Only completed runs are counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-HISTORY  ASSIGN TO "RUNHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-HISTORY-STATUS.
           SELECT RUN-CONTROL-FILE     ASSIGN TO "RUNCTL.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-CONTROL-STATUS.
           SELECT JOB-DEPENDENCY-FILE  ASSIGN TO "JOBDEPS.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           DEPENDENCY-STATUS.
           SELECT SLA-PARMS            ASSIGN TO "SLAPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT TREND-REPORT         ASSIGN TO "SLATREND.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-HISTORY.
       01  RUN-HISTORY-RECORD          PIC X(40).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE        PIC 9(8).
           05  RC-JOB-NAME             PIC X(8).
           05  RC-RUN-STATUS           PIC X.
           05  RC-START-TIME           PIC 9(8).
           05  RC-END-TIME             PIC 9(8).
           05  RC-RECORD-COUNT         PIC 9(7).

       FD  JOB-DEPENDENCY-FILE.
       01  JOB-DEPENDENCY-RECORD.
           05  DEP-JOB-NAME            PIC X(8).
           05  DEP-PREDECESSOR         PIC X(8).

       FD  SLA-PARMS.
       01  SLA-PARM-RECORD.
           05  PARM-TARGET-TIME        PIC 9(4).
           05  PARM-WINDOW-OPEN        PIC 9(4).
           05  PARM-OVER-PERCENT       PIC 9(3).
           05  PARM-AVERAGE-NIGHTS     PIC 99.

       FD  TREND-REPORT.
       01  TREND-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-HISTORY-STATUS          PIC XX.
       01  RUN-CONTROL-STATUS          PIC XX.
       01  DEPENDENCY-STATUS           PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RUN-EOF-STATUS              PIC X.
           88  RUN-END                 VALUE 'Y'.
       01  DEPENDENCY-EOF-STATUS       PIC X.
           88  DEPENDENCY-END          VALUE 'Y'.
      *  1 gathers the business dates, 2 loads the runs.
       01  PASS-NUMBER                 PIC 9.

       01  TARGET-TIME                 PIC 9(4) VALUE 0600.
       01  WINDOW-OPEN-TIME            PIC 9(4) VALUE 1800.
       01  OVER-PERCENT                PIC 9(3) VALUE 025.
       01  AVERAGE-NIGHTS              PIC 99 VALUE 30.
       01  TARGET-SECONDS              PIC 9(6).
       01  WINDOW-OPEN-SECONDS         PIC 9(6).

      *  The business dates in the window, oldest first.
       01  NR-NIGHTS                   PIC 99 VALUE ZERO.
       01  NIGHT-SUB                   PIC 99.
       01  NIGHT-FOUND-SUB             PIC 99.
       01  INSERT-SUB                  PIC 99.
       01  NIGHT-TABLE.
           05  NIGHT-ENTRY OCCURS 60 TIMES.
               10  NGT-BUSINESS-DATE   PIC 9(8).
               10  NGT-FIRST-START     PIC 9(6).
               10  NGT-CP-END          PIC 9(6).
               10  NGT-CP-JOB          PIC X(8).
               10  NGT-MARGIN-MINUTES  PIC S9(5).

      *  Jobs, each with one cell per night.
       01  NR-JOBS                     PIC 99 VALUE ZERO.
       01  JOB-SUB                     PIC 99.
       01  JOB-FOUND-SUB               PIC 99.
       01  JOB-TABLE.
           05  JOB-ENTRY OCCURS 60 TIMES.
               10  JOB-NAME            PIC X(8).
               10  JOB-NIGHTS-RUN      PIC 99.
               10  JOB-TOTAL-SECONDS   PIC 9(8).
               10  JOB-TOTAL-RECORDS   PIC 9(10).
               10  JOB-AVERAGE-SECONDS PIC 9(6).
               10  JOB-LONGEST-SECONDS PIC 9(6).
               10  JOB-LONGEST-DATE    PIC 9(8).
               10  JOB-LATEST-NIGHT    PIC 99.
               10  JOB-EARLIEST-FINISH PIC 9(6).
               10  JOB-NIGHT-CELL OCCURS 60 TIMES.
                   15  CELL-RAN        PIC X.
                   15  CELL-ELAPSED    PIC 9(6).
                   15  CELL-RECORDS    PIC 9(7).
                   15  CELL-START      PIC 9(6).
                   15  CELL-END        PIC 9(6).

       01  NR-DEPENDENCIES             PIC 99 VALUE ZERO.
       01  DEP-SUB                     PIC 99.
       01  DEP-FOUND-SUB               PIC 99.
       01  DEPENDENCY-TABLE.
           05  DEPENDENCY-ENTRY OCCURS 50 TIMES.
               10  DTB-JOB-NAME        PIC X(8).
               10  DTB-PREDECESSOR     PIC X(8).
               10  DTB-PROJECTED-END   PIC 9(6).
       01  PASS-SUB                    PIC 99.
       01  FIND-SUB                    PIC 99.
       01  CHAIN-COUNT                 PIC 99.
       01  CHAIN-SUB                   PIC 99.
       01  CHAIN-TABLE.
           05  CHAIN-DEP-SUB           PIC 99 OCCURS 50 TIMES.

       01  LOOKUP-JOB-NAME             PIC X(8).
       01  CLOCK-WORK                  PIC 9(8).
       01  CLOCK-PARTS REDEFINES CLOCK-WORK.
           05  CLOCK-HH                PIC 99.
           05  CLOCK-MM                PIC 99.
           05  CLOCK-SS                PIC 99.
           05  CLOCK-CC                PIC 99.
       01  TIMELINE-SECONDS            PIC 9(6).
       01  START-SECONDS               PIC 9(6).
       01  END-SECONDS                 PIC 9(6).
       01  ELAPSED-SECONDS             PIC 9(6).
       01  DURATION-SECONDS            PIC 9(6).
       01  DURATION-HOURS              PIC 99.
       01  DURATION-MINUTES            PIC 99.
       01  DURATION-REST               PIC 9(6).
       01  DURATION-TEXT.
           05  DUR-HH                  PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  DUR-MM                  PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  DUR-SS                  PIC 99.
       01  CLOCK-TEXT.
           05  CLK-HH                  PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  CLK-MM                  PIC 99.
       01  RECORDS-PER-MINUTE          PIC 9(7).
       01  PERCENT-OVER                PIC S9(5).
       01  OVER-LIMIT-SECONDS          PIC 9(7).
       01  LATE-JOB-COUNT              PIC 99 VALUE ZERO.
       01  TOTAL-FIRST-START           PIC 9(8).
       01  AVERAGE-FIRST-START         PIC 9(6).
       01  PROJECTED-MAX-END           PIC 9(6).
       01  PROJECTED-MAX-SUB           PIC 99.
       01  PROJECTED-MARGIN            PIC S9(5).
       01  PRIOR-MARGIN                PIC S9(5).
       01  MARGIN-CHANGE               PIC S9(5).
       01  HALF-NIGHTS                 PIC 99.
       01  EARLY-MARGIN-TOTAL          PIC S9(7).
       01  LATE-MARGIN-TOTAL           PIC S9(7).
       01  EARLY-MARGIN-AVERAGE        PIC S9(5).
       01  LATE-MARGIN-AVERAGE         PIC S9(5).
       01  NIGHTS-MISSED-COUNT         PIC 99 VALUE ZERO.
       01  NIGHTS-WITH-PATH            PIC 99 VALUE ZERO.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(46) VALUE
               'NIGHTLY BATCH ELAPSED TIME AND SERVICE LEVEL  '.
       01  PARM-LINE.
           05  FILLER                  PIC X(18) VALUE
               'TARGET (HHMM):    '.
           05  PRM-TARGET              PIC 9(4).
           05  FILLER                  PIC X(19) VALUE
               '   WINDOW OPENS:   '.
           05  PRM-WINDOW              PIC 9(4).
           05  FILLER                  PIC X(18) VALUE
               '   FLAG OVER AVG: '.
           05  PRM-PERCENT             PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE
               '%   NIGHTS '.
           05  PRM-NIGHTS              PIC Z9.
           05  FILLER                  PIC X(6) VALUE ' FROM '.
           05  PRM-FIRST-DATE          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  PRM-LAST-DATE           PIC 9(8).
       01  JOB-HEADING-LINE.
           05  FILLER                  PIC X(4) VALUE 'JOB '.
           05  JHL-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(9) VALUE '  NIGHTS '.
           05  JHL-NIGHTS              PIC Z9.
           05  FILLER                  PIC X(10) VALUE '  AVERAGE '.
           05  JHL-AVERAGE             PIC X(8).
           05  FILLER                  PIC X(10) VALUE '  LONGEST '.
           05  JHL-LONGEST             PIC X(8).
           05  FILLER                  PIC X(4) VALUE ' ON '.
           05  JHL-LONGEST-DATE        PIC 9(8).
           05  FILLER                  PIC X(17) VALUE
               '  RECORDS/MINUTE '.
           05  JHL-RATE                PIC Z,ZZZ,ZZ9.
       01  NIGHT-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               '    BUS DATE  START   END     ELAPSED   '.
           05  FILLER                  PIC X(40) VALUE
               ' RECORDS  REC/MIN  VS AVG'.
       01  NIGHT-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  NDL-DATE                PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  NDL-START               PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  NDL-END                 PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  NDL-ELAPSED             PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  NDL-RECORDS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  NDL-RATE                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NDL-PERCENT             PIC ++++9.
           05  FILLER                  PIC X VALUE '%'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NDL-FLAG                PIC X(20).
       01  LATE-JOB-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LJL-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(8) VALUE '  RAN   '.
           05  LJL-ELAPSED             PIC X(8).
           05  FILLER                  PIC X(4) VALUE ' ON '.
           05  LJL-DATE                PIC 9(8).
           05  FILLER                  PIC X(13) VALUE
               '  AVERAGE    '.
           05  LJL-AVERAGE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LJL-PERCENT             PIC ++++9.
           05  FILLER                  PIC X(7) VALUE '% OVER '.
       01  PATH-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               '    BUS DATE  FIRST START  PATH END  LAS'.
           05  FILLER                  PIC X(40) VALUE
               'T JOB  MARGIN MIN  CHANGE'.
       01  PATH-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  PDL-DATE                PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  PDL-FIRST-START         PIC X(5).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  PDL-CP-END              PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PDL-CP-JOB              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PDL-MARGIN              PIC ----9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PDL-CHANGE              PIC ----9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PDL-FLAG                PIC X(16).
       01  MARGIN-TREND-LINE.
           05  FILLER                  PIC X(28) VALUE
               'AVERAGE MARGIN, EARLY HALF: '.
           05  MTL-EARLY               PIC ----9.
           05  FILLER                  PIC X(19) VALUE
               ' MIN   LATE HALF:  '.
           05  MTL-LATE                PIC ----9.
           05  FILLER                  PIC X(7) VALUE ' MIN   '.
           05  MTL-VERDICT             PIC X(40).
       01  MISSED-LINE.
           05  FILLER                  PIC X(28) VALUE
               'NIGHTS PAST THE TARGET:     '.
           05  MSL-MISSED              PIC Z9.
           05  FILLER                  PIC X(4) VALUE ' OF '.
           05  MSL-NIGHTS              PIC Z9.
       01  CHAIN-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CDL-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(11) VALUE '  AVERAGE  '.
           05  CDL-AVERAGE             PIC X(8).
           05  FILLER                  PIC X(17) VALUE
               '  PROJECTED END  '.
           05  CDL-END                 PIC X(5).
       01  PROJECTION-LINE.
           05  FILLER                  PIC X(28) VALUE
               'PROJECTED PATH END:         '.
           05  PJL-END                 PIC X(5).
           05  FILLER                  PIC X(19) VALUE
               '   FROM START AT   '.
           05  PJL-START               PIC X(5).
           05  FILLER                  PIC X(12) VALUE
               '   MARGIN   '.
           05  PJL-MARGIN              PIC ----9.
           05  FILLER                  PIC X(5) VALUE ' MIN '.
           05  PJL-FLAG                PIC X(16).
       01  MESSAGE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  MSG-TEXT                PIC X(76).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-READ-SLA-PARMS.
           MOVE 1 TO PASS-NUMBER.
           PERFORM 0300-READ-RUN-CONTROL.
           IF NR-NIGHTS = ZERO
               DISPLAY 'SLATREND: NO COMPLETED RUNS ON RUNHIST.DAT '
                   'OR RUNCTL.DAT -- NOTHING TO TREND'
               STOP RUN.
           MOVE 2 TO PASS-NUMBER.
           PERFORM 0300-READ-RUN-CONTROL.
           PERFORM 0150-LOAD-JOB-DEPENDENCIES.
           OPEN OUTPUT TREND-REPORT.
           WRITE TREND-REPORT-LINE FROM REPORT-HEADING.
           MOVE TARGET-TIME TO PRM-TARGET.
           MOVE WINDOW-OPEN-TIME TO PRM-WINDOW.
           MOVE OVER-PERCENT TO PRM-PERCENT.
           MOVE NR-NIGHTS TO PRM-NIGHTS.
           MOVE NGT-BUSINESS-DATE (1) TO PRM-FIRST-DATE.
           MOVE NGT-BUSINESS-DATE (NR-NIGHTS) TO PRM-LAST-DATE.
           WRITE TREND-REPORT-LINE FROM PARM-LINE.
           PERFORM 0500-REPORT-ONE-JOB
               VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > NR-JOBS.
           PERFORM 0600-REPORT-LATE-JOBS.
           PERFORM 0700-REPORT-CRITICAL-PATH.
           PERFORM 0800-REPORT-PROJECTED-PATH.
           CLOSE TREND-REPORT.
           DISPLAY 'SLATREND: ' NR-JOBS ' JOBS OVER ' NR-NIGHTS
               ' NIGHTS, ' LATE-JOB-COUNT ' RUNNING OVER AVERAGE'.
           STOP RUN.

       0100-READ-SLA-PARMS.
           OPEN INPUT SLA-PARMS.
           IF PARM-STATUS = '00'
               READ SLA-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TARGET-TIME NUMERIC
                         AND PARM-TARGET-TIME < 2400
                           MOVE PARM-TARGET-TIME TO TARGET-TIME
                       END-IF
                       IF PARM-WINDOW-OPEN NUMERIC
                         AND PARM-WINDOW-OPEN < 2400
                           MOVE PARM-WINDOW-OPEN TO WINDOW-OPEN-TIME
                       END-IF
                       IF PARM-OVER-PERCENT NUMERIC
                         AND PARM-OVER-PERCENT > ZERO
                           MOVE PARM-OVER-PERCENT TO OVER-PERCENT
                       END-IF
                       IF PARM-AVERAGE-NIGHTS NUMERIC
                         AND PARM-AVERAGE-NIGHTS > ZERO
                           MOVE PARM-AVERAGE-NIGHTS TO AVERAGE-NIGHTS
                       END-IF
               END-READ
               CLOSE SLA-PARMS.
           IF AVERAGE-NIGHTS > 60
               MOVE 60 TO AVERAGE-NIGHTS.
           COMPUTE WINDOW-OPEN-SECONDS =
               (WINDOW-OPEN-TIME / 100) * 3600
             + FUNCTION MOD (WINDOW-OPEN-TIME, 100) * 60.
           MOVE TARGET-TIME TO CLOCK-WORK (1:4).
           MOVE ZERO TO CLOCK-WORK (5:4).
           PERFORM 0900-CLOCK-TO-TIMELINE.
           MOVE TIMELINE-SECONDS TO TARGET-SECONDS.

       0150-LOAD-JOB-DEPENDENCIES.
           MOVE 'N' TO DEPENDENCY-EOF-STATUS.
           OPEN INPUT JOB-DEPENDENCY-FILE.
           IF DEPENDENCY-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL DEPENDENCY-END
               READ JOB-DEPENDENCY-FILE
                   AT END
                       MOVE 'Y' TO DEPENDENCY-EOF-STATUS
                   NOT AT END
                       IF NR-DEPENDENCIES < 50
                         AND DEP-JOB-NAME NOT = SPACES
                           ADD 1 TO NR-DEPENDENCIES
                           MOVE DEP-JOB-NAME
                               TO DTB-JOB-NAME (NR-DEPENDENCIES)
                           MOVE DEP-PREDECESSOR
                               TO DTB-PREDECESSOR (NR-DEPENDENCIES)
                           MOVE ZERO
                               TO DTB-PROJECTED-END (NR-DEPENDENCIES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-DEPENDENCY-FILE.

      *  Both passes read the history and then the recent week the
      *  same way; only what is done with each completed run
      *  differs.
       0300-READ-RUN-CONTROL.
           MOVE 'N' TO RUN-EOF-STATUS.
           OPEN INPUT RUN-CONTROL-HISTORY.
           IF RUN-HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO RUN-EOF-STATUS.
           PERFORM UNTIL RUN-END
               READ RUN-CONTROL-HISTORY
                   AT END
                       MOVE 'Y' TO RUN-EOF-STATUS
                   NOT AT END
                       MOVE RUN-HISTORY-RECORD TO RUN-CONTROL-RECORD
                       PERFORM 0320-TAKE-ONE-RUN
               END-READ
           END-PERFORM.
           IF RUN-HISTORY-STATUS = '00' OR RUN-HISTORY-STATUS = '10'
               CLOSE RUN-CONTROL-HISTORY.
           MOVE 'N' TO RUN-EOF-STATUS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = '00'
               MOVE 'Y' TO RUN-EOF-STATUS.
           PERFORM UNTIL RUN-END
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO RUN-EOF-STATUS
                   NOT AT END
                       PERFORM 0320-TAKE-ONE-RUN
               END-READ
           END-PERFORM.
           IF RUN-CONTROL-STATUS = '00' OR RUN-CONTROL-STATUS = '10'
               CLOSE RUN-CONTROL-FILE.

       0320-TAKE-ONE-RUN.
           IF RC-RUN-STATUS NOT = 'C'
             OR RC-BUSINESS-DATE NOT NUMERIC
               EXIT PARAGRAPH.
           IF PASS-NUMBER = 1
               PERFORM 0340-KEEP-BUSINESS-DATE
           ELSE
               PERFORM 0380-LOAD-ONE-RUN.

      *  The window is kept oldest first and never longer than the
      *  nights asked for: a newer date pushes the oldest out.
       0340-KEEP-BUSINESS-DATE.
           MOVE ZERO TO INSERT-SUB.
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > NR-NIGHTS
               IF NGT-BUSINESS-DATE (NIGHT-SUB) = RC-BUSINESS-DATE
                   EXIT PARAGRAPH
               END-IF
               IF NGT-BUSINESS-DATE (NIGHT-SUB) < RC-BUSINESS-DATE
                   MOVE NIGHT-SUB TO INSERT-SUB
               END-IF
           END-PERFORM.
           IF NR-NIGHTS < AVERAGE-NIGHTS
               ADD 1 TO NR-NIGHTS
               PERFORM VARYING NIGHT-SUB FROM NR-NIGHTS BY -1
                   UNTIL NIGHT-SUB <= INSERT-SUB + 1
                   MOVE NIGHT-ENTRY (NIGHT-SUB - 1)
                       TO NIGHT-ENTRY (NIGHT-SUB)
               END-PERFORM
               ADD 1 TO INSERT-SUB
           ELSE
               IF INSERT-SUB = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING NIGHT-SUB FROM 1 BY 1
                   UNTIL NIGHT-SUB >= INSERT-SUB
                   MOVE NIGHT-ENTRY (NIGHT-SUB + 1)
                       TO NIGHT-ENTRY (NIGHT-SUB)
               END-PERFORM
           END-IF.
           MOVE RC-BUSINESS-DATE TO NGT-BUSINESS-DATE (INSERT-SUB).
           MOVE ZERO TO NGT-FIRST-START (INSERT-SUB)
                        NGT-CP-END (INSERT-SUB)
                        NGT-MARGIN-MINUTES (INSERT-SUB).
           MOVE SPACES TO NGT-CP-JOB (INSERT-SUB).

       0380-LOAD-ONE-RUN.
           MOVE ZERO TO NIGHT-FOUND-SUB.
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > NR-NIGHTS
               IF NGT-BUSINESS-DATE (NIGHT-SUB) = RC-BUSINESS-DATE
                   MOVE NIGHT-SUB TO NIGHT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF NIGHT-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           MOVE RC-JOB-NAME TO LOOKUP-JOB-NAME.
           PERFORM 0390-FIND-OR-ADD-JOB.
           IF JOB-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           MOVE RC-START-TIME TO CLOCK-WORK.
           PERFORM 0900-CLOCK-TO-TIMELINE.
           MOVE TIMELINE-SECONDS TO START-SECONDS.
           MOVE RC-END-TIME TO CLOCK-WORK.
           PERFORM 0900-CLOCK-TO-TIMELINE.
           MOVE TIMELINE-SECONDS TO END-SECONDS.
           IF END-SECONDS < START-SECONDS
               ADD 86400 TO END-SECONDS.
           COMPUTE ELAPSED-SECONDS = END-SECONDS - START-SECONDS.
           MOVE 'Y' TO CELL-RAN (JOB-FOUND-SUB NIGHT-FOUND-SUB).
           MOVE ELAPSED-SECONDS
               TO CELL-ELAPSED (JOB-FOUND-SUB NIGHT-FOUND-SUB).
           MOVE RC-RECORD-COUNT
               TO CELL-RECORDS (JOB-FOUND-SUB NIGHT-FOUND-SUB).
           MOVE START-SECONDS
               TO CELL-START (JOB-FOUND-SUB NIGHT-FOUND-SUB).
           MOVE END-SECONDS
               TO CELL-END (JOB-FOUND-SUB NIGHT-FOUND-SUB).

       0390-FIND-OR-ADD-JOB.
           MOVE ZERO TO JOB-FOUND-SUB.
           PERFORM VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > NR-JOBS
               IF JOB-NAME (JOB-SUB) = LOOKUP-JOB-NAME
                   MOVE JOB-SUB TO JOB-FOUND-SUB
               END-IF
           END-PERFORM.
           IF JOB-FOUND-SUB > ZERO OR NR-JOBS = 60
               EXIT PARAGRAPH.
           ADD 1 TO NR-JOBS.
           MOVE NR-JOBS TO JOB-FOUND-SUB.
           MOVE LOOKUP-JOB-NAME TO JOB-NAME (NR-JOBS).
           MOVE ZERO TO JOB-NIGHTS-RUN (NR-JOBS)
                        JOB-TOTAL-SECONDS (NR-JOBS)
                        JOB-TOTAL-RECORDS (NR-JOBS)
                        JOB-AVERAGE-SECONDS (NR-JOBS)
                        JOB-LONGEST-SECONDS (NR-JOBS)
                        JOB-LONGEST-DATE (NR-JOBS)
                        JOB-LATEST-NIGHT (NR-JOBS)
                        JOB-EARLIEST-FINISH (NR-JOBS).
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > 60
               MOVE 'N' TO CELL-RAN (NR-JOBS NIGHT-SUB)
               MOVE ZERO TO CELL-ELAPSED (NR-JOBS NIGHT-SUB)
                            CELL-RECORDS (NR-JOBS NIGHT-SUB)
                            CELL-START (NR-JOBS NIGHT-SUB)
                            CELL-END (NR-JOBS NIGHT-SUB)
           END-PERFORM.

      *  One job: the window figures first (the average is needed
      *  to judge each night), then a line per night it ran.
       0500-REPORT-ONE-JOB.
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > NR-NIGHTS
               IF CELL-RAN (JOB-SUB NIGHT-SUB) = 'Y'
                   ADD 1 TO JOB-NIGHTS-RUN (JOB-SUB)
                   ADD CELL-ELAPSED (JOB-SUB NIGHT-SUB)
                       TO JOB-TOTAL-SECONDS (JOB-SUB)
                   ADD CELL-RECORDS (JOB-SUB NIGHT-SUB)
                       TO JOB-TOTAL-RECORDS (JOB-SUB)
                   MOVE NIGHT-SUB TO JOB-LATEST-NIGHT (JOB-SUB)
                   IF CELL-ELAPSED (JOB-SUB NIGHT-SUB)
                           > JOB-LONGEST-SECONDS (JOB-SUB)
                     OR JOB-LONGEST-DATE (JOB-SUB) = ZERO
                       MOVE CELL-ELAPSED (JOB-SUB NIGHT-SUB)
                           TO JOB-LONGEST-SECONDS (JOB-SUB)
                       MOVE NGT-BUSINESS-DATE (NIGHT-SUB)
                           TO JOB-LONGEST-DATE (JOB-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           IF JOB-NIGHTS-RUN (JOB-SUB) > ZERO
               COMPUTE JOB-AVERAGE-SECONDS (JOB-SUB) ROUNDED =
                   JOB-TOTAL-SECONDS (JOB-SUB)
                       / JOB-NIGHTS-RUN (JOB-SUB).
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE JOB-NAME (JOB-SUB) TO JHL-JOB-NAME.
           MOVE JOB-NIGHTS-RUN (JOB-SUB) TO JHL-NIGHTS.
           MOVE JOB-AVERAGE-SECONDS (JOB-SUB) TO DURATION-SECONDS.
           PERFORM 0920-FORMAT-DURATION.
           MOVE DURATION-TEXT TO JHL-AVERAGE.
           MOVE JOB-LONGEST-SECONDS (JOB-SUB) TO DURATION-SECONDS.
           PERFORM 0920-FORMAT-DURATION.
           MOVE DURATION-TEXT TO JHL-LONGEST.
           MOVE JOB-LONGEST-DATE (JOB-SUB) TO JHL-LONGEST-DATE.
           IF JOB-TOTAL-SECONDS (JOB-SUB) > ZERO
               COMPUTE RECORDS-PER-MINUTE ROUNDED =
                   JOB-TOTAL-RECORDS (JOB-SUB) * 60
                       / JOB-TOTAL-SECONDS (JOB-SUB)
           ELSE
               MOVE ZERO TO RECORDS-PER-MINUTE.
           MOVE RECORDS-PER-MINUTE TO JHL-RATE.
           WRITE TREND-REPORT-LINE FROM JOB-HEADING-LINE.
           WRITE TREND-REPORT-LINE FROM NIGHT-COLUMN-HEADING.
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > NR-NIGHTS
               IF CELL-RAN (JOB-SUB NIGHT-SUB) = 'Y'
                   PERFORM 0550-REPORT-ONE-NIGHT
               END-IF
           END-PERFORM.

       0550-REPORT-ONE-NIGHT.
           MOVE NGT-BUSINESS-DATE (NIGHT-SUB) TO NDL-DATE.
           MOVE CELL-START (JOB-SUB NIGHT-SUB) TO TIMELINE-SECONDS.
           PERFORM 0930-FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO NDL-START.
           MOVE CELL-END (JOB-SUB NIGHT-SUB) TO TIMELINE-SECONDS.
           PERFORM 0930-FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO NDL-END.
           MOVE CELL-ELAPSED (JOB-SUB NIGHT-SUB) TO DURATION-SECONDS.
           PERFORM 0920-FORMAT-DURATION.
           MOVE DURATION-TEXT TO NDL-ELAPSED.
           MOVE CELL-RECORDS (JOB-SUB NIGHT-SUB) TO NDL-RECORDS.
           IF CELL-ELAPSED (JOB-SUB NIGHT-SUB) > ZERO
               COMPUTE RECORDS-PER-MINUTE ROUNDED =
                   CELL-RECORDS (JOB-SUB NIGHT-SUB) * 60
                       / CELL-ELAPSED (JOB-SUB NIGHT-SUB)
           ELSE
               MOVE ZERO TO RECORDS-PER-MINUTE.
           MOVE RECORDS-PER-MINUTE TO NDL-RATE.
           PERFORM 0560-PERCENT-OVER-AVERAGE.
           MOVE PERCENT-OVER TO NDL-PERCENT.
           IF PERCENT-OVER > OVER-PERCENT
               MOVE '*OVER AVERAGE*' TO NDL-FLAG
           ELSE
               MOVE SPACES TO NDL-FLAG.
           WRITE TREND-REPORT-LINE FROM NIGHT-DETAIL-LINE.

       0560-PERCENT-OVER-AVERAGE.
           IF JOB-AVERAGE-SECONDS (JOB-SUB) = ZERO
               MOVE ZERO TO PERCENT-OVER
               EXIT PARAGRAPH.
           COMPUTE PERCENT-OVER ROUNDED =
               (CELL-ELAPSED (JOB-SUB NIGHT-SUB)
                 - JOB-AVERAGE-SECONDS (JOB-SUB)) * 100
                   / JOB-AVERAGE-SECONDS (JOB-SUB).

      *  The jobs to look at this morning: the latest night each
      *  ran came in over its average by more than the set
      *  percentage.
       0600-REPORT-LATE-JOBS.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE 'JOBS WHOSE LATEST RUN WAS OVER THEIR AVERAGE'
               TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           PERFORM VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > NR-JOBS
               IF JOB-LATEST-NIGHT (JOB-SUB) > ZERO
                   MOVE JOB-LATEST-NIGHT (JOB-SUB) TO NIGHT-SUB
                   PERFORM 0560-PERCENT-OVER-AVERAGE
                   IF PERCENT-OVER > OVER-PERCENT
                       ADD 1 TO LATE-JOB-COUNT
                       MOVE JOB-NAME (JOB-SUB) TO LJL-JOB-NAME
                       MOVE CELL-ELAPSED (JOB-SUB NIGHT-SUB)
                           TO DURATION-SECONDS
                       PERFORM 0920-FORMAT-DURATION
                       MOVE DURATION-TEXT TO LJL-ELAPSED
                       MOVE NGT-BUSINESS-DATE (NIGHT-SUB) TO LJL-DATE
                       MOVE JOB-AVERAGE-SECONDS (JOB-SUB)
                           TO DURATION-SECONDS
                       PERFORM 0920-FORMAT-DURATION
                       MOVE DURATION-TEXT TO LJL-AVERAGE
                       MOVE PERCENT-OVER TO LJL-PERCENT
                       WRITE TREND-REPORT-LINE FROM LATE-JOB-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF LATE-JOB-COUNT = ZERO
               MOVE 'NONE' TO MSG-TEXT
               WRITE TREND-REPORT-LINE FROM MESSAGE-LINE.

      *  Each night's critical path ends with the last of the
      *  JOBDEPS.DAT jobs to complete (every job, when there is no
      *  definition file); the margin is what was left before the
      *  target.
       0700-REPORT-CRITICAL-PATH.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE 'CRITICAL PATH END AGAINST THE SERVICE-LEVEL TARGET'
               TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE FROM PATH-COLUMN-HEADING.
           MOVE ZERO TO PRIOR-MARGIN
                        TOTAL-FIRST-START.
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > NR-NIGHTS
               PERFORM 0720-FIND-NIGHT-PATH
               IF NGT-CP-JOB (NIGHT-SUB) NOT = SPACES
                   PERFORM 0750-REPORT-ONE-PATH
               END-IF
           END-PERFORM.
           PERFORM 0780-REPORT-MARGIN-TREND.

       0720-FIND-NIGHT-PATH.
           PERFORM VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > NR-JOBS
               IF CELL-RAN (JOB-SUB NIGHT-SUB) = 'Y'
                   IF NGT-FIRST-START (NIGHT-SUB) = ZERO
                     OR CELL-START (JOB-SUB NIGHT-SUB)
                           < NGT-FIRST-START (NIGHT-SUB)
                       MOVE CELL-START (JOB-SUB NIGHT-SUB)
                           TO NGT-FIRST-START (NIGHT-SUB)
                   END-IF
                   MOVE JOB-NAME (JOB-SUB) TO LOOKUP-JOB-NAME
                   PERFORM 0940-FIND-DEPENDENCY
                   IF (DEP-FOUND-SUB > ZERO OR NR-DEPENDENCIES = ZERO)
                     AND CELL-END (JOB-SUB NIGHT-SUB)
                           > NGT-CP-END (NIGHT-SUB)
                       MOVE CELL-END (JOB-SUB NIGHT-SUB)
                           TO NGT-CP-END (NIGHT-SUB)
                       MOVE JOB-NAME (JOB-SUB)
                           TO NGT-CP-JOB (NIGHT-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           IF NGT-CP-JOB (NIGHT-SUB) NOT = SPACES
               COMPUTE NGT-MARGIN-MINUTES (NIGHT-SUB) =
                   (TARGET-SECONDS - NGT-CP-END (NIGHT-SUB)) / 60.

       0750-REPORT-ONE-PATH.
           ADD 1 TO NIGHTS-WITH-PATH.
           ADD NGT-FIRST-START (NIGHT-SUB) TO TOTAL-FIRST-START.
           MOVE NGT-BUSINESS-DATE (NIGHT-SUB) TO PDL-DATE.
           MOVE NGT-FIRST-START (NIGHT-SUB) TO TIMELINE-SECONDS.
           PERFORM 0930-FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO PDL-FIRST-START.
           MOVE NGT-CP-END (NIGHT-SUB) TO TIMELINE-SECONDS.
           PERFORM 0930-FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO PDL-CP-END.
           MOVE NGT-CP-JOB (NIGHT-SUB) TO PDL-CP-JOB.
           MOVE NGT-MARGIN-MINUTES (NIGHT-SUB) TO PDL-MARGIN.
           IF NIGHTS-WITH-PATH = 1
               MOVE ZERO TO MARGIN-CHANGE
           ELSE
               COMPUTE MARGIN-CHANGE =
                   NGT-MARGIN-MINUTES (NIGHT-SUB) - PRIOR-MARGIN.
           MOVE MARGIN-CHANGE TO PDL-CHANGE.
           MOVE NGT-MARGIN-MINUTES (NIGHT-SUB) TO PRIOR-MARGIN.
           IF NGT-MARGIN-MINUTES (NIGHT-SUB) < ZERO
               ADD 1 TO NIGHTS-MISSED-COUNT
               MOVE '*MISSED TARGET*' TO PDL-FLAG
           ELSE
               MOVE SPACES TO PDL-FLAG.
           WRITE TREND-REPORT-LINE FROM PATH-DETAIL-LINE.

      *  The direction: the average margin over the older half of
      *  the window against the newer half.
       0780-REPORT-MARGIN-TREND.
           MOVE ZERO TO EARLY-MARGIN-TOTAL
                        LATE-MARGIN-TOTAL
                        EARLY-MARGIN-AVERAGE
                        LATE-MARGIN-AVERAGE
                        CHAIN-COUNT.
           COMPUTE HALF-NIGHTS = NIGHTS-WITH-PATH / 2.
           PERFORM VARYING NIGHT-SUB FROM 1 BY 1
               UNTIL NIGHT-SUB > NR-NIGHTS
               IF NGT-CP-JOB (NIGHT-SUB) NOT = SPACES
                   ADD 1 TO CHAIN-COUNT
                   IF CHAIN-COUNT <= HALF-NIGHTS
                       ADD NGT-MARGIN-MINUTES (NIGHT-SUB)
                           TO EARLY-MARGIN-TOTAL
                   ELSE
                       ADD NGT-MARGIN-MINUTES (NIGHT-SUB)
                           TO LATE-MARGIN-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           IF HALF-NIGHTS > ZERO
               COMPUTE EARLY-MARGIN-AVERAGE ROUNDED =
                   EARLY-MARGIN-TOTAL / HALF-NIGHTS
               COMPUTE LATE-MARGIN-AVERAGE ROUNDED =
                   LATE-MARGIN-TOTAL / (NIGHTS-WITH-PATH - HALF-NIGHTS)
           ELSE
               MOVE PRIOR-MARGIN TO EARLY-MARGIN-AVERAGE
                                    LATE-MARGIN-AVERAGE.
           MOVE EARLY-MARGIN-AVERAGE TO MTL-EARLY.
           MOVE LATE-MARGIN-AVERAGE TO MTL-LATE.
           EVALUATE TRUE
               WHEN HALF-NIGHTS = ZERO
                   MOVE 'TOO FEW NIGHTS FOR A TREND' TO MTL-VERDICT
               WHEN LATE-MARGIN-AVERAGE < EARLY-MARGIN-AVERAGE
                   MOVE '*MARGIN SHRINKING -- WINDOW IS CREEPING*'
                       TO MTL-VERDICT
               WHEN OTHER
                   MOVE 'MARGIN HOLDING OR GROWING' TO MTL-VERDICT
           END-EVALUATE.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE FROM MARGIN-TREND-LINE.
           MOVE NIGHTS-MISSED-COUNT TO MSL-MISSED.
           MOVE NIGHTS-WITH-PATH TO MSL-NIGHTS.
           WRITE TREND-REPORT-LINE FROM MISSED-LINE.

      *  The projection: each JOBDEPS.DAT job ends its average
      *  elapsed time after its predecessor's projected end.  The
      *  table is settled by repeated passes, so the definition
      *  file need not list a predecessor ahead of its successors.
       0800-REPORT-PROJECTED-PATH.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE 'PROJECTED CRITICAL PATH FROM JOBDEPS.DAT AVERAGES'
               TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           IF NR-DEPENDENCIES = ZERO OR NIGHTS-WITH-PATH = ZERO
               MOVE 'NO JOBDEPS.DAT -- NOTHING TO PROJECT'
                   TO MSG-TEXT
               WRITE TREND-REPORT-LINE FROM MESSAGE-LINE
               EXIT PARAGRAPH.
           COMPUTE AVERAGE-FIRST-START ROUNDED =
               TOTAL-FIRST-START / NIGHTS-WITH-PATH.
           PERFORM VARYING PASS-SUB FROM 1 BY 1
               UNTIL PASS-SUB > NR-DEPENDENCIES
               PERFORM 0820-PROJECT-ONE-PASS
           END-PERFORM.
           MOVE ZERO TO PROJECTED-MAX-END
                        PROJECTED-MAX-SUB.
           PERFORM VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB > NR-DEPENDENCIES
               IF DTB-PROJECTED-END (DEP-SUB) > PROJECTED-MAX-END
                   MOVE DTB-PROJECTED-END (DEP-SUB)
                       TO PROJECTED-MAX-END
                   MOVE DEP-SUB TO PROJECTED-MAX-SUB
               END-IF
           END-PERFORM.
           IF PROJECTED-MAX-SUB = ZERO
               MOVE 'NO AVERAGE RUNS FOR THE JOBDEPS.DAT JOBS'
                   TO MSG-TEXT
               WRITE TREND-REPORT-LINE FROM MESSAGE-LINE
               EXIT PARAGRAPH.
           PERFORM 0850-BUILD-CHAIN.
           PERFORM VARYING CHAIN-SUB FROM CHAIN-COUNT BY -1
               UNTIL CHAIN-SUB < 1
               MOVE CHAIN-DEP-SUB (CHAIN-SUB) TO DEP-SUB
               MOVE DTB-JOB-NAME (DEP-SUB) TO CDL-JOB-NAME
               MOVE DTB-JOB-NAME (DEP-SUB) TO LOOKUP-JOB-NAME
               PERFORM 0950-FIND-JOB
               IF JOB-FOUND-SUB > ZERO
                   MOVE JOB-AVERAGE-SECONDS (JOB-FOUND-SUB)
                       TO DURATION-SECONDS
               ELSE
                   MOVE ZERO TO DURATION-SECONDS
               END-IF
               PERFORM 0920-FORMAT-DURATION
               MOVE DURATION-TEXT TO CDL-AVERAGE
               MOVE DTB-PROJECTED-END (DEP-SUB) TO TIMELINE-SECONDS
               PERFORM 0930-FORMAT-CLOCK
               MOVE CLOCK-TEXT TO CDL-END
               WRITE TREND-REPORT-LINE FROM CHAIN-DETAIL-LINE
           END-PERFORM.
           MOVE PROJECTED-MAX-END TO TIMELINE-SECONDS.
           PERFORM 0930-FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO PJL-END.
           MOVE AVERAGE-FIRST-START TO TIMELINE-SECONDS.
           PERFORM 0930-FORMAT-CLOCK.
           MOVE CLOCK-TEXT TO PJL-START.
           COMPUTE PROJECTED-MARGIN =
               (TARGET-SECONDS - PROJECTED-MAX-END) / 60.
           MOVE PROJECTED-MARGIN TO PJL-MARGIN.
           IF PROJECTED-MARGIN < ZERO
               MOVE '*PAST TARGET*' TO PJL-FLAG
           ELSE
               MOVE SPACES TO PJL-FLAG.
           WRITE TREND-REPORT-LINE FROM PROJECTION-LINE.

       0820-PROJECT-ONE-PASS.
           PERFORM VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB > NR-DEPENDENCIES
               MOVE AVERAGE-FIRST-START TO START-SECONDS
               IF DTB-PREDECESSOR (DEP-SUB) NOT = SPACES
                   MOVE DTB-PREDECESSOR (DEP-SUB) TO LOOKUP-JOB-NAME
                   PERFORM 0940-FIND-DEPENDENCY
                   IF DEP-FOUND-SUB > ZERO
                     AND DTB-PROJECTED-END (DEP-FOUND-SUB)
                           > START-SECONDS
                       MOVE DTB-PROJECTED-END (DEP-FOUND-SUB)
                           TO START-SECONDS
                   END-IF
               END-IF
               MOVE DTB-JOB-NAME (DEP-SUB) TO LOOKUP-JOB-NAME
               PERFORM 0950-FIND-JOB
               IF JOB-FOUND-SUB > ZERO
                   COMPUTE DTB-PROJECTED-END (DEP-SUB) =
                       START-SECONDS
                     + JOB-AVERAGE-SECONDS (JOB-FOUND-SUB)
               ELSE
                   MOVE START-SECONDS TO DTB-PROJECTED-END (DEP-SUB)
               END-IF
           END-PERFORM.

      *  Back from the latest-ending job through its predecessors;
      *  the count stops a looped definition file.
       0850-BUILD-CHAIN.
           MOVE ZERO TO CHAIN-COUNT.
           MOVE PROJECTED-MAX-SUB TO DEP-FOUND-SUB.
           PERFORM UNTIL DEP-FOUND-SUB = ZERO
                      OR CHAIN-COUNT = NR-DEPENDENCIES
               ADD 1 TO CHAIN-COUNT
               MOVE DEP-FOUND-SUB TO CHAIN-DEP-SUB (CHAIN-COUNT)
               IF DTB-PREDECESSOR (DEP-FOUND-SUB) = SPACES
                   MOVE ZERO TO DEP-FOUND-SUB
               ELSE
                   MOVE DTB-PREDECESSOR (DEP-FOUND-SUB)
                       TO LOOKUP-JOB-NAME
                   PERFORM 0940-FIND-DEPENDENCY
               END-IF
           END-PERFORM.

      *  Clock time HHMMSSCC to seconds on the night's timeline:
      *  before the window opens is the next morning.
       0900-CLOCK-TO-TIMELINE.
           IF CLOCK-WORK NOT NUMERIC
               MOVE ZERO TO CLOCK-WORK.
           COMPUTE TIMELINE-SECONDS =
               CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.
           IF TIMELINE-SECONDS < WINDOW-OPEN-SECONDS
               ADD 86400 TO TIMELINE-SECONDS.

       0920-FORMAT-DURATION.
           DIVIDE DURATION-SECONDS BY 3600 GIVING DURATION-HOURS
               REMAINDER DURATION-REST.
           DIVIDE DURATION-REST BY 60 GIVING DURATION-MINUTES
               REMAINDER DUR-SS.
           MOVE DURATION-HOURS TO DUR-HH.
           MOVE DURATION-MINUTES TO DUR-MM.

       0930-FORMAT-CLOCK.
           COMPUTE DURATION-SECONDS =
               FUNCTION MOD (TIMELINE-SECONDS, 86400).
           DIVIDE DURATION-SECONDS BY 3600 GIVING CLK-HH
               REMAINDER DURATION-REST.
           DIVIDE DURATION-REST BY 60 GIVING CLK-MM.

       0940-FIND-DEPENDENCY.
           MOVE ZERO TO DEP-FOUND-SUB.
           PERFORM VARYING FIND-SUB FROM 1 BY 1
               UNTIL FIND-SUB > NR-DEPENDENCIES
                  OR DEP-FOUND-SUB > ZERO
               IF DTB-JOB-NAME (FIND-SUB) = LOOKUP-JOB-NAME
                   MOVE FIND-SUB TO DEP-FOUND-SUB
               END-IF
           END-PERFORM.

       0950-FIND-JOB.
           MOVE ZERO TO JOB-FOUND-SUB.
           PERFORM VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > NR-JOBS
                  OR JOB-FOUND-SUB > ZERO
               IF JOB-NAME (JOB-SUB) = LOOKUP-JOB-NAME
                   MOVE JOB-SUB TO JOB-FOUND-SUB
               END-IF
           END-PERFORM.
