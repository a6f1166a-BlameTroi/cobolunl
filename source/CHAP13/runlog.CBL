      *           below stays in force.  '00' logs the start.
      *      'E'  job end: marks the job complete and records the
      *           count.  '01' when no start was logged.
      *           The reports the job wrote are then copied into
      *           the online report repository through RPTCAPT,
      *           per the distribution table RPTDIST.DAT.
      *      'Q'  query: '00' when the job is complete for this
      *           business date, '01' when it is not.
      *
      *  RUNCTL.DAT is held in a table of 1000 entries.  A file
      *  that will not fit stops the calling job with return code
      *  16 rather than rewrite the file short.
      *
      *  The business date comes from the RUNDATE.DAT parameter the
      *  operator sets when the night's run begins; with no
      *  parameter the calendar date of the call is used.
      *
      *  RUNCTL.DAT holds the last week of business dates, so the
      *  double-run guard still sees a rerun of a recent night.  On
      *  the first call of a run, records for business dates more
      *  than a week before this one are moved to the run-control
      *  history RUNHIST.DAT (same layout, appended), where the
      *  SLATREND elapsed-time report finds them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           DEPENDENCY-STATUS.
           SELECT RUN-CONTROL-HISTORY  ASSIGN TO "RUNHIST.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RC-END-TIME             PIC 9(8).
           05  RC-RECORD-COUNT         PIC 9(7).

       FD  RUN-CONTROL-HISTORY.
       01  RUN-HISTORY-RECORD          PIC X(40).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).
           88  DEPENDENCY-END          VALUE 'Y'.
       01  RUN-CONTROL-STATUS          PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  RUN-HISTORY-STATUS          PIC XX.
       01  RETAIN-DAYS                 PIC 99 VALUE 7.
       01  RETAIN-FROM-DATE            PIC 9(8).
       01  ROLLED-COUNT                PIC 9(5).
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  CONTROL-EOF-STATUS          PIC X.
           88  CONTROL-END             VALUE 'Y'.
       01  NR-CONTROL-ENTRIES          PIC 9(4) VALUE ZERO.
       01  CONTROL-SUB                 PIC 9(4).
       01  FOUND-SUB                   PIC 9(4).
       01  KEEP-SUB                    PIC 9(4).
       01  RUN-CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 1000 TIMES.
               10  CTL-BUSINESS-DATE   PIC 9(8).
               10  CTL-JOB-NAME        PIC X(8).
               10  CTL-RUN-STATUS      PIC X.
       01  LOOKUP-JOB-NAME             PIC X(8).
       01  PREDECESSOR-NAME            PIC X(8).
       01  CURRENT-TIME-X              PIC 9(8).
       01  RPTCAPT-RETURN              PIC XX.

      *  The nightly dependencies.  JOBDEPS.DAT replaces this
      *  compiled-in list when it is on hand; the list stays as the
           05  FILLER PIC X(16) VALUE 'COMMISS COMMISSB'.
           05  FILLER PIC X(16) VALUE 'SORT2   MAILEXT '.
           05  FILLER PIC X(16) VALUE 'COLLASGNAGERPT  '.
           05  FILLER PIC X(16) VALUE 'POSPAY  REFCHECK'.
           05  FILLER PIC X(16) VALUE 'COMMFEEDBILLUPDT'.
           05  FILLER PIC X(16) VALUE 'COMMISSBCOMMFEED'.
           05  FILLER PIC X(16) VALUE 'NPCANCELBILLUPDT'.
       01  PREDECESSOR-TABLE-AREA.
           05  PREDECESSOR-ENTRY OCCURS 50 TIMES.
               10  PRE-JOB-NAME        PIC X(8).
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-ESTABLISH-BUSINESS-DATE
               PERFORM 0250-LOAD-JOB-DEPENDENCIES
               PERFORM 0270-ROLL-PRIOR-DATES
               MOVE 'N' TO FIRST-TIME-STATUS.
           PERFORM 0300-LOAD-CONTROL-FILE.
           ACCEPT CURRENT-TIME-X FROM TIME.
               END-PERFORM
               CLOSE JOB-DEPENDENCY-FILE.
           IF NR-PREDECESSORS = ZERO
               MOVE 8 TO NR-PREDECESSORS
               PERFORM VARYING PRE-SUB FROM 1 BY 1
                   UNTIL PRE-SUB > 8
                   MOVE PREDECESSOR-LIST
                       ((PRE-SUB * 16 - 15):16)
                       TO PREDECESSOR-ENTRY (PRE-SUB)
               END-PERFORM.

      *  Older business dates go to the history on the way in;
      *  the week kept is what RUNCTL.DAT is written back with.
      *  The whole file is in the table before anything is moved,
      *  so a file too big to hold stops the run untouched.
       0270-ROLL-PRIOR-DATES.
           COMPUTE RETAIN-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (BUSINESS-DATE)
                 - RETAIN-DAYS).
           MOVE ZERO TO ROLLED-COUNT.
           PERFORM 0300-LOAD-CONTROL-FILE.
           IF NR-CONTROL-ENTRIES = ZERO
               EXIT PARAGRAPH.
           MOVE ZERO TO KEEP-SUB.
           PERFORM VARYING CONTROL-SUB FROM 1 BY 1
               UNTIL CONTROL-SUB > NR-CONTROL-ENTRIES
               IF CTL-BUSINESS-DATE (CONTROL-SUB) < RETAIN-FROM-DATE
                   IF ROLLED-COUNT = ZERO
                       OPEN EXTEND RUN-CONTROL-HISTORY
                       IF RUN-HISTORY-STATUS NOT = '00'
                           OPEN OUTPUT RUN-CONTROL-HISTORY
                       END-IF
                   END-IF
                   WRITE RUN-HISTORY-RECORD
                       FROM CONTROL-ENTRY (CONTROL-SUB)
                   ADD 1 TO ROLLED-COUNT
               ELSE
                   ADD 1 TO KEEP-SUB
                   MOVE CONTROL-ENTRY (CONTROL-SUB)
                       TO CONTROL-ENTRY (KEEP-SUB)
               END-IF
           END-PERFORM.
           IF ROLLED-COUNT > ZERO
               CLOSE RUN-CONTROL-HISTORY
               MOVE KEEP-SUB TO NR-CONTROL-ENTRIES
               PERFORM 0700-WRITE-CONTROL-FILE-BACK.

       0280-CONTROL-TABLE-FULL.
           DISPLAY 'RUNLOG: RUNCTL.DAT HOLDS MORE THAN 1000 ENTRIES '
               '-- JOB ' RUNLOG-JOB-NAME ' STOPPED, CONTROL FILE '
               'LEFT AS IT WAS'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *  The control file is small and is reloaded on every call --
      *  several programs in the night's sequence update it in
      *  turn, and stale storage here would defeat the whole check.
                       AT END
                           MOVE 'Y' TO CONTROL-EOF-STATUS
                       NOT AT END
                           IF NR-CONTROL-ENTRIES = 1000
                               CLOSE RUN-CONTROL-FILE
                               PERFORM 0280-CONTROL-TABLE-FULL
                           END-IF
                           ADD 1 TO NR-CONTROL-ENTRIES
                           MOVE RUN-CONTROL-RECORD
                               TO CONTROL-ENTRY
                                   (NR-CONTROL-ENTRIES)
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE.
           IF RUNLOG-RETURN = '03'
               EXIT PARAGRAPH.
           IF FOUND-SUB = ZERO
               IF NR-CONTROL-ENTRIES = 1000
                   PERFORM 0280-CONTROL-TABLE-FULL
               END-IF
               ADD 1 TO NR-CONTROL-ENTRIES
               MOVE NR-CONTROL-ENTRIES TO FOUND-SUB
           END-IF.
           MOVE BUSINESS-DATE TO CTL-BUSINESS-DATE (FOUND-SUB).
           MOVE RUNLOG-JOB-NAME TO CTL-JOB-NAME (FOUND-SUB).
               MOVE RUNLOG-RECORD-COUNT
                   TO CTL-RECORD-COUNT (FOUND-SUB)
               PERFORM 0700-WRITE-CONTROL-FILE-BACK
               MOVE '00' TO RUNLOG-RETURN
               CALL 'RPTCAPT' USING RUNLOG-JOB-NAME BUSINESS-DATE
                   RPTCAPT-RETURN.

       0600-QUERY-JOB-COMPLETE.
           MOVE RUNLOG-JOB-NAME TO LOOKUP-JOB-NAME.
