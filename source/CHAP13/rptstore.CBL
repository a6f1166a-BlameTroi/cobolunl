       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Rptstore.

      *  End-of-night report repository sweep.  Jobs under RUNLOG
      *  have their reports captured as each one completes; the
      *  reports written by jobs that do not run under RUNLOG --
      *  COMMSTMT, TEAMRPT, DUNLETR, NIGHTBAL, MORNSUM and the like
      *  -- are captured here, together with any report a
      *  controlled job failed to leave on hand when it ended.
      *  Run it last in the night, after MORNSUM; it may be run
      *  again after a late rerun.  Every report in the
      *  distribution table RPTDIST.DAT with no repository copy yet
      *  for the business date is captured through RPTCAPT.
      *
      *  The business date comes from the RUNDATE.DAT parameter,
      *  the same as RUNLOG's, so the sweep files the reports under
      *  the night they belong to even when it runs after midnight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  RUN-DATE-STATUS             PIC XX.
       01  BUSINESS-DATE               PIC 9(8).
       01  RPTCAPT-JOB-NAME            PIC X(8) VALUE '*ALL'.
       01  RPTCAPT-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           PERFORM 0200-ESTABLISH-BUSINESS-DATE.
           DISPLAY 'RPTSTORE: SWEEPING REPORTS FOR BUSINESS DATE '
               BUSINESS-DATE.
           CALL 'RPTCAPT' USING RPTCAPT-JOB-NAME BUSINESS-DATE
               RPTCAPT-RETURN.
           EVALUATE RPTCAPT-RETURN
               WHEN '00'
                   DISPLAY 'RPTSTORE: SWEEP COMPLETE'
               WHEN '01'
                   DISPLAY 'RPTSTORE: NOTHING LEFT TO CAPTURE'
               WHEN OTHER
                   DISPLAY 'RPTSTORE: REPOSITORY NOT AVAILABLE, '
                       'CODE ' RPTCAPT-RETURN
           END-EVALUATE.
           STOP RUN.

       0200-ESTABLISH-BUSINESS-DATE.
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
