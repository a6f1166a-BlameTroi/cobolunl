0100       05  PH-CALL-LENGTH         PIC 9999.
0110       05  PH-CALL-NUMBER         PIC 9(10).
0120       05  PH-SALES-INFO          PIC X(50).
           05  PH-DISPOSITION         PIC X.
               88  PH-NO-ANSWER        VALUE 'N'.
               88  PH-BUSY             VALUE 'B'.
               88  PH-CALLBACK         VALUE 'C'.
               88  PH-NOT-INTERESTED   VALUE 'I'.
               88  PH-SALE             VALUE 'S'.
               88  PH-WRONG-NUMBER     VALUE 'W'.
               88  PH-DO-NOT-CALL      VALUE 'D'.
               88  PH-DISPOSITION-CODED
                   VALUES 'N' 'B' 'C' 'I' 'S' 'W' 'D'.
           05  PH-CALLBACK-DATE       PIC 9(8).
           05  PH-CALLBACK-TIME       PIC 9(4).
           05  PH-CALL-TIME           PIC 9(4).
0130
0140   FD  SOLICITOR-SUMMARY-FILE.
0150   01  SOLICITOR-RECORD.
0200       05  SOL-CALL-TIME          PIC 9(5).
           05  SOL-NAME               PIC X(20).
           05  SOL-DEPARTMENT         PIC X(10).
           05  SOL-DISPOSITION-COUNT  PIC 9(4) OCCURS 8 TIMES.

      *  SOL-NAME/SOL-DEPARTMENT come off EMPMAINT's employee
      *  master, so the summary finally says who a user ID is.
      *  SOL-DISPOSITION-COUNT counts the day's calls by PH-
      *  DISPOSITION in the order no answer, busy, callback, not
      *  interested, sale, wrong number, do-not-call; the eighth
      *  count is calls logged with no disposition code.

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.

       FD  PHONE-EXCEPTION-FILE.
       01  PHONE-EXCEPTION-RECORD.
           05  EXCP-INPUT-DATA        PIC X(97).
           05  EXCP-REASON            PIC X(20).

0210   WORKING-STORAGE SECTION.
                   15  SUM-DATE       PIC 9(8).
0350               15  SUM-COUNT      PIC 9(4).
0360               15  SUM-TIME       PIC 9(5).
                   15  SUM-DISPOSITION-COUNT PIC 9(4) COMP
                                      OCCURS 8 TIMES.
       01  DISPOSITION-CODES          PIC X(7) VALUE 'NBCISWD'.
       01  DISPOSITION-CODE-TABLE REDEFINES DISPOSITION-CODES.
           05  DISPOSITION-CODE       PIC X OCCURS 7 TIMES.
       01  DISPOSITION-SUB            PIC 9 COMP.

      *  Activity is keyed by full calendar date (CCYYMMDD), not just
      *  day-of-month, so a run spanning a month boundary no longer
           PERFORM 0260-FIND-OR-ADD-DATE.
0580       ADD 1 TO SUM-COUNT (SUM-IX SUM-DIX).
0590       ADD PH-CALL-LENGTH TO SUM-TIME (SUM-IX SUM-DIX).
           PERFORM 0270-COUNT-DISPOSITION.
0600       PERFORM 0500-READ-PHONE-LOG.
0610
0620   0250-ADD-USER.
                   MOVE CALL-DATE-KEY TO SUM-DATE (SUM-IX SUM-DIX)
                   MOVE ZERO TO SUM-COUNT (SUM-IX SUM-DIX)
                   MOVE ZERO TO SUM-TIME (SUM-IX SUM-DIX)
                   PERFORM VARYING DISPOSITION-SUB FROM 1 BY 1
                       UNTIL DISPOSITION-SUB > 8
                       MOVE ZERO TO SUM-DISPOSITION-COUNT
                           (SUM-IX SUM-DIX DISPOSITION-SUB)
                   END-PERFORM
               END-IF
           END-IF.

      *  A call with no disposition code is still counted -- the
      *  minutes were spent -- but lands on the exception file so
      *  the supervisor can get it coded.
       0270-COUNT-DISPOSITION.
           MOVE 8 TO DISPOSITION-SUB.
           IF PH-DISPOSITION-CODED
               PERFORM VARYING DISPOSITION-SUB FROM 1 BY 1
                   UNTIL DISPOSITION-CODE (DISPOSITION-SUB)
                           = PH-DISPOSITION
                   CONTINUE
               END-PERFORM
           ELSE
               MOVE SPACES TO PHONE-EXCEPTION-RECORD
               MOVE PHONE-LOG-RECORD TO EXCP-INPUT-DATA
               MOVE 'NO DISPOSITION CODE' TO EXCP-REASON
               WRITE PHONE-EXCEPTION-RECORD.
           ADD 1 TO SUM-DISPOSITION-COUNT
               (SUM-IX SUM-DIX DISPOSITION-SUB).

0790   0300-WRITE-SUMMARY-RECORDS.
0800       MOVE USER-ID (USR-IX) TO SOL-USER-ID.
           MOVE USER-NAME (USR-IX) TO SOL-NAME.
                   GIVING SOL-CALL-MO REMAINDER SOL-CALL-DA
0850           MOVE SUM-COUNT (SUM-IX DAY-SUB) TO SOL-CALL-CT
0860           MOVE SUM-TIME (SUM-IX DAY-SUB) TO SOL-CALL-TIME
               PERFORM VARYING DISPOSITION-SUB FROM 1 BY 1
                   UNTIL DISPOSITION-SUB > 8
                   MOVE SUM-DISPOSITION-COUNT
                           (SUM-IX DAY-SUB DISPOSITION-SUB)
                       TO SOL-DISPOSITION-COUNT (DISPOSITION-SUB)
               END-PERFORM
               IF SOL-CALL-CT > ZERO
                   DISPLAY SOL-USER-ID ", " SOL-CALL-YR "-"
                       SOL-CALL-MO "-" SOL-CALL-DA ": " SOL-CALL-CT
