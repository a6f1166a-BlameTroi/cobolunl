       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Legalrpt.

      *  Weekly legal hold report.  Every account with an open hold
      *  on LEGALHLD.DAT prints with its status, filing date, age
      *  of the hold in days (filing date to the business date),
      *  case number, attorney, and the balance standing on the
      *  billing master -- the list legal works to follow up on
      *  bankruptcy discharges and file estate claims before their
      *  deadlines pass.  Totals by status close the report.
      *
      *  Released holds are history and do not print.  The business
      *  date comes from RUNDATE.DAT like the rest of the billing
      *  runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE      ASSIGN TO "LEGALHLD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LGL-ACCOUNT-NR
                                       FILE STATUS IS LEGAL-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT LEGAL-HOLD-REPORT    ASSIGN TO "LEGALRPT.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LGL-ACCOUNT-NR          PIC X(8).
           05  LGL-STATUS-CODE         PIC X.
           05  LGL-FILING-DATE         PIC 9(8).
           05  LGL-CASE-NR             PIC X(20).
           05  LGL-ATTORNEY-NAME       PIC X(30).
           05  LGL-ATTORNEY-PHONE      PIC X(15).
           05  LGL-RELEASE-DATE        PIC 9(8).
               88  LGL-HOLD-OPEN        VALUE ZERO.
           05  LGL-RELEASE-REASON      PIC X(20).
           05  LGL-PLACED-DATE         PIC 9(8).
           05  LGL-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(2).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(51).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  LEGAL-HOLD-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  LEGAL-STATUS                PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  LEGAL-EOF-STATUS            PIC X VALUE 'N'.
           88  LEGAL-END               VALUE 'Y'.
       01  LEGAL-ON-HAND-SWITCH        PIC X VALUE 'N'.
           88  LEGAL-ON-HAND           VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  HOLD-AGE-DAYS               PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  HOLD-BALANCE                PIC 9(7)V99.
       01  STATUS-SUB                  PIC 9.

      *  Status codes in the order the totals print; the last entry
      *  gathers any code the console would not have accepted.
       01  STATUS-CODE-LIST.
           05  FILLER PIC X(11) VALUE 'BBANKRUPTCY'.
           05  FILLER PIC X(11) VALUE 'DDECEASED'.
           05  FILLER PIC X(11) VALUE 'LLITIGATION'.
           05  FILLER PIC X(11) VALUE '?OTHER'.
       01  STATUS-CODE-TABLE REDEFINES STATUS-CODE-LIST.
           05  STATUS-CODE-ENTRY OCCURS 4 TIMES.
               10  STC-CODE            PIC X.
               10  STC-DESCRIPTION     PIC X(10).
       01  STATUS-TOTALS.
           05  STATUS-TOTAL-ENTRY OCCURS 4 TIMES.
               10  STT-COUNT           PIC 9(5).
               10  STT-BALANCE         PIC 9(9)V99.
       01  HOLDS-TOTAL-COUNT           PIC 9(5) VALUE ZERO.
       01  HOLDS-TOTAL-BALANCE         PIC 9(9)V99 VALUE ZERO.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(35) VALUE
               'ACCOUNTS UNDER LEGAL HOLD AS OF'.
           05  RH1-BUSINESS-DATE       PIC 9(8).
       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'ACCOUNT   STATUS      FILED     AGE DAYS'.
           05  FILLER                  PIC X(40) VALUE
               '      BALANCE  CASE NUMBER'.
           05  FILLER                  PIC X(30) VALUE
               'ATTORNEY / PHONE'.
       01  REPORT-DETAIL-LINE.
           05  RD-ACCOUNT-NR           PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-STATUS               PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-FILING-DATE          PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-BALANCE              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-CASE-NR              PIC X(20).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RD-ATTORNEY-NAME        PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  RD-ATTORNEY-PHONE       PIC X(15).
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE 'TOTAL'.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RT-STATUS               PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RT-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7) VALUE ' HOLDS '.
           05  RT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM VARYING STATUS-SUB FROM 1 BY 1
               UNTIL STATUS-SUB > 4
               MOVE ZERO TO STT-COUNT (STATUS-SUB)
                            STT-BALANCE (STATUS-SUB)
           END-PERFORM.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-STATUS = '00'
               MOVE 'Y' TO LEGAL-ON-HAND-SWITCH
           ELSE
               DISPLAY 'LEGALRPT: NO LEGALHLD.DAT, STATUS '
                   LEGAL-STATUS ' -- NO HOLDS TO REPORT'
               MOVE 'Y' TO LEGAL-EOF-STATUS.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN OUTPUT LEGAL-HOLD-REPORT.
           MOVE BUSINESS-DATE TO RH1-BUSINESS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           IF NOT LEGAL-END
               PERFORM 0800-READ-LEGAL-HOLD.
           PERFORM 0200-REPORT-ONE-HOLD
               UNTIL LEGAL-END.
           PERFORM 0900-PRINT-TOTALS.
           CLOSE LEGAL-HOLD-REPORT.
           IF LEGAL-ON-HAND
               CLOSE LEGAL-HOLD-FILE.
           IF MASTER-ON-HAND
               CLOSE BILLING-MASTER.
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

       0200-REPORT-ONE-HOLD.
           IF LGL-HOLD-OPEN
               PERFORM 0300-PRINT-HOLD-LINE.
           PERFORM 0800-READ-LEGAL-HOLD.

      *  A held account missing from the master prints with a zero
      *  balance; legal still needs to see the hold.
       0300-PRINT-HOLD-LINE.
           MOVE ZERO TO HOLD-BALANCE.
           IF MASTER-ON-HAND
               MOVE LGL-ACCOUNT-NR TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MSTR-BALANCE-DUE NUMERIC
                           MOVE MSTR-BALANCE-DUE TO HOLD-BALANCE
                       END-IF
               END-READ.
           CALL 'DATEARTH' USING LGL-FILING-DATE BUSINESS-DATE
               HOLD-AGE-DAYS ARTH-STATUS.
           IF NOT ARTH-DATES-VALID OR HOLD-AGE-DAYS < ZERO
               MOVE ZERO TO HOLD-AGE-DAYS.
           PERFORM VARYING STATUS-SUB FROM 1 BY 1
               UNTIL STATUS-SUB = 4
                  OR STC-CODE (STATUS-SUB) = LGL-STATUS-CODE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE LGL-ACCOUNT-NR TO RD-ACCOUNT-NR.
           MOVE STC-DESCRIPTION (STATUS-SUB) TO RD-STATUS.
           MOVE LGL-FILING-DATE TO RD-FILING-DATE.
           MOVE HOLD-AGE-DAYS TO RD-AGE-DAYS.
           MOVE HOLD-BALANCE TO RD-BALANCE.
           MOVE LGL-CASE-NR TO RD-CASE-NR.
           MOVE LGL-ATTORNEY-NAME TO RD-ATTORNEY-NAME.
           MOVE LGL-ATTORNEY-PHONE TO RD-ATTORNEY-PHONE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO STT-COUNT (STATUS-SUB)
                    HOLDS-TOTAL-COUNT.
           ADD HOLD-BALANCE TO STT-BALANCE (STATUS-SUB)
                               HOLDS-TOTAL-BALANCE.

       0800-READ-LEGAL-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEGAL-EOF-STATUS.

       0900-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING STATUS-SUB FROM 1 BY 1
               UNTIL STATUS-SUB > 4
               IF STT-COUNT (STATUS-SUB) > ZERO
                   MOVE STC-DESCRIPTION (STATUS-SUB) TO RT-STATUS
                   MOVE STT-COUNT (STATUS-SUB) TO RT-COUNT
                   MOVE STT-BALANCE (STATUS-SUB) TO RT-BALANCE
                   WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               END-IF
           END-PERFORM.
           MOVE 'ALL HOLDS' TO RT-STATUS.
           MOVE HOLDS-TOTAL-COUNT TO RT-COUNT.
           MOVE HOLDS-TOTAL-BALANCE TO RT-BALANCE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
