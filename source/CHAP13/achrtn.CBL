       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Achrtn.

      *  Autopay return processing.  The bank sends back, in
      *  ACHRETN.DAT, every draft it could not collect, with the
      *  return reason code.  Each return:
      *
      *    - comes back into billing as an 'N' NSF transaction in the
      *      DAYPMTS.DAT layout (ACHNSF.DAT, sorted into account
      *      order for BILLUPDT's merge; operations merges it into the
      *      night's batch like ACHPMTS.DAT), carrying the return
      *      reason where BILLUPDT picks it up for the NSF item on
      *      the overdue output -- so the reversal, the late charge,
      *      and the collections referral all happen exactly as they
      *      do for a bounced paper check;
      *    - counts against the enrollment.  Once an account has
      *      been returned the return limit number of times (two
      *      unless ACHPARM.DAT says otherwise) it is disenrolled
      *      automatically.  A return that says the draft can never
      *      succeed -- account closed, no such account, invalid
      *      number, authorization revoked or disputed, payment
      *      stopped, account frozen, not a transaction account --
      *      disenrolls on the first return.
      *
      *  The return report ACHRTNRP.DAT lists every return and every
      *  disenrollment so customer service can call before the next
      *  statement goes out.  A return for an account with no
      *  enrollment still posts (the money is gone either way) and
      *  is flagged on the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE     ASSIGN TO "ACHRETN.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS RETURN-STATUS.
           SELECT AUTOPAY-ENROLLMENT   ASSIGN TO "ACHENRL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ACH-ACCOUNT-NR
                                       FILE STATUS IS ENROLL-STATUS.
           SELECT ACH-PARMS            ASSIGN TO "ACHPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT NSF-TRANSACTIONS     ASSIGN TO "ACHNSF.DAT"
                                       LINE SEQUENTIAL.
           SELECT RETURN-REPORT        ASSIGN TO "ACHRTNRP.DAT"
                                       LINE SEQUENTIAL.
           SELECT SORT-WORK            ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           05  RTN-INDIVIDUAL-ID       PIC X(15).
           05  RTN-AMOUNT              PIC 9(8)V99.
           05  RTN-REASON-CODE         PIC X(3).
           05  RTN-ORIGINAL-TRACE      PIC 9(7).
           05  RTN-RETURN-DATE         PIC 9(8).

      *  The individual ID is what ACHDRAFT sent -- the billing
      *  account, left-justified.

       FD  AUTOPAY-ENROLLMENT.
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  ACH-ACCOUNT-NR          PIC X(8).
           05  ACH-ROUTING-NR          PIC X(9).
           05  ACH-BANK-ACCOUNT-NR     PIC X(17).
           05  ACH-BANK-ACCOUNT-TYPE   PIC X.
           05  ACH-DRAFT-RULE          PIC X.
           05  ACH-DRAFT-DAY           PIC 99.
           05  ACH-AMOUNT-OPTION       PIC X.
           05  ACH-FIXED-AMOUNT        PIC 9(7)V99.
           05  ACH-ENROLL-STATUS       PIC X.
               88  ACH-IS-ACTIVE        VALUE 'A'.
               88  ACH-IS-DISENROLLED   VALUE 'X'.
           05  ACH-RETURN-COUNT        PIC 99.
           05  ACH-LAST-RETURN-REASON  PIC X(3).
           05  ACH-LAST-RETURN-DATE    PIC 9(8).
           05  ACH-LAST-DRAFT-DATE     PIC 9(8).
           05  ACH-LAST-DRAFT-AMOUNT   PIC 9(7)V99.
           05  ACH-ENROLLED-DATE       PIC 9(8).
           05  ACH-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(13).

       FD  ACH-PARMS.
       01  ACH-PARM-RECORD.
           05  PARM-COMPANY-ID         PIC X(10).
           05  PARM-COMPANY-NAME       PIC X(16).
           05  PARM-RETURN-LIMIT       PIC 99.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  NSF-TRANSACTIONS.
       01  PYMT-RECEIVED-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  PYMT-ENTRY-DATE         PIC 9(8).
           05  PYMT-RETURN-REASON      PIC X(3).
           05  FILLER                  PIC X(45).

       FD  RETURN-REPORT.
       01  RETURN-REPORT-LINE          PIC X(80).

       SD  SORT-WORK.
       01  SORT-NSF-RECORD.
           05  SORT-ACCOUNT-NR         PIC X(8).
           05  SORT-AMOUNT-TEXT        PIC X(15).
           05  SORT-REASON-CODE        PIC X(3).

       WORKING-STORAGE SECTION.
       01  RETURN-STATUS               PIC XX.
       01  ENROLL-STATUS               PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  RETURN-EOF-STATUS           PIC X VALUE 'N'.
           88  RETURN-END              VALUE 'Y'.
       01  SORT-EOF-STATUS             PIC X VALUE 'N'.
           88  SORT-END                VALUE 'Y'.
       01  ENROLL-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  ENROLL-ON-HAND          VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  RETURN-LIMIT                PIC 99 VALUE 2.
       01  RETURN-ACCOUNT-NR           PIC X(8).
       01  RETURN-AMOUNT-WORK          PIC 9(7)V99.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  RETURN-NOTE                 PIC X(20).
       01  REASON-IS-FINAL-SWITCH      PIC X.
           88  REASON-IS-FINAL         VALUE 'Y'.
       01  RETURNS-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  RETURNS-AMOUNT-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01  DISENROLLED-COUNT           PIC 9(5) VALUE ZERO.
       01  NOT-ENROLLED-COUNT          PIC 9(5) VALUE ZERO.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

      *  Return reasons that mean the draft can never succeed.
       01  FINAL-REASON-LIST.
           05  FILLER                  PIC X(27) VALUE
               'R02R03R04R07R08R10R16R20R29'.
       01  FINAL-REASON-TABLE REDEFINES FINAL-REASON-LIST.
           05  FINAL-REASON-CODE       PIC X(3) OCCURS 9 TIMES.
       01  REASON-SUB                  PIC 99.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(27) VALUE
               'AUTOPAY RETURN REPORT -- '.
           05  RPH-BUSINESS-DATE       PIC 9(8).
       01  REPORT-DETAIL-LINE.
           05  RPD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-REASON-CODE         PIC X(3).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-RETURN-COUNT        PIC Z9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RPD-NOTE                PIC X(20).
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE 'RETURNS: '.
           05  RPT-RETURN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
           05  RPT-RETURN-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16) VALUE
               '  DISENROLLED: '.
           05  RPT-DISENROLLED         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'ACHRTN  ' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'ACHRTN  : RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0060-READ-ACH-PARMS.
           SORT SORT-WORK
               ASCENDING KEY SORT-ACCOUNT-NR
               INPUT PROCEDURE 0100-PROCESS-RETURNS
               OUTPUT PROCEDURE 0600-WRITE-NSF-TRANSACTIONS.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE RETURNS-READ-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
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

       0060-READ-ACH-PARMS.
           OPEN INPUT ACH-PARMS.
           IF PARM-STATUS = '00'
               READ ACH-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RETURN-LIMIT NUMERIC
                         AND PARM-RETURN-LIMIT > ZERO
                           MOVE PARM-RETURN-LIMIT TO RETURN-LIMIT
                       END-IF
               END-READ
               CLOSE ACH-PARMS.

       0100-PROCESS-RETURNS.
           OPEN INPUT BANK-RETURN-FILE.
           IF RETURN-STATUS NOT = '00'
               MOVE 'Y' TO RETURN-EOF-STATUS.
           OPEN I-O AUTOPAY-ENROLLMENT.
           IF ENROLL-STATUS = '00'
               MOVE 'Y' TO ENROLL-ON-HAND-SWITCH.
           OPEN OUTPUT RETURN-REPORT.
           MOVE BUSINESS-DATE TO RPH-BUSINESS-DATE.
           WRITE RETURN-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0800-READ-RETURN.
           PERFORM 0200-PROCESS-ONE-RETURN
               UNTIL RETURN-END.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE RETURNS-READ-COUNT TO RPT-RETURN-COUNT.
           MOVE RETURNS-AMOUNT-TOTAL TO RPT-RETURN-AMOUNT.
           MOVE DISENROLLED-COUNT TO RPT-DISENROLLED.
           WRITE RETURN-REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF RETURN-STATUS = '00' OR RETURN-STATUS = '10'
               CLOSE BANK-RETURN-FILE.
           IF ENROLL-ON-HAND
               CLOSE AUTOPAY-ENROLLMENT.
           CLOSE RETURN-REPORT.

       0200-PROCESS-ONE-RETURN.
           IF RTN-INDIVIDUAL-ID = SPACES OR RTN-AMOUNT NOT NUMERIC
               MOVE SPACES TO REPORT-DETAIL-LINE
               MOVE RTN-INDIVIDUAL-ID TO RPD-ACCOUNT-NR
               MOVE RTN-REASON-CODE TO RPD-REASON-CODE
               MOVE '*UNREADABLE RETURN*' TO RPD-NOTE
               WRITE RETURN-REPORT-LINE FROM REPORT-DETAIL-LINE
           ELSE
               ADD 1 TO RETURNS-READ-COUNT
               ADD RTN-AMOUNT TO RETURNS-AMOUNT-TOTAL
               MOVE RTN-INDIVIDUAL-ID (1:8) TO RETURN-ACCOUNT-NR
               MOVE RTN-AMOUNT TO RETURN-AMOUNT-WORK
               PERFORM 0300-RELEASE-NSF-TRANSACTION
               PERFORM 0400-COUNT-AGAINST-ENROLLMENT.
           PERFORM 0800-READ-RETURN.

       0300-RELEASE-NSF-TRANSACTION.
           MOVE SPACES TO SORT-NSF-RECORD.
           MOVE RETURN-ACCOUNT-NR TO SORT-ACCOUNT-NR.
           MOVE RETURN-AMOUNT-WORK TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO SORT-AMOUNT-TEXT.
           MOVE RTN-REASON-CODE TO SORT-REASON-CODE.
           RELEASE SORT-NSF-RECORD.

       0400-COUNT-AGAINST-ENROLLMENT.
           MOVE SPACES TO RETURN-NOTE.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE ZERO TO RPD-RETURN-COUNT.
           IF NOT ENROLL-ON-HAND
               MOVE '*NOT ENROLLED*' TO RETURN-NOTE
               ADD 1 TO NOT-ENROLLED-COUNT
           ELSE
               MOVE RETURN-ACCOUNT-NR TO ACH-ACCOUNT-NR
               READ AUTOPAY-ENROLLMENT
                   INVALID KEY
                       MOVE '*NOT ENROLLED*' TO RETURN-NOTE
                       ADD 1 TO NOT-ENROLLED-COUNT
                   NOT INVALID KEY
                       PERFORM 0450-UPDATE-ENROLLMENT
               END-READ.
           MOVE RETURN-ACCOUNT-NR TO RPD-ACCOUNT-NR.
           MOVE RETURN-AMOUNT-WORK TO RPD-AMOUNT.
           MOVE RTN-REASON-CODE TO RPD-REASON-CODE.
           MOVE RETURN-NOTE TO RPD-NOTE.
           WRITE RETURN-REPORT-LINE FROM REPORT-DETAIL-LINE.

       0450-UPDATE-ENROLLMENT.
           IF ACH-RETURN-COUNT < 99
               ADD 1 TO ACH-RETURN-COUNT.
           MOVE RTN-REASON-CODE TO ACH-LAST-RETURN-REASON.
           MOVE BUSINESS-DATE TO ACH-LAST-RETURN-DATE.
           MOVE ACH-RETURN-COUNT TO RPD-RETURN-COUNT.
           MOVE 'N' TO REASON-IS-FINAL-SWITCH.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 9
               IF FINAL-REASON-CODE (REASON-SUB) = RTN-REASON-CODE
                   MOVE 'Y' TO REASON-IS-FINAL-SWITCH
               END-IF
           END-PERFORM.
           IF ACH-IS-ACTIVE
             AND (REASON-IS-FINAL
                  OR ACH-RETURN-COUNT NOT < RETURN-LIMIT)
               MOVE 'X' TO ACH-ENROLL-STATUS
               MOVE 'ACHRTN' TO ACH-MAINTAINED-BY
               MOVE 'DISENROLLED' TO RETURN-NOTE
               ADD 1 TO DISENROLLED-COUNT.
           REWRITE AUTOPAY-ENROLLMENT-RECORD.

       0600-WRITE-NSF-TRANSACTIONS.
           OPEN OUTPUT NSF-TRANSACTIONS.
           PERFORM 0850-RETURN-SORT-RECORD.
           PERFORM UNTIL SORT-END
               MOVE SPACES TO PYMT-RECEIVED-RECORD
               MOVE SORT-ACCOUNT-NR TO PYMT-ACCOUNT-NR
               MOVE SORT-AMOUNT-TEXT TO PYMT-AMOUNT-TEXT
               MOVE 'N' TO PYMT-TRANS-TYPE
               MOVE BUSINESS-DATE TO PYMT-ENTRY-DATE
               MOVE SORT-REASON-CODE TO PYMT-RETURN-REASON
               WRITE PYMT-RECEIVED-RECORD
               PERFORM 0850-RETURN-SORT-RECORD
           END-PERFORM.
           CLOSE NSF-TRANSACTIONS.

       0800-READ-RETURN.
           IF NOT RETURN-END
               READ BANK-RETURN-FILE
                   AT END
                       MOVE 'Y' TO RETURN-EOF-STATUS
               END-READ.

       0850-RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SORT-EOF-STATUS.
