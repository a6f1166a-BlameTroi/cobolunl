      *      (BROKNPRM.DAT) by collector, and the account is
      *      written to PROMBRKN.DAT so COLLASGN pushes it to the
      *      top of the collector's next worklist;
      *    - promises not yet due pass through still open;
      *    - a promise on an account since placed with a collection
      *      agency (placement flag on the billing master, set by
      *      AGYPLACE) is not judged at all -- the agency is working
      *      the account -- and passes through open, so it is there
      *      again if the account is recalled.
      *
      *  The settled promise file is written to PROMOUT.DAT;
      *  operations copies it back over PROMISE.DAT after the run,
                                       LINE SEQUENTIAL.
           SELECT BROKEN-ACCOUNT-FILE  ASSIGN TO "PROMBRKN.DAT"
                                       LINE SEQUENTIAL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PROM-STATUS             PIC X.
               88  PROMISE-IS-OPEN      VALUE 'O'.
           05  PROM-SETTLED-DATE       PIC 9(8).
           05  PROM-TAKEN-DATE         PIC X(8).

       FD  PROMISE-OUTPUT-FILE.
       01  PROMISE-OUTPUT-RECORD       PIC X(46).

       FD  DAILY-PAYMENTS.
       01  PYMT-RECEIVED-RECORD.
           05  BRKN-ACCOUNT-NR         PIC X(8).
           05  BRKN-COLLECTOR-ID       PIC X(4).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  FILLER                  PIC X(67).
           05  MSTR-PLACEMENT-FLAG     PIC X.
               88  ACCOUNT-PLACED       VALUE 'P'.
           05  FILLER                  PIC X(4).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  FILLER                  PIC X(13).
       01  PROMISE-STATUS              PIC XX.
       01  PAYMENT-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  PLACED-SWITCH               PIC X.
           88  PLACED-WITH-AGENCY      VALUE 'Y'.
       01  PROMISE-EOF-STATUS          PIC X VALUE 'N'.
           88  PROMISE-END             VALUE 'Y'.
       01  PAYMENT-EOF-STATUS          PIC X VALUE 'N'.
       01  PROMISES-KEPT-COUNT         PIC 9(5) VALUE ZERO.
       01  PROMISES-BROKEN-COUNT      PIC 9(5) VALUE ZERO.
       01  PROMISES-STILL-OPEN-COUNT   PIC 9(5) VALUE ZERO.
       01  PROMISES-AT-AGENCY-COUNT    PIC 9(5) VALUE ZERO.
       01  REPORT-HEADING.
           05  FILLER                  PIC X(21) VALUE
               'BROKEN-PROMISE REPORT'.
           05  FILLER                  PIC X(14) VALUE
               '  STILL OPEN: '.
           05  BRP-TOTAL-OPEN          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  AT AGENCY: '.
           05  BRP-TOTAL-AT-AGENCY     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                OUTPUT PROMISE-OUTPUT-FILE
                       BROKEN-PROMISE-REPORT
                       BROKEN-ACCOUNT-FILE.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           IF PROMISE-STATUS NOT = '00'
               MOVE 'Y' TO PROMISE-EOF-STATUS.
           WRITE BROKEN-REPORT-LINE FROM REPORT-HEADING.
           MOVE PROMISES-BROKEN-COUNT TO BRP-TOTAL-BROKEN.
           MOVE PROMISES-KEPT-COUNT TO BRP-TOTAL-KEPT.
           MOVE PROMISES-STILL-OPEN-COUNT TO BRP-TOTAL-OPEN.
           MOVE PROMISES-AT-AGENCY-COUNT TO BRP-TOTAL-AT-AGENCY.
           WRITE BROKEN-REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF PROMISE-STATUS = '00' OR PROMISE-STATUS = '10'
               CLOSE PROMISE-FILE.
           CLOSE PROMISE-OUTPUT-FILE
                 BROKEN-PROMISE-REPORT
                 BROKEN-ACCOUNT-FILE.
           IF MASTER-ON-HAND
               CLOSE BILLING-MASTER.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE PROMISES-READ-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               PERFORM 0600-WRITE-PROMISE-OUT
           ELSE
               ADD 1 TO PROMISES-READ-COUNT
               PERFORM 0250-CHECK-AGENCY-PLACEMENT
               IF PLACED-WITH-AGENCY
                   ADD 1 TO PROMISES-AT-AGENCY-COUNT
               ELSE
                   PERFORM 0300-JUDGE-ONE-PROMISE
               END-IF
               PERFORM 0600-WRITE-PROMISE-OUT.
           PERFORM 0800-READ-PROMISE.

       0250-CHECK-AGENCY-PLACEMENT.
           MOVE 'N' TO PLACED-SWITCH.
           IF MASTER-ON-HAND
               MOVE PROM-ACCOUNT-NR TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNT-PLACED
                           MOVE 'Y' TO PLACED-SWITCH
                       END-IF
               END-READ.

       0300-JUDGE-ONE-PROMISE.
           MOVE ZERO TO PAID-FOUND-SUB.
           PERFORM VARYING PAID-SUB FROM 1 BY 1
