      *  is answered by POLHINQ instead of being gone.  POLINQ
      *  answers "what policies does this customer hold" from the
      *  master this run maintains.
      *
      *  Every ADD, CHG, and REI that lands on the master is also
      *  logged to POLACTV.DAT -- the update code, the policy, the
      *  endorsement sequence its before-image went to POLHIST.DAT
      *  under (zero for an add), and the apply date.  DECLPRT
      *  reads it to produce the night's declarations pages.
      *
      *  An AUTO policy carries its principal driver's birth date
      *  (CCYYMMDD) in the last eight bytes of the edited record;
      *  ADD and CHG put it on the master, where AUTOPREM rates the
      *  driver's age from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PHIS-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT APPLIED-ACTIVITY-FILE ASSIGN TO "POLACTV.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  POLICY-HOLDER               PIC X(20).
           05  POLICY-MISC-INFO            PIC X(12).
           05  POLICY-AUTO-INFO            PIC X(12).
           05  POLICY-DRIVER-BIRTH-DATE    PIC X(8).

       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
               88  POL-IS-ACTIVE            VALUE 'A'.
               88  POL-IS-TERMINATED        VALUE 'T'.
           05  POL-TERMINATION-DATE        PIC X(8).
           05  POL-DRIVER-BIRTH-DATE       PIC X(8).
           05  FILLER                      PIC X(3).

       FD  POLICY-HISTORY.
       01  POLICY-HISTORY-RECORD.
           05  EXCP-INPUT-DATA             PIC X(80).
           05  EXCP-REASON                 PIC X(25).

       FD  APPLIED-ACTIVITY-FILE.
       01  APPLIED-ACTIVITY-RECORD.
           05  ACTV-UPDATE-CODE            PIC XXXX.
           05  ACTV-POLICY-NUMBER          PIC X(12).
           05  ACTV-ENDORSEMENT-SEQ        PIC 9(3).
           05  ACTV-APPLY-DATE             PIC X(8).

       WORKING-STORAGE SECTION.
       01  POLICY-STATUS                PIC XX VALUE '00'.
       01  HISTORY-STATUS               PIC XX.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT POLICY-EDITED
                OUTPUT APPLY-EXCEPTION-FILE
                       APPLIED-ACTIVITY-FILE.
           OPEN I-O POLICY-MASTER.
           IF POLICY-STATUS NOT = '00'
               OPEN OUTPUT POLICY-MASTER
           CLOSE POLICY-EDITED
                 POLICY-MASTER
                 POLICY-HISTORY
                 APPLY-EXCEPTION-FILE
                 APPLIED-ACTIVITY-FILE.
           DISPLAY 'POLAPPLY: ADDS ' ADDS-APPLIED-COUNT
               '  CHANGES ' CHANGES-APPLIED-COUNT
               '  TERMINATIONS ' TERMS-APPLIED-COUNT
                   PERFORM 0600-REJECT-POLICY
               NOT INVALID KEY
                   ADD 1 TO ADDS-APPLIED-COUNT
                   PERFORM 0700-LOG-APPLIED-ACTIVITY
           END-WRITE.

       0400-CHANGE-POLICY.
                   PERFORM 0350-BUILD-MASTER-FROM-EDIT
                   REWRITE POLICY-MASTER-RECORD
                   ADD 1 TO CHANGES-APPLIED-COUNT
                   PERFORM 0700-LOG-APPLIED-ACTIVITY
           END-READ.

      *  Termination keeps the record -- history questions ("did we
           MOVE POLICY-HOLDER TO POL-POLICY-HOLDER.
           MOVE POLICY-MISC-INFO TO POL-POLICY-MISC-INFO.
           MOVE POLICY-AUTO-INFO TO POL-POLICY-AUTO-INFO.
           MOVE POLICY-DRIVER-BIRTH-DATE TO POL-DRIVER-BIRTH-DATE.

      *  Reinstatement is the deliberate act the CHG comment below
      *  reserves: only a terminated record qualifies, the before-
                       MOVE SPACES TO POL-TERMINATION-DATE
                       REWRITE POLICY-MASTER-RECORD
                       ADD 1 TO REINSTATES-APPLIED-COUNT
                       PERFORM 0700-LOG-APPLIED-ACTIVITY
                   END-IF
           END-READ.

           WRITE APPLY-EXCEPTION-RECORD.
           ADD 1 TO REJECTS-COUNT.

      *  An add has no before-image, and one that could not be
      *  filed leaves nothing to compare against: both log as
      *  sequence zero.
       0700-LOG-APPLIED-ACTIVITY.
           MOVE POLICY-UPDATE-CODE TO ACTV-UPDATE-CODE.
           MOVE POLICY-NUMBER TO ACTV-POLICY-NUMBER.
           IF HISTORY-WRITTEN AND NOT POLICY-ADD
               MOVE PHIS-ENDORSEMENT-SEQ TO ACTV-ENDORSEMENT-SEQ
           ELSE
               MOVE ZERO TO ACTV-ENDORSEMENT-SEQ.
           MOVE CURRENT-DATE-X TO ACTV-APPLY-DATE.
           WRITE APPLIED-ACTIVITY-RECORD.

       0800-READ-EDITED-POLICY.
           READ POLICY-EDITED
               AT END
