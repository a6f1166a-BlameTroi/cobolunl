       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRDAPPR.

      *  Credit limit approval console.  Credit works the pending
      *  recommendations CRDREVW left on CRDRECM, one customer at a
      *  time in the HELDREL style:
      *
      *      (A)PPROVE   applies the recommendation to CUSTMAST --
      *                  an increase or decrease sets the new limit
      *                  (the recommended one, or another keyed in
      *                  its place), an increase also takes a held
      *                  customer off hold, and a hold sets the
      *                  credit status to 'H'
      *      (R)EJECT    leaves CUSTMAST as it is
      *      (S)KIP      leaves the recommendation pending
      *
      *  Either decision is stamped on the recommendation with the
      *  operator and date, so it is not offered again.  Every
      *  approved change is written to CRDAUDIT.DAT -- who, when,
      *  the limit and status before and after, and the score that
      *  prompted it.  The session is gated through AUTHCHK (system
      *  ORDERS, function 'L'); a credit limit is a credit decision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-RECOMMENDATIONS ASSIGN TO "CRDRECM"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY REC-CUST-CODE
                                       FILE STATUS RECOMMEND-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT CREDIT-AUDIT-FILE    ASSIGN TO "CRDAUDIT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-RECOMMENDATIONS.
       01  CREDIT-RECOMMENDATION-RECORD.
           05  REC-CUST-CODE           PIC X(6).
           05  REC-REVIEW-DATE         PIC 9(8).
           05  REC-ACTION              PIC X.
               88  REC-INCREASE         VALUE 'I'.
               88  REC-DECREASE         VALUE 'D'.
               88  REC-HOLD             VALUE 'H'.
           05  REC-SCORE               PIC 9(3).
           05  REC-DAYS-BEYOND-TERMS   PIC 9(3).
           05  REC-NSF-COUNT           PIC 99.
           05  REC-BROKEN-COUNT        PIC 99.
           05  REC-BUCKET-NR           PIC 9.
           05  REC-DISPUTE-COUNT       PIC 99.
           05  REC-EXPOSURE            PIC 9(9)V99.
           05  REC-CURRENT-LIMIT       PIC 9(3).
           05  REC-RECOMMENDED-LIMIT   PIC 9(3).
           05  REC-CURRENT-STATUS      PIC X.
           05  REC-DECISION            PIC X.
               88  REC-PENDING          VALUE ' '.
           05  REC-DECIDED-BY          PIC X(20).
           05  REC-DECIDED-DATE        PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
               88  CUST-CREDIT-HOLD     VALUE 'H'.
           05  CUST-FREIGHT-TERMS      PIC X.
           05  CUST-CREDIT-LIMIT       PIC 9(3).
           05  FILLER                  PIC XX.

       FD  CREDIT-AUDIT-FILE.
       01  CREDIT-AUDIT-RECORD.
           05  AUD-DATE                PIC 9(8).
           05  AUD-TIME                PIC 9(8).
           05  AUD-USER-ID             PIC X(20).
           05  AUD-CUST-CODE           PIC X(6).
           05  AUD-ACTION              PIC X.
           05  AUD-OLD-LIMIT           PIC 9(3).
           05  AUD-NEW-LIMIT           PIC 9(3).
           05  AUD-OLD-STATUS          PIC X.
           05  AUD-NEW-STATUS          PIC X.
           05  AUD-SCORE               PIC 9(3).
           05  AUD-REVIEW-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  CURRENT-TIME-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(5).
       01  RECOMMEND-STATUS            PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  AUDIT-STATUS                PIC XX.
       01  RECOMMEND-EOF-STATUS        PIC X VALUE 'N'.
           88  RECOMMEND-END           VALUE 'Y'.
       01  SESSION-DONE-STATUS         PIC X VALUE 'N'.
           88  SESSION-DONE            VALUE 'Y'.
       01  CUSTOMER-FOUND-SWITCH       PIC X.
           88  CUSTOMER-FOUND          VALUE 'Y'.
       01  OPERATOR-CHOICE             PIC X.
       01  LIMIT-REPLY                 PIC X(25).
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID           VALUE 'Y'.
       01  APPROVED-LIMIT              PIC 9(3).
       01  OLD-LIMIT                   PIC 9(3).
       01  OLD-STATUS                  PIC X.
       01  APPROVED-COUNT              PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT              PIC 9(5) VALUE ZERO.
       01  STILL-PENDING-COUNT         PIC 9(5) VALUE ZERO.
       01  ACTION-NAME                 PIC X(8).
       01  EXPOSURE-EDITED             PIC ZZZ,ZZZ,ZZ9.99.
       01  LIMIT-EDITED                PIC ZZZ,ZZ9.
       01  NEW-LIMIT-EDITED            PIC ZZZ,ZZ9.
       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'ORDERS  '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'L'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'CREDIT LIMIT APPROVAL'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO APPROVE CREDIT '
                   'LIMITS'
               STOP RUN.
           OPEN I-O CREDIT-RECOMMENDATIONS.
           IF RECOMMEND-STATUS NOT = '00'
               DISPLAY 'NO CREDIT RECOMMENDATIONS ON FILE'
               STOP RUN.
           OPEN I-O CUSTOMER-MASTER.
           IF CUSTOMER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER MASTER, STATUS: '
                   CUSTOMER-STATUS
               CLOSE CREDIT-RECOMMENDATIONS
               STOP RUN.
           OPEN EXTEND CREDIT-AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-AUDIT-FILE.
           PERFORM 0800-READ-RECOMMENDATION.
           PERFORM 0200-WORK-ONE-CUSTOMER THRU 0200-EXIT
               UNTIL RECOMMEND-END.
           CLOSE CREDIT-RECOMMENDATIONS
                 CUSTOMER-MASTER
                 CREDIT-AUDIT-FILE.
           DISPLAY 'APPROVED: ' APPROVED-COUNT
               '  REJECTED: ' REJECTED-COUNT
               '  STILL PENDING: ' STILL-PENDING-COUNT.
           STOP RUN.

      *  Decided recommendations are passed over; once the operator
      *  quits, the rest are counted as still pending.
       0200-WORK-ONE-CUSTOMER.
           IF NOT REC-PENDING
               GO TO 0200-NEXT.
           IF SESSION-DONE
               ADD 1 TO STILL-PENDING-COUNT
               GO TO 0200-NEXT.
           PERFORM 0300-READ-CUSTOMER.
           IF NOT CUSTOMER-FOUND
               DISPLAY ' '
               DISPLAY 'CUSTOMER ' REC-CUST-CODE
                   ' IS NO LONGER ON CUSTMAST -- PASSED OVER'
               ADD 1 TO STILL-PENDING-COUNT
               GO TO 0200-NEXT.
           PERFORM 0350-DISPLAY-RECOMMENDATION.
           DISPLAY '(A)PPROVE, (R)EJECT, (S)KIP, (Q)UIT?'.
           ACCEPT OPERATOR-CHOICE.
           EVALUATE OPERATOR-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0400-APPROVE-RECOMMENDATION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO REC-DECISION
                   PERFORM 0600-STAMP-DECISION
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'RECOMMENDATION REJECTED'
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO SESSION-DONE-STATUS
                   ADD 1 TO STILL-PENDING-COUNT
               WHEN OTHER
                   ADD 1 TO STILL-PENDING-COUNT
           END-EVALUATE.
       0200-NEXT.
           PERFORM 0800-READ-RECOMMENDATION.
       0200-EXIT.
           EXIT.

       0300-READ-CUSTOMER.
           MOVE 'N' TO CUSTOMER-FOUND-SWITCH.
           MOVE REC-CUST-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER
               KEY IS CUST-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CUSTOMER-FOUND-SWITCH
           END-READ.
           IF CUSTOMER-FOUND
             AND CUST-CREDIT-LIMIT NOT NUMERIC
               MOVE ZERO TO CUST-CREDIT-LIMIT.

       0350-DISPLAY-RECOMMENDATION.
           EVALUATE TRUE
               WHEN REC-INCREASE
                   MOVE 'INCREASE' TO ACTION-NAME
               WHEN REC-DECREASE
                   MOVE 'DECREASE' TO ACTION-NAME
               WHEN OTHER
                   MOVE 'HOLD' TO ACTION-NAME
           END-EVALUATE.
           MOVE REC-EXPOSURE TO EXPOSURE-EDITED.
           COMPUTE LIMIT-EDITED = CUST-CREDIT-LIMIT * 1000.
           COMPUTE NEW-LIMIT-EDITED = REC-RECOMMENDED-LIMIT * 1000.
           DISPLAY ' '.
           DISPLAY 'CUSTOMER ' REC-CUST-CODE '  ' CUST-NAME
               '  CREDIT STATUS ' CUST-CREDIT-STATUS.
           DISPLAY '  REVIEWED ' REC-REVIEW-DATE
               '  SCORE ' REC-SCORE
               '  DAYS BEYOND TERMS ' REC-DAYS-BEYOND-TERMS.
           DISPLAY '  NSF ' REC-NSF-COUNT
               '  BROKEN PROMISES ' REC-BROKEN-COUNT
               '  AGING BUCKET ' REC-BUCKET-NR
               '  DISPUTES ' REC-DISPUTE-COUNT.
           DISPLAY '  EXPOSURE ' EXPOSURE-EDITED
               '  LIMIT ' LIMIT-EDITED.
           IF REC-HOLD
               DISPLAY '  RECOMMENDED: HOLD'
           ELSE
               DISPLAY '  RECOMMENDED: ' ACTION-NAME
                   ' TO ' NEW-LIMIT-EDITED.

       0400-APPROVE-RECOMMENDATION.
           MOVE CUST-CREDIT-LIMIT TO OLD-LIMIT.
           MOVE CUST-CREDIT-STATUS TO OLD-STATUS.
           MOVE REC-RECOMMENDED-LIMIT TO APPROVED-LIMIT.
           IF NOT REC-HOLD
               PERFORM 0450-ACCEPT-APPROVED-LIMIT.
           IF REC-HOLD
               MOVE 'H' TO CUST-CREDIT-STATUS
           ELSE
               MOVE APPROVED-LIMIT TO CUST-CREDIT-LIMIT
               IF REC-INCREASE AND CUST-CREDIT-HOLD
                   MOVE 'G' TO CUST-CREDIT-STATUS
               END-IF
           END-IF.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE THE CUSTOMER, STATUS: '
                       CUSTOMER-STATUS '  -- LEFT PENDING'
                   ADD 1 TO STILL-PENDING-COUNT
               NOT INVALID KEY
                   PERFORM 0500-WRITE-AUDIT-RECORD
                   MOVE 'A' TO REC-DECISION
                   PERFORM 0600-STAMP-DECISION
                   ADD 1 TO APPROVED-COUNT
                   DISPLAY 'CUSTOMER MASTER UPDATED'
           END-REWRITE.

      *  Blank takes the recommended limit.  Anything else must be
      *  a whole number of thousands, 1 to 999.
       0450-ACCEPT-APPROVED-LIMIT.
           DISPLAY 'LIMIT IN THOUSANDS [' REC-RECOMMENDED-LIMIT ']'.
           ACCEPT LIMIT-REPLY.
           IF LIMIT-REPLY = SPACES
               EXIT PARAGRAPH.
           MOVE LIMIT-REPLY TO NUMEDIT-INPUT.
           CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
               NUMEDIT-STATUS.
           IF NOT NUMEDIT-VALID
             OR NUMEDIT-VALUE < 1
             OR NUMEDIT-VALUE > 999
               DISPLAY 'NOT A LIMIT -- THE RECOMMENDED ONE IS TAKEN'
               EXIT PARAGRAPH.
           MOVE NUMEDIT-VALUE TO APPROVED-LIMIT.
           IF APPROVED-LIMIT NOT = NUMEDIT-VALUE
               DISPLAY 'WHOLE THOUSANDS ONLY -- TAKEN AS '
                   APPROVED-LIMIT.

       0500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE SPACES TO CREDIT-AUDIT-RECORD.
           MOVE CURRENT-DATE-INTEGER TO AUD-DATE.
           MOVE CURRENT-TIME-INTEGER TO AUD-TIME.
           MOVE AUTHCHK-USER-ID TO AUD-USER-ID.
           MOVE REC-CUST-CODE TO AUD-CUST-CODE.
           MOVE REC-ACTION TO AUD-ACTION.
           MOVE OLD-LIMIT TO AUD-OLD-LIMIT.
           MOVE CUST-CREDIT-LIMIT TO AUD-NEW-LIMIT.
           MOVE OLD-STATUS TO AUD-OLD-STATUS.
           MOVE CUST-CREDIT-STATUS TO AUD-NEW-STATUS.
           MOVE REC-SCORE TO AUD-SCORE.
           MOVE REC-REVIEW-DATE TO AUD-REVIEW-DATE.
           WRITE CREDIT-AUDIT-RECORD.

       0600-STAMP-DECISION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE AUTHCHK-USER-ID TO REC-DECIDED-BY.
           MOVE CURRENT-DATE-INTEGER TO REC-DECIDED-DATE.
           REWRITE CREDIT-RECOMMENDATION-RECORD
               INVALID KEY
                   DISPLAY 'DECISION NOT RECORDED, STATUS: '
                       RECOMMEND-STATUS
           END-REWRITE.

       0800-READ-RECOMMENDATION.
           READ CREDIT-RECOMMENDATIONS NEXT RECORD
               AT END
                   MOVE 'Y' TO RECOMMEND-EOF-STATUS.
