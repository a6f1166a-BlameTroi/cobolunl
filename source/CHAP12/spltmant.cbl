       IDENTIFICATION DIVISION.
       PROGRAM-ID. Spltmant.

      *  Split-credit maintenance console, in the EMPMAINT dialog
      *  style.  SPLITCRD.DAT names, for an invoice two or more
      *  salesmen sold together, up to four salesmen and each one's
      *  percentage share of the credit; COMMISS divides the
      *  commission on the invoice across the shares, each at the
      *  salesman's own COMMRATE.DAT rate.  Every salesman named
      *  must be on SALMSTR, and a split whose shares do not total
      *  100.00 percent is not saved -- COMMISS would only reject
      *  the invoice to its exception file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-CREDIT-FILE    ASSIGN TO "SPLITCRD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SPL-INVOICE-NR
                                       FILE STATUS SPLIT-STATUS.
           SELECT SALESMAN-MASTER-FILE ASSIGN TO "SALMSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY SAL-SALESMAN-ID
                                       FILE STATUS SALESMAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-CREDIT-FILE.
       01  SPLIT-CREDIT-RECORD.
           05  SPL-INVOICE-NR          PIC X(9).
           05  SPL-SHARE OCCURS 4 TIMES.
               10  SPL-SALESMAN-ID     PIC X(9).
               10  SPL-SHARE-PCT       PIC 999V99.
           05  FILLER                  PIC X(11).

       FD  SALESMAN-MASTER-FILE.
       01  SALESMAN-RECORD.
           05  SAL-SALESMAN-ID          PIC X(9).
           05  SAL-NAME                 PIC X(25).
           05  SAL-STATUS-FLAG          PIC X.
           05  SAL-TERRITORY            PIC X(10).
           05  SAL-HIRE-DATE            PIC 9(8).
           05  SAL-TERMINATION-DATE     PIC 9(8).
           05  SAL-MANAGER-ID           PIC X(9).
           05  FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.
       01  SPLIT-STATUS                PIC XX VALUE '00'.
       01  SALESMAN-STATUS             PIC XX VALUE '00'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  INPUT-INVOICE-NR            PIC X(9).
       01  FIELD-REPLY                 PIC X(20).
       01  NUMEDIT-INPUT               PIC X(25).
       01  NUMEDIT-VALUE               PIC S9(12)V9(06).
       01  NUMEDIT-STATUS              PIC X.
           88  NUMEDIT-VALID            VALUE 'Y'.
       01  SHARE-SUB                   PIC 9.
       01  SHARE-TOTAL-PCT             PIC 9(4)V99.
       01  PCT-EDITED                  PIC ZZ9.99.
       01  SPLIT-EDIT-SWITCH           PIC X.
           88  SPLIT-IS-VALID           VALUE 'Y'.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'SPLIT-CREDIT MAINTENANCE'.
           OPEN I-O SPLIT-CREDIT-FILE.
           IF SPLIT-STATUS NOT = '00'
               OPEN OUTPUT SPLIT-CREDIT-FILE
               CLOSE SPLIT-CREDIT-FILE
               OPEN I-O SPLIT-CREDIT-FILE.
           IF SPLIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SPLIT-CREDIT FILE, STATUS: '
                   SPLIT-STATUS
               STOP RUN.
           OPEN INPUT SALESMAN-MASTER-FILE.
           IF SALESMAN-STATUS NOT = '00'
               DISPLAY 'SPLTMANT: SALMSTR NOT AVAILABLE, STATUS: '
                   SALESMAN-STATUS
               CLOSE SPLIT-CREDIT-FILE
               STOP RUN.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE SPLIT-CREDIT-FILE
                 SALESMAN-MASTER-FILE.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (C)HANGE, (D)ELETE, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           DISPLAY 'INVOICE NUMBER?'.
           ACCEPT INPUT-INVOICE-NR.
           IF INPUT-INVOICE-NR = SPACES
               DISPLAY 'AN INVOICE NUMBER IS REQUIRED'
               GO TO 0200-ASK-AGAIN.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-SPLIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0400-CHANGE-SPLIT
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-DELETE-SPLIT
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0600-INQUIRE-SPLIT
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, C, D, OR I'
           END-EVALUATE.
       0200-ASK-AGAIN.
           DISPLAY 'ANOTHER INVOICE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

       0300-ADD-SPLIT.
           MOVE SPACES TO SPLIT-CREDIT-RECORD.
           MOVE INPUT-INVOICE-NR TO SPL-INVOICE-NR.
           PERFORM VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > 4
               MOVE ZERO TO SPL-SHARE-PCT (SHARE-SUB)
           END-PERFORM.
           PERFORM 0700-ACCEPT-SHARES.
           IF NOT SPLIT-IS-VALID
               DISPLAY 'SPLIT NOT ADDED'
               EXIT PARAGRAPH.
           WRITE SPLIT-CREDIT-RECORD
               INVALID KEY
                   DISPLAY 'THAT INVOICE ALREADY HAS A SPLIT -- '
                       'USE CHANGE'
               NOT INVALID KEY
                   DISPLAY 'SPLIT ADDED'
           END-WRITE.

       0400-CHANGE-SPLIT.
           MOVE INPUT-INVOICE-NR TO SPL-INVOICE-NR.
           READ SPLIT-CREDIT-FILE
               KEY IS SPL-INVOICE-NR
               INVALID KEY
                   DISPLAY 'NO SPLIT FOR THAT INVOICE'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0650-DISPLAY-SPLIT.
           PERFORM 0700-ACCEPT-SHARES.
           IF NOT SPLIT-IS-VALID
               DISPLAY 'SPLIT NOT CHANGED'
               EXIT PARAGRAPH.
           REWRITE SPLIT-CREDIT-RECORD.
           DISPLAY 'SPLIT CHANGED'.

       0500-DELETE-SPLIT.
           MOVE INPUT-INVOICE-NR TO SPL-INVOICE-NR.
           DELETE SPLIT-CREDIT-FILE RECORD
               INVALID KEY
                   DISPLAY 'NO SPLIT FOR THAT INVOICE'
               NOT INVALID KEY
                   DISPLAY 'SPLIT DELETED'
           END-DELETE.

       0600-INQUIRE-SPLIT.
           MOVE INPUT-INVOICE-NR TO SPL-INVOICE-NR.
           READ SPLIT-CREDIT-FILE
               KEY IS SPL-INVOICE-NR
               INVALID KEY
                   DISPLAY 'NO SPLIT FOR THAT INVOICE'
               NOT INVALID KEY
                   PERFORM 0650-DISPLAY-SPLIT
           END-READ.

       0650-DISPLAY-SPLIT.
           DISPLAY 'INVOICE:    ' SPL-INVOICE-NR.
           PERFORM VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > 4
               IF SPL-SALESMAN-ID (SHARE-SUB) NOT = SPACES
                   MOVE SPL-SHARE-PCT (SHARE-SUB) TO PCT-EDITED
                   DISPLAY 'SHARE ' SHARE-SUB ':    '
                       SPL-SALESMAN-ID (SHARE-SUB) '  ' PCT-EDITED
                       ' PCT'
               END-IF
           END-PERFORM.

      *  Each share is re-keyed in turn; a blank reply keeps what is
      *  there, and a salesman ID of '-' clears the share.  The
      *  finished split is then checked as a whole.
       0700-ACCEPT-SHARES.
           PERFORM VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > 4
               DISPLAY 'SHARE ' SHARE-SUB ' SALESMAN, - TO CLEAR ['
                   SPL-SALESMAN-ID (SHARE-SUB) ']'
               ACCEPT FIELD-REPLY
               IF FIELD-REPLY = '-'
                   MOVE SPACES TO SPL-SALESMAN-ID (SHARE-SUB)
                   MOVE ZERO TO SPL-SHARE-PCT (SHARE-SUB)
               ELSE
                   IF FIELD-REPLY NOT = SPACES
                       MOVE FIELD-REPLY TO SPL-SALESMAN-ID (SHARE-SUB)
                   END-IF
                   IF SPL-SALESMAN-ID (SHARE-SUB) NOT = SPACES
                       PERFORM 0750-ACCEPT-SHARE-PCT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0800-EDIT-SPLIT.

       0750-ACCEPT-SHARE-PCT.
           MOVE SPL-SHARE-PCT (SHARE-SUB) TO PCT-EDITED.
           DISPLAY 'SHARE ' SHARE-SUB ' PERCENT [' PCT-EDITED ']'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               MOVE SPACES TO NUMEDIT-INPUT
               MOVE FIELD-REPLY TO NUMEDIT-INPUT
               CALL 'NUMEDIT' USING NUMEDIT-INPUT NUMEDIT-VALUE
                   NUMEDIT-STATUS
               IF NUMEDIT-VALID AND NUMEDIT-VALUE > ZERO
                 AND NUMEDIT-VALUE NOT > 100
                   MOVE NUMEDIT-VALUE TO SPL-SHARE-PCT (SHARE-SUB)
               ELSE
                   DISPLAY 'NOT A VALID PERCENTAGE -- SHARE LEFT '
                       'AS IT WAS'
               END-IF
           END-IF.

       0800-EDIT-SPLIT.
           MOVE 'Y' TO SPLIT-EDIT-SWITCH.
           MOVE ZERO TO SHARE-TOTAL-PCT.
           PERFORM VARYING SHARE-SUB FROM 1 BY 1
               UNTIL SHARE-SUB > 4
               IF SPL-SALESMAN-ID (SHARE-SUB) NOT = SPACES
                   ADD SPL-SHARE-PCT (SHARE-SUB) TO SHARE-TOTAL-PCT
                   MOVE SPL-SALESMAN-ID (SHARE-SUB) TO SAL-SALESMAN-ID
                   READ SALESMAN-MASTER-FILE
                       INVALID KEY
                           DISPLAY SAL-SALESMAN-ID
                               ' IS NOT ON SALMSTR'
                           MOVE 'N' TO SPLIT-EDIT-SWITCH
                   END-READ
               END-IF
           END-PERFORM.
           IF SHARE-TOTAL-PCT NOT = 100
               MOVE SHARE-TOTAL-PCT TO PCT-EDITED
               DISPLAY 'SHARES TOTAL ' PCT-EDITED
                   ' PERCENT -- THEY MUST TOTAL 100'
               MOVE 'N' TO SPLIT-EDIT-SWITCH.
