      *                     items with reason and date
      *      OVERDUE.DAT    whether the account is on tonight's
      *                     overdue file, and any NSF items
      *      LEGALHLD.DAT   an open legal hold (bankruptcy,
      *                     deceased, litigation), shown first and
      *                     boxed so no one calls the customer
      *                     about money while it stands
      *
      *  The suspense and overdue files are small nightly outputs,
      *  so they are scanned per inquiry; the master is not.
           SELECT PAYMENT-OVERDUE-REPORT ASSIGN TO "OVERDUE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS OVRD-STATUS.
           SELECT LEGAL-HOLD-FILE      ASSIGN TO "LEGALHLD.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LGL-ACCOUNT-NR
                                       FILE STATUS IS LEGAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OVRDUE-RECORD-TYPE      PIC X(3).
               88  OVRDUE-IS-NSF        VALUE 'NSF'.

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LGL-ACCOUNT-NR          PIC X(8).
           05  LGL-STATUS-CODE         PIC X.
               88  LGL-IS-BANKRUPTCY    VALUE 'B'.
               88  LGL-IS-DECEASED      VALUE 'D'.
               88  LGL-IS-LITIGATION    VALUE 'L'.
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

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  SUSP-STATUS                 PIC XX.
       01  OVRD-STATUS                 PIC XX.
       01  LEGAL-STATUS                PIC XX.
       01  LEGAL-ON-HAND-SWITCH        PIC X VALUE 'N'.
           88  LEGAL-ON-HAND           VALUE 'Y'.
       01  HOLD-DESCRIPTION            PIC X(10).
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  INPUT-ACCOUNT-NR            PIC X(8).
       01  MASTER-FOUND-SWITCH         PIC X.
               DISPLAY 'UNABLE TO OPEN BILLING MASTER, STATUS: '
                   MASTER-STATUS
               STOP RUN.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-STATUS = '00'
               MOVE 'Y' TO LEGAL-ON-HAND-SWITCH.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE BILLING-MASTER.
           IF LEGAL-ON-HAND
               CLOSE LEGAL-HOLD-FILE.
           STOP RUN.
       0200-MAIN-LOOP.
           DISPLAY 'PLEASE ENTER THE ACCOUNT NUMBER'.
           IF NOT MASTER-FOUND
               DISPLAY 'NO SUCH ACCOUNT ON THE BILLING MASTER'
           ELSE
               PERFORM 0350-SHOW-LEGAL-HOLD
               PERFORM 0400-SHOW-MASTER-PICTURE
               PERFORM 0500-SHOW-SUSPENSE-ITEMS
               PERFORM 0600-SHOW-OVERDUE-STANDING.
                   MOVE 'Y' TO MASTER-FOUND-SWITCH
           END-READ.

      *  An open hold goes above everything else on the screen.  A
      *  released one is history and gets a single line.
       0350-SHOW-LEGAL-HOLD.
           IF LEGAL-ON-HAND
               MOVE INPUT-ACCOUNT-NR TO LGL-ACCOUNT-NR
               READ LEGAL-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0360-DISPLAY-LEGAL-HOLD
               END-READ.

       0360-DISPLAY-LEGAL-HOLD.
           EVALUATE TRUE
               WHEN LGL-IS-BANKRUPTCY
                   MOVE 'BANKRUPTCY' TO HOLD-DESCRIPTION
               WHEN LGL-IS-DECEASED
                   MOVE 'DECEASED' TO HOLD-DESCRIPTION
               WHEN LGL-IS-LITIGATION
                   MOVE 'LITIGATION' TO HOLD-DESCRIPTION
               WHEN OTHER
                   MOVE 'LEGAL' TO HOLD-DESCRIPTION
           END-EVALUATE.
           IF LGL-HOLD-OPEN
               DISPLAY '*************************************'
                   '*************************************'
               DISPLAY '*** LEGAL HOLD -- ' HOLD-DESCRIPTION
                   '  NO COLLECTION CONTACT OF ANY KIND ***'
               DISPLAY '***   FILED ' LGL-FILING-DATE
                   '  CASE ' LGL-CASE-NR
               DISPLAY '***   REFER CALLS TO ' LGL-ATTORNEY-NAME
                   ' ' LGL-ATTORNEY-PHONE
               DISPLAY '*************************************'
                   '*************************************'
           ELSE
               DISPLAY '  LEGAL HOLD (' HOLD-DESCRIPTION
                   ') RELEASED ' LGL-RELEASE-DATE
                   ' ' LGL-RELEASE-REASON.

       0400-SHOW-MASTER-PICTURE.
           DISPLAY 'ACCOUNT: ' MSTR-ACCOUNT-NR
               '  CYCLE: ' MSTR-CYCLE-CODE.
