      *      status and record count;
      *    - the NIGHTBAL relationship verdicts, echoed straight
      *      off BALPAGE.DAT;
      *    - the O2CRECON order-to-cash stage totals and verdict,
      *      echoed the same way off O2CRECON.DAT;
      *    - one line per exception file -- SUSPENSE.DAT
      *      (unresolved items), COMMEXC.DAT, LOCKBXEX.DAT,
      *      SHIPEXC.DAT, POLAPEXC.DAT, SMDREXC.DAT, and the
      *      TOLLSCRN toll fraud alerts on TOLLEXC.DAT -- with the
      *      count and the change against the prior business date;
      *    - the verdict: CLEAN NIGHT only when every controlled
      *      job completed, NIGHTBAL found no mismatch, no
      *      shipment is stuck short of a posted charge, and no
      *      exception file grew.
      *
      *  Tonight's exception counts are appended to MORNHIST.DAT,
           SELECT BALANCING-PAGE       ASSIGN TO "BALPAGE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS BALPAGE-STATUS.
           SELECT ORDER-TO-CASH-PAGE   ASSIGN TO "O2CRECON.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS O2CPAGE-STATUS.
           SELECT EXCEPTION-FILE       ASSIGN TO EXCEPTION-FILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
       FD  BALANCING-PAGE.
       01  BALANCE-PAGE-LINE           PIC X(80).

       FD  ORDER-TO-CASH-PAGE.
       01  ORDER-TO-CASH-LINE          PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-WORK-RECORD       PIC X(160).

       01  RUN-CONTROL-STATUS          PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  BALPAGE-STATUS              PIC XX.
       01  O2CPAGE-STATUS              PIC XX.
       01  EXCEPTION-STATUS            PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  EXCEPTION-FILE-NAME         PIC X(12).
       01  BALANCE-MISMATCH-SWITCH     PIC X VALUE 'N'.
           88  BALANCE-MISMATCHED        VALUE 'Y'.
       01  BALANCE-LINES-SHOWN         PIC 999 VALUE ZERO.
       01  ORDER-TO-CASH-SWITCH        PIC X VALUE 'N'.
           88  ORDER-TO-CASH-OPEN        VALUE 'Y'.
       01  EXCEPTION-COUNT             PIC 9(7).
       01  EXCEPTIONS-GREW-SWITCH      PIC X VALUE 'N'.
           88  EXCEPTIONS-GREW           VALUE 'Y'.
           05  FILLER                  PIC X(12) VALUE 'SHIPEXC.DAT '.
           05  FILLER                  PIC X(12) VALUE 'POLAPEXC.DAT'.
           05  FILLER                  PIC X(12) VALUE 'SMDREXC.DAT '.
           05  FILLER                  PIC X(12) VALUE 'TOLLEXC.DAT '.
       01  EXCEPTION-NAME-TABLE REDEFINES EXCEPTION-NAME-LIST.
           05  EXCEPTION-NAME          PIC X(12) OCCURS 7 TIMES.
       01  PRIOR-COUNT                 PIC S9(7).
       01  PRIOR-COUNT-FOUND-SWITCH    PIC X.
       01  PRIOR-LOOK-DATE             PIC 9(8).
       01  COUNT-CHANGE                PIC S9(7).
       01  TONIGHT-COUNT-TABLE.
           05  TONIGHT-COUNT           PIC 9(7) OCCURS 7 TIMES.

       01  PAGE-HEADING.
           05  FILLER                  PIC X(28) VALUE
           WRITE SUMMARY-LINE FROM PAGE-HEADING.
           PERFORM 0200-SUMMARIZE-RUN-CONTROL.
           PERFORM 0300-ECHO-BALANCING-VERDICTS.
           PERFORM 0350-ECHO-ORDER-TO-CASH.
           PERFORM 0400-COUNT-EXCEPTION-FILES.
           PERFORM 0600-WRITE-THE-VERDICT.
           CLOSE MORNING-SUMMARY.
           IF BALPAGE-STATUS = '00' OR BALPAGE-STATUS = '10'
               CLOSE BALANCING-PAGE.

      *  O2CRECON's stage total lines and verdict, echoed on the
      *  same terms as the balancing page.
       0350-ECHO-ORDER-TO-CASH.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ORDER-TO-CASH RECONCILIATION' TO SECTION-HEADING.
           WRITE SUMMARY-LINE FROM SECTION-HEADING.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT ORDER-TO-CASH-PAGE.
           IF O2CPAGE-STATUS NOT = '00'
               MOVE 'Y' TO FILE-EOF-STATUS
               MOVE '  NO O2CRECON.DAT -- O2CRECON DID NOT RUN'
                   TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE 'Y' TO ORDER-TO-CASH-SWITCH.
           PERFORM UNTIL FILE-END
               READ ORDER-TO-CASH-PAGE
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       IF ORDER-TO-CASH-LINE (1:1) = 'S'
                         AND ORDER-TO-CASH-LINE (2:1) NUMERIC
                           MOVE SPACES TO SUMMARY-LINE
                           MOVE ORDER-TO-CASH-LINE
                               TO SUMMARY-LINE (3:78)
                           WRITE SUMMARY-LINE
                       END-IF
                       IF ORDER-TO-CASH-LINE (1:9) = 'VERDICT: '
                           MOVE SPACES TO SUMMARY-LINE
                           MOVE ORDER-TO-CASH-LINE
                               TO SUMMARY-LINE (3:78)
                           WRITE SUMMARY-LINE
                           IF ORDER-TO-CASH-LINE (10:5) NOT = 'ORDER'
                               MOVE 'Y' TO ORDER-TO-CASH-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF O2CPAGE-STATUS = '00' OR O2CPAGE-STATUS = '10'
               CLOSE ORDER-TO-CASH-PAGE.

       0400-COUNT-EXCEPTION-FILES.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE AFTER ADVANCING 1 LINE.
           WRITE SUMMARY-LINE FROM SECTION-HEADING.
           PERFORM 0450-COUNT-ONE-EXCEPTION-FILE
               VARYING EXCEPTION-SUB FROM 1 BY 1
               UNTIL EXCEPTION-SUB > 7.

      *  SUSPENSE.DAT counts only unresolved items (the NIGHTBAL
      *  rule); every other exception file counts whole records.
           WRITE SUMMARY-LINE AFTER ADVANCING 1 LINE.
           IF JOBS-INCOMPLETE-COUNT = ZERO
             AND NOT BALANCE-MISMATCHED
             AND NOT ORDER-TO-CASH-OPEN
             AND NOT EXCEPTIONS-GREW
               MOVE 'CLEAN NIGHT' TO VRD-TEXT
           ELSE
           IF HISTORY-STATUS NOT = '00'
               OPEN OUTPUT SUMMARY-HISTORY.
           PERFORM VARYING EXCEPTION-SUB FROM 1 BY 1
               UNTIL EXCEPTION-SUB > 7
               MOVE BUSINESS-DATE TO SHST-BUSINESS-DATE
               MOVE EXCEPTION-NAME (EXCEPTION-SUB)
                   TO SHST-FILE-NAME
