      *    - no match, or more than one, applies nothing -- the
      *      change lands on the report for human review.
      *
      *  An applied move also clears any returned-mail mark
      *  RETMENT put on the record's old address (RETMAIL.DAT), so
      *  the mailing runs pick the new address up at once.
      *
      *  MOVERPT.DAT tags every change APPLIED, UNMATCHED, or
      *  AMBIGUOUS, with counts at the end.

               RECORD KEY     IS HISTORY-KEY.
           SELECT MOVE-REPORT          ASSIGN TO "MOVERPT.DAT"
                                       LINE SEQUENTIAL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL.DAT"
               ORGANIZATION   IS INDEXED
               ACCESS         IS DYNAMIC
               FILE STATUS    IS RETMAIL-STATUS
               RECORD KEY     IS RTM-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-REPORT.
       01  REPORT-LINE               PIC X(120).

       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           03  RTM-KEY.
               05  RTM-SOURCE            PIC X.
               05  RTM-SOURCE-KEY        PIC X(45).
           03  FILLER                PIC X(258).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS             PIC XX.
         88  MASTER-IO-OK                  VALUE "00" THRU "09".
       01  HISTORY-STATUS            PIC XX.
       01  RETMAIL-STATUS            PIC XX.
       01  RETMAIL-ON-HAND-SWITCH    PIC X VALUE 'N'.
           88  RETMAIL-ON-HAND             VALUE 'Y'.
       01  MOVES-EOF-STATUS          PIC X VALUE 'N'.
           88  MOVES-END             VALUE 'Y'.
       01  SCAN-EOF-STATUS           PIC X.
       01  APPLIED-COUNT             PIC 9(5) VALUE ZERO.
       01  UNMATCHED-COUNT           PIC 9(5) VALUE ZERO.
       01  AMBIGUOUS-COUNT           PIC 9(5) VALUE ZERO.
       01  RETURNS-CLEARED-COUNT     PIC 9(5) VALUE ZERO.

       01  REPORT-DETAIL-LINE.
           05  RPT-DISPOSITION       PIC X(11).
           05  RPT-UNMATCHED         PIC ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE '  AMBIGUOUS: '.
           05  RPT-AMBIGUOUS         PIC ZZ,ZZ9.
           05  FILLER                PIC X(25) VALUE
               '  RETURNED MAIL CLEARED: '.
           05  RPT-RETURNS-CLEARED   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE.
           OPEN I-O RETURNED-MAIL-FILE.
           IF RETMAIL-STATUS = '00'
               MOVE 'Y' TO RETMAIL-ON-HAND-SWITCH.
           PERFORM 0800-READ-MOVE-CHANGE.
           PERFORM 0200-PROCESS-ONE-CHANGE
               UNTIL MOVES-END.
           MOVE APPLIED-COUNT TO RPT-APPLIED.
           MOVE UNMATCHED-COUNT TO RPT-UNMATCHED.
           MOVE AMBIGUOUS-COUNT TO RPT-AMBIGUOUS.
           MOVE RETURNS-CLEARED-COUNT TO RPT-RETURNS-CLEARED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           CLOSE MOVE-CHANGE-FILE
                 MASTER-FILE
                 HISTORY-FILE
                 MOVE-REPORT.
           IF RETMAIL-ON-HAND
               CLOSE RETURNED-MAIL-FILE.
           STOP RUN.

       0200-PROCESS-ONE-CHANGE.
           MOVE MOVE-NEW-STATE TO MASTER-STATE.
           MOVE MOVE-NEW-POSTAL-CODE TO MASTER-POSTAL-CODE.
           REWRITE MASTER-RECORD.
           IF RETMAIL-ON-HAND
               MOVE 'M' TO RTM-SOURCE
               MOVE MASTER-HANDLE TO RTM-SOURCE-KEY
               DELETE RETURNED-MAIL-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO RETURNS-CLEARED-COUNT
               END-DELETE
           END-IF.
           ADD 1 TO APPLIED-COUNT.
           PERFORM 0700-WRITE-REPORT-LINE-FOR.
           MOVE 'APPLIED    ' TO RPT-DISPOSITION.
