      *  billing master, the amount edits through NUMEDIT and the
      *  promise date through DATENTRY, and the open promise goes to
      *  PROMISE.DAT for the nightly PROMCHK run to settle against
      *  the payments actually posted.  The day the promise was
      *  taken rides on the record for the collector performance
      *  report (COLLPERF).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  PROMISE-WAS-KEPT     VALUE 'K'.
               88  PROMISE-WAS-BROKEN   VALUE 'B'.
           05  PROM-SETTLED-DATE       PIC 9(8).
           05  PROM-TAKEN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  DATENTRY-STATUS             PIC X.
           88  DATENTRY-VALID          VALUE 'Y'.
       01  PROMISES-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.
       01  TODAY-DATE                  PIC 9(8).
       01  BALANCE-EDITED              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'PROMISE-TO-PAY ENTRY'.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILLING MASTER, STATUS: '
                   MOVE INPUT-COLLECTOR-ID TO PROM-COLLECTOR-ID
                   MOVE 'O' TO PROM-STATUS
                   MOVE ZERO TO PROM-SETTLED-DATE
                   MOVE TODAY-DATE TO PROM-TAKEN-DATE
                   WRITE PROMISE-RECORD
                   ADD 1 TO PROMISES-WRITTEN-COUNT
                   DISPLAY 'PROMISE RECORDED'
