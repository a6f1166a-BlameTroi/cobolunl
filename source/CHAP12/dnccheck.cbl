      *  is used.  The
      *  violations report DNCVIOL.DAT groups the hits by
      *  solicitor with a count per solicitor and a run total.
      *
      *  A call the solicitor dispositioned as a do-not-call
      *  request puts its number on DNCLIST.DAT, dated the call
      *  date, once the call itself has been checked -- the
      *  request is honored without waiting for someone to key it
      *  through DNCMAINT.  A number already listed keeps its
      *  original request date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PH-CALL-LENGTH         PIC 9999.
           05  PH-CALL-NUMBER         PIC 9(10).
           05  PH-SALES-INFO          PIC X(50).
           05  PH-DISPOSITION         PIC X.
               88  PH-NO-ANSWER        VALUE 'N'.
               88  PH-BUSY             VALUE 'B'.
               88  PH-CALLBACK         VALUE 'C'.
               88  PH-NOT-INTERESTED   VALUE 'I'.
               88  PH-SALE             VALUE 'S'.
               88  PH-WRONG-NUMBER     VALUE 'W'.
               88  PH-DO-NOT-CALL      VALUE 'D'.
               88  PH-DISPOSITION-CODED
                   VALUES 'N' 'B' 'C' 'I' 'S' 'W' 'D'.
           05  PH-CALLBACK-DATE       PIC 9(8).
           05  PH-CALLBACK-TIME       PIC 9(4).
           05  PH-CALL-TIME           PIC 9(4).

       FD  DO-NOT-CALL-LIST.
       01  DO-NOT-CALL-RECORD.
               10  VTBL-SINCE-DATE     PIC 9(8).
               10  VTBL-SHOWN-FLAG     PIC X.
       01  CURRENT-USER-ID             PIC X(8).
       01  NUMBERS-ADDED-COUNT         PIC 9(5) VALUE ZERO.
       01  USER-VIOLATION-COUNT        PIC 9(4).
       01  INNER-SUB                   PIC 9(4).
       01  REPORT-HEADING.
           05  FILLER                  PIC X(17) VALUE
               'TOTAL VIOLATIONS:'.
           05  RUN-COUNT               PIC ZZ,ZZ9.
       01  ADDED-TOTAL-LINE.
           05  FILLER                  PIC X(33) VALUE
               'NUMBERS ADDED FROM DISPOSITIONS:'.
           05  ADD-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           OPEN I-O DO-NOT-CALL-LIST.
           IF LIST-STATUS NOT = '00'
               OPEN OUTPUT DO-NOT-CALL-LIST
               CLOSE DO-NOT-CALL-LIST
               OPEN I-O DO-NOT-CALL-LIST.
           IF LIST-STATUS NOT = '00'
               DISPLAY 'DNCCHECK: UNABLE TO OPEN DNCLIST.DAT, '
                   'STATUS: ' LIST-STATUS
               STOP RUN.
           PERFORM 0100-SCAN-PHONE-LOG.
           CLOSE DO-NOT-CALL-LIST.
           PERFORM 0300-PRINT-VIOLATIONS-REPORT.
           DISPLAY 'DNCCHECK: ' NR-VIOLATIONS ' VIOLATIONS FOUND'.
           DISPLAY 'DNCCHECK: ' NUMBERS-ADDED-COUNT
               ' NUMBERS ADDED FROM CALL DISPOSITIONS'.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
                       NOT INVALID KEY
                           PERFORM 0250-RECORD-VIOLATION
                   END-READ
                   IF PH-DO-NOT-CALL
                       PERFORM 0270-ADD-REQUESTED-NUMBER
                   END-IF
               END-IF
           END-IF.

               DISPLAY 'DNCCHECK: VIOLATION TABLE FULL, DROPPED: '
                   PH-CALL-NUMBER.

       0270-ADD-REQUESTED-NUMBER.
           MOVE CALL-NUMBER-X TO DNC-PHONE-NUMBER.
           MOVE CALL-DATE-NUMBER TO DNC-REQUEST-DATE.
           WRITE DO-NOT-CALL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NUMBERS-ADDED-COUNT
           END-WRITE.

      *  Grouped by solicitor: each pass picks the first unshown
      *  violation's solicitor and prints everything that solicitor
      *  dialed.
           WRITE VIOLATIONS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE NR-VIOLATIONS TO RUN-COUNT.
           WRITE VIOLATIONS-REPORT-LINE FROM RUN-TOTAL-LINE.
           MOVE NUMBERS-ADDED-COUNT TO ADD-COUNT.
           WRITE VIOLATIONS-REPORT-LINE FROM ADDED-TOTAL-LINE.
           CLOSE VIOLATIONS-REPORT.

       0400-PRINT-ONE-SOLICITOR.
