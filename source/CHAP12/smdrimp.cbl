      *    - the switch's call duration in seconds becomes the
      *      log's call length in whole minutes, rounded up --
      *      a ten-second call is still a one-minute call;
      *    - the switch's start time, hours and minutes, is kept
      *      as the call's time of day (zero when the switch wrote
      *      no readable time), for the calling-hours check;
      *    - imported records are appended to PHONLOGD.DAT, so a
      *      partial day already keyed by hand is not lost.
      *
      *    - the wrap-up code the solicitor keys on the set after
      *      hanging up becomes the call's disposition:
      *
      *        1 no answer       5 sale
      *        2 busy            6 wrong number
      *        3 callback        7 do-not-call request
      *        4 not interested
      *
      *      A callback (3) carries the CCYYMMDD date and HHMM
      *      time the customer asked for, keyed after the code.
      *      A call wrapped up with no code, or a code not listed,
      *      still logs -- the minutes were spent -- but uncoded,
      *      and the run counts it.
      *
      *  Rejects -- unknown extension, a date DATEEDIT won't pass,
      *  non-numeric duration -- go to SMDREXC.DAT instead of being
      *  silently dropped.
           05  SMDR-START-TIME         PIC X(6).
           05  SMDR-DURATION-SECONDS   PIC X(6).
           05  SMDR-DIALED-NUMBER      PIC X(10).
           05  SMDR-WRAP-UP-CODE       PIC X.
           05  SMDR-CALLBACK-DATE      PIC X(8).
           05  SMDR-CALLBACK-TIME      PIC X(4).
           05  FILLER                  PIC X(33).

       FD  STATION-XREF-FILE.
       01  STATION-XREF-RECORD.
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

       FD  SMDR-EXCEPTION-FILE.
       01  SMDR-EXCEPTION-RECORD.
       01  DURATION-WORK               PIC 9(6).
       01  LENGTH-MINUTES              PIC 9(6).
       01  IMPORTED-COUNT              PIC 9(7) VALUE ZERO.
       01  UNCODED-COUNT               PIC 9(7) VALUE ZERO.
       01  WRAP-UP-DISPOSITIONS        PIC X(7) VALUE 'NBCISWD'.
       01  WRAP-UP-TABLE REDEFINES WRAP-UP-DISPOSITIONS.
           05  WRAP-UP-DISPOSITION     PIC X OCCURS 7 TIMES.
       01  WRAP-UP-NUMBER              PIC 9.
       01  CALLBACK-DATE-WORK          PIC 9(8).
       01  CLOCK-TIME-WORK             PIC 9(4).
       01  CLOCK-TIME-PARTS REDEFINES CLOCK-TIME-WORK.
           05  CLOCK-HOUR              PIC 99.
           05  CLOCK-MINUTE            PIC 99.
       01  REJECTED-COUNT              PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
                 SMDR-EXCEPTION-FILE.
           DISPLAY 'SMDRIMP: ' IMPORTED-COUNT ' CALLS IMPORTED, '
               REJECTED-COUNT ' REJECTED'.
           IF UNCODED-COUNT > ZERO
               DISPLAY 'SMDRIMP: ' UNCODED-COUNT ' IMPORTED CALLS '
                   'CARRY NO DISPOSITION CODE'.
           STOP RUN.

       0100-LOAD-STATION-XREF.
           IF LENGTH-MINUTES > 9999
               MOVE 9999 TO LENGTH-MINUTES.
           MOVE LENGTH-MINUTES TO PH-CALL-LENGTH.
           MOVE ZERO TO PH-CALL-TIME.
           IF SMDR-START-TIME (1:4) NUMERIC
               MOVE SMDR-START-TIME (1:4) TO CLOCK-TIME-WORK
               IF CLOCK-HOUR < 24 AND CLOCK-MINUTE < 60
                   MOVE CLOCK-TIME-WORK TO PH-CALL-TIME
               END-IF
           END-IF.
           IF SMDR-DIALED-NUMBER NUMERIC
               MOVE SMDR-DIALED-NUMBER TO PH-CALL-NUMBER
           ELSE
               MOVE ZERO TO PH-CALL-NUMBER.
           PERFORM 0450-MAP-WRAP-UP-CODE.
           WRITE PHONE-LOG-RECORD.
           ADD 1 TO IMPORTED-COUNT.

      *  A callback date DATEEDIT will not pass, or a time that is
      *  not a clock time, is dropped to zero: the callback still
      *  goes back to the solicitor on the next call list, just
      *  without an appointment.
       0450-MAP-WRAP-UP-CODE.
           MOVE SPACE TO PH-DISPOSITION.
           MOVE ZERO TO PH-CALLBACK-DATE
                        PH-CALLBACK-TIME.
           IF SMDR-WRAP-UP-CODE NUMERIC
               MOVE SMDR-WRAP-UP-CODE TO WRAP-UP-NUMBER
               IF WRAP-UP-NUMBER > ZERO AND WRAP-UP-NUMBER < 8
                   MOVE WRAP-UP-DISPOSITION (WRAP-UP-NUMBER)
                       TO PH-DISPOSITION
               END-IF
           END-IF.
           IF NOT PH-DISPOSITION-CODED
               ADD 1 TO UNCODED-COUNT
           ELSE
           IF PH-CALLBACK
               IF SMDR-CALLBACK-DATE NUMERIC
                   MOVE SMDR-CALLBACK-DATE TO CALLBACK-DATE-WORK
                   CALL 'DATEEDIT' USING CALLBACK-DATE-WORK
                       DATE-EDIT-SWITCH
                   IF DATE-EDIT-SWITCH = 'Y'
                       MOVE CALLBACK-DATE-WORK TO PH-CALLBACK-DATE
                   END-IF
               END-IF
               IF SMDR-CALLBACK-TIME NUMERIC
                   MOVE SMDR-CALLBACK-TIME TO CLOCK-TIME-WORK
                   IF CLOCK-HOUR < 24 AND CLOCK-MINUTE < 60
                       MOVE CLOCK-TIME-WORK TO PH-CALLBACK-TIME
                   END-IF
               END-IF
           END-IF
           END-IF.

       0500-REJECT-SMDR-RECORD.
           MOVE SMDR-RECORD TO EXCP-INPUT-DATA.
           WRITE SMDR-EXCEPTION-RECORD.
