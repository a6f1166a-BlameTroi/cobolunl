       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALLZONE.

      *  Called-party calling-hours service.  Telemarketing may only
      *  reach a customer inside the permitted calling window of
      *  the customer's own time zone, not ours.  CALLIST (to keep
      *  a number off a list it cannot legally be dialed from) and
      *  HRSCHECK (to flag logged calls placed outside the window)
      *  both ask here.
      *
      *  AREACODE.DAT is the area-code reference: one record per
      *  area code with its state, a short zone name, the zone's
      *  standard offset from UTC in hours, whether it keeps
      *  daylight saving time, and -- for states whose rules are
      *  stricter than the standard window -- the state's own local
      *  window, HHMM to HHMM (zeros take the standard window).
      *  CALLHRS.DAT is one record: our own offset and daylight
      *  saving flag, then the standard local window.  With no
      *  CALLHRS.DAT we are on Eastern time and the window is 0800
      *  to 2100.
      *
      *  Daylight saving time runs from the second Sunday in March
      *  to the first Sunday in November.
      *
      *  In:   CALLZONE-AREA-CODE, CALLZONE-HOME-DATE (CCYYMMDD) and
      *        CALLZONE-HOME-TIME (HHMM), both on our clock.
      *  Out:  CALLZONE-LOCAL-TIME, the called party's clock;
      *        CALLZONE-STATE and CALLZONE-ZONE-NAME;
      *        CALLZONE-HOME-OPEN / CALLZONE-HOME-CLOSE, the
      *        called party's window on our clock (0000 to 2400,
      *        an open equal to the close meaning no time today);
      *        CALLZONE-PERMITTED 'Y' when the home time falls in
      *        the window; CALLZONE-RETURN:
      *        '00' the area code is on file;
      *        '04' it is not -- our own zone and the standard
      *             window were assumed.
      *
      *  Both files are loaded on the first call, the GLMAP way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AREA-CODE-FILE       ASSIGN TO "AREACODE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS AREA-CODE-STATUS.
           SELECT CALLING-HOURS-PARMS  ASSIGN TO "CALLHRS.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS HOURS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AREA-CODE-FILE.
       01  AREA-CODE-RECORD.
           05  ACF-AREA-CODE           PIC 9(3).
           05  ACF-STATE               PIC X(2).
           05  ACF-ZONE-NAME           PIC X(4).
           05  ACF-UTC-OFFSET          PIC S99
                                       SIGN LEADING SEPARATE.
           05  ACF-OBSERVES-DST        PIC X.
           05  ACF-WINDOW-OPEN         PIC 9(4).
           05  ACF-WINDOW-CLOSE        PIC 9(4).

       FD  CALLING-HOURS-PARMS.
       01  CALLING-HOURS-RECORD.
           05  CHRS-HOME-UTC-OFFSET    PIC S99
                                       SIGN LEADING SEPARATE.
           05  CHRS-HOME-OBSERVES-DST  PIC X.
           05  CHRS-WINDOW-OPEN        PIC 9(4).
           05  CHRS-WINDOW-CLOSE       PIC 9(4).

       WORKING-STORAGE SECTION.
       01  AREA-CODE-STATUS            PIC XX.
       01  HOURS-PARM-STATUS           PIC XX.
       01  AREA-CODE-EOF-STATUS        PIC X VALUE 'N'.
           88  AREA-CODE-END           VALUE 'Y'.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  HOME-UTC-OFFSET             PIC S99 VALUE -5.
       01  HOME-OBSERVES-DST           PIC X VALUE 'Y'.
       01  STANDARD-WINDOW-OPEN        PIC 9(4) VALUE 0800.
       01  STANDARD-WINDOW-CLOSE       PIC 9(4) VALUE 2100.
       01  AREA-CODE-TABLE.
           05  AREA-CODE-ENTRY OCCURS 999 TIMES.
               10  ACT-ON-FILE         PIC X.
               10  ACT-STATE           PIC X(2).
               10  ACT-ZONE-NAME       PIC X(4).
               10  ACT-UTC-OFFSET      PIC S99.
               10  ACT-OBSERVES-DST    PIC X.
               10  ACT-WINDOW-OPEN     PIC 9(4).
               10  ACT-WINDOW-CLOSE    PIC 9(4).
       01  AREA-SUB                    PIC 999.
       01  DST-CHECKED-DATE            PIC 9(8) VALUE ZERO.
       01  DST-IN-EFFECT-SWITCH        PIC X VALUE 'N'.
           88  DST-IN-EFFECT           VALUE 'Y'.
       01  DATE-VALID-SWITCH           PIC X.
       01  DST-YEAR                    PIC 9(4).
       01  DST-WORK-DATE               PIC 9(8).
       01  DATE-INTEGER                PIC 9(8).
       01  DST-START-INTEGER           PIC 9(8).
       01  DST-END-INTEGER             PIC 9(8).
       01  SUNDAY-INTEGER              PIC 9(8).
       01  DAY-OF-WEEK-NR              PIC 9.
       01  LOCAL-UTC-OFFSET            PIC S99.
       01  LOCAL-DST-FLAG              PIC X.
       01  ZONE-SHIFT-MINUTES          PIC S9(5).
       01  HOME-MINUTES                PIC S9(5).
       01  LOCAL-MINUTES               PIC S9(5).
       01  WINDOW-OPEN-MINUTES         PIC S9(5).
       01  WINDOW-CLOSE-MINUTES        PIC S9(5).
       01  CLOCK-TIME-WORK             PIC 9(4).
       01  CLOCK-TIME-PARTS REDEFINES CLOCK-TIME-WORK.
           05  CLOCK-HOUR              PIC 99.
           05  CLOCK-MINUTE            PIC 99.
       01  CLOCK-MINUTES               PIC S9(5).

       LINKAGE SECTION.
       01  CALLZONE-AREA-CODE          PIC 9(3).
       01  CALLZONE-HOME-DATE          PIC 9(8).
       01  CALLZONE-HOME-TIME          PIC 9(4).
       01  CALLZONE-LOCAL-TIME         PIC 9(4).
       01  CALLZONE-STATE              PIC X(2).
       01  CALLZONE-ZONE-NAME          PIC X(4).
       01  CALLZONE-HOME-OPEN          PIC 9(4).
       01  CALLZONE-HOME-CLOSE         PIC 9(4).
       01  CALLZONE-PERMITTED          PIC X.
       01  CALLZONE-RETURN             PIC XX.

       PROCEDURE DIVISION USING CALLZONE-AREA-CODE CALLZONE-HOME-DATE
                                 CALLZONE-HOME-TIME
                                 CALLZONE-LOCAL-TIME CALLZONE-STATE
                                 CALLZONE-ZONE-NAME
                                 CALLZONE-HOME-OPEN
                                 CALLZONE-HOME-CLOSE
                                 CALLZONE-PERMITTED CALLZONE-RETURN.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-LOAD-REFERENCE-FILES
               MOVE 'N' TO FIRST-TIME-STATUS.
           IF CALLZONE-HOME-DATE NOT = DST-CHECKED-DATE
               PERFORM 0300-CHECK-DAYLIGHT-SAVING.
           MOVE '04' TO CALLZONE-RETURN.
           MOVE SPACES TO CALLZONE-STATE.
           MOVE '????' TO CALLZONE-ZONE-NAME.
           MOVE HOME-UTC-OFFSET TO LOCAL-UTC-OFFSET.
           MOVE HOME-OBSERVES-DST TO LOCAL-DST-FLAG.
           MOVE STANDARD-WINDOW-OPEN TO CLOCK-TIME-WORK.
           PERFORM 0500-CLOCK-TO-MINUTES.
           MOVE CLOCK-MINUTES TO WINDOW-OPEN-MINUTES.
           MOVE STANDARD-WINDOW-CLOSE TO CLOCK-TIME-WORK.
           PERFORM 0500-CLOCK-TO-MINUTES.
           MOVE CLOCK-MINUTES TO WINDOW-CLOSE-MINUTES.
           MOVE CALLZONE-AREA-CODE TO AREA-SUB.
           IF AREA-SUB > ZERO
               IF ACT-ON-FILE (AREA-SUB) = 'Y'
                   PERFORM 0150-TAKE-AREA-CODE.
           COMPUTE ZONE-SHIFT-MINUTES =
               (LOCAL-UTC-OFFSET - HOME-UTC-OFFSET) * 60.
           IF DST-IN-EFFECT
               IF LOCAL-DST-FLAG = 'Y'
                 AND HOME-OBSERVES-DST NOT = 'Y'
                   ADD 60 TO ZONE-SHIFT-MINUTES
               ELSE
               IF LOCAL-DST-FLAG NOT = 'Y'
                 AND HOME-OBSERVES-DST = 'Y'
                   SUBTRACT 60 FROM ZONE-SHIFT-MINUTES.
           MOVE CALLZONE-HOME-TIME TO CLOCK-TIME-WORK.
           PERFORM 0500-CLOCK-TO-MINUTES.
           MOVE CLOCK-MINUTES TO HOME-MINUTES.
           COMPUTE LOCAL-MINUTES = HOME-MINUTES + ZONE-SHIFT-MINUTES.
           IF LOCAL-MINUTES < ZERO
               ADD 1440 TO LOCAL-MINUTES.
           IF LOCAL-MINUTES NOT < 1440
               SUBTRACT 1440 FROM LOCAL-MINUTES.
           IF LOCAL-MINUTES NOT < WINDOW-OPEN-MINUTES
             AND LOCAL-MINUTES < WINDOW-CLOSE-MINUTES
               MOVE 'Y' TO CALLZONE-PERMITTED
           ELSE
               MOVE 'N' TO CALLZONE-PERMITTED.
           MOVE LOCAL-MINUTES TO CLOCK-MINUTES.
           PERFORM 0550-MINUTES-TO-CLOCK.
           MOVE CLOCK-TIME-WORK TO CALLZONE-LOCAL-TIME.
           SUBTRACT ZONE-SHIFT-MINUTES FROM WINDOW-OPEN-MINUTES
                                            WINDOW-CLOSE-MINUTES.
           MOVE WINDOW-OPEN-MINUTES TO CLOCK-MINUTES.
           PERFORM 0550-MINUTES-TO-CLOCK.
           MOVE CLOCK-TIME-WORK TO CALLZONE-HOME-OPEN.
           MOVE WINDOW-CLOSE-MINUTES TO CLOCK-MINUTES.
           PERFORM 0550-MINUTES-TO-CLOCK.
           MOVE CLOCK-TIME-WORK TO CALLZONE-HOME-CLOSE.
           EXIT PROGRAM.

       0150-TAKE-AREA-CODE.
           MOVE '00' TO CALLZONE-RETURN.
           MOVE ACT-STATE (AREA-SUB) TO CALLZONE-STATE.
           MOVE ACT-ZONE-NAME (AREA-SUB) TO CALLZONE-ZONE-NAME.
           MOVE ACT-UTC-OFFSET (AREA-SUB) TO LOCAL-UTC-OFFSET.
           MOVE ACT-OBSERVES-DST (AREA-SUB) TO LOCAL-DST-FLAG.
           IF ACT-WINDOW-OPEN (AREA-SUB) > ZERO
             OR ACT-WINDOW-CLOSE (AREA-SUB) > ZERO
               MOVE ACT-WINDOW-OPEN (AREA-SUB) TO CLOCK-TIME-WORK
               PERFORM 0500-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO WINDOW-OPEN-MINUTES
               MOVE ACT-WINDOW-CLOSE (AREA-SUB) TO CLOCK-TIME-WORK
               PERFORM 0500-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO WINDOW-CLOSE-MINUTES.

      *  A record whose area code or offset will not read is passed
      *  over; its area code then takes the '04' assumption.
       0200-LOAD-REFERENCE-FILES.
           MOVE SPACES TO AREA-CODE-TABLE.
           OPEN INPUT AREA-CODE-FILE.
           IF AREA-CODE-STATUS = '00'
               PERFORM UNTIL AREA-CODE-END
                   READ AREA-CODE-FILE
                       AT END
                           MOVE 'Y' TO AREA-CODE-EOF-STATUS
                       NOT AT END
                           IF ACF-AREA-CODE NUMERIC
                             AND ACF-AREA-CODE > ZERO
                             AND ACF-UTC-OFFSET NUMERIC
                               PERFORM 0250-STORE-AREA-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AREA-CODE-FILE.
           OPEN INPUT CALLING-HOURS-PARMS.
           IF HOURS-PARM-STATUS = '00'
               READ CALLING-HOURS-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHRS-HOME-UTC-OFFSET NUMERIC
                           MOVE CHRS-HOME-UTC-OFFSET
                               TO HOME-UTC-OFFSET
                           MOVE CHRS-HOME-OBSERVES-DST
                               TO HOME-OBSERVES-DST
                       END-IF
                       IF CHRS-WINDOW-OPEN NUMERIC
                         AND CHRS-WINDOW-CLOSE NUMERIC
                         AND CHRS-WINDOW-OPEN < CHRS-WINDOW-CLOSE
                           MOVE CHRS-WINDOW-OPEN
                               TO STANDARD-WINDOW-OPEN
                           MOVE CHRS-WINDOW-CLOSE
                               TO STANDARD-WINDOW-CLOSE
                       END-IF
               END-READ
               CLOSE CALLING-HOURS-PARMS.

       0250-STORE-AREA-CODE.
           MOVE ACF-AREA-CODE TO AREA-SUB.
           MOVE 'Y' TO ACT-ON-FILE (AREA-SUB).
           MOVE ACF-STATE TO ACT-STATE (AREA-SUB).
           MOVE ACF-ZONE-NAME TO ACT-ZONE-NAME (AREA-SUB).
           MOVE ACF-UTC-OFFSET TO ACT-UTC-OFFSET (AREA-SUB).
           MOVE ACF-OBSERVES-DST TO ACT-OBSERVES-DST (AREA-SUB).
           MOVE ZERO TO ACT-WINDOW-OPEN (AREA-SUB)
                        ACT-WINDOW-CLOSE (AREA-SUB).
           IF ACF-WINDOW-OPEN NUMERIC
             AND ACF-WINDOW-CLOSE NUMERIC
             AND ACF-WINDOW-OPEN < ACF-WINDOW-CLOSE
               MOVE ACF-WINDOW-OPEN TO ACT-WINDOW-OPEN (AREA-SUB)
               MOVE ACF-WINDOW-CLOSE TO ACT-WINDOW-CLOSE (AREA-SUB).

      *  Sunday is the day whose INTEGER-OF-DATE leaves no remainder
      *  by seven (the BUSDAYS reckoning), so the first Sunday on or
      *  after the first of a month is that many days on.  A date
      *  that will not pass DATEEDIT is taken as standard time.
       0300-CHECK-DAYLIGHT-SAVING.
           MOVE CALLZONE-HOME-DATE TO DST-CHECKED-DATE.
           MOVE 'N' TO DST-IN-EFFECT-SWITCH.
           CALL 'DATEEDIT' USING DST-CHECKED-DATE DATE-VALID-SWITCH.
           IF DATE-VALID-SWITCH NOT = 'Y'
               EXIT PARAGRAPH.
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (DST-CHECKED-DATE).
           MOVE DST-CHECKED-DATE (1:4) TO DST-YEAR.
           COMPUTE DST-WORK-DATE = DST-YEAR * 10000 + 0301.
           PERFORM 0350-FIND-FIRST-SUNDAY.
           COMPUTE DST-START-INTEGER = SUNDAY-INTEGER + 7.
           COMPUTE DST-WORK-DATE = DST-YEAR * 10000 + 1101.
           PERFORM 0350-FIND-FIRST-SUNDAY.
           MOVE SUNDAY-INTEGER TO DST-END-INTEGER.
           IF DATE-INTEGER NOT < DST-START-INTEGER
             AND DATE-INTEGER < DST-END-INTEGER
               MOVE 'Y' TO DST-IN-EFFECT-SWITCH.

       0350-FIND-FIRST-SUNDAY.
           COMPUTE SUNDAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (DST-WORK-DATE).
           COMPUTE DAY-OF-WEEK-NR =
               FUNCTION MOD (SUNDAY-INTEGER 7).
           IF DAY-OF-WEEK-NR > ZERO
               COMPUTE SUNDAY-INTEGER =
                   SUNDAY-INTEGER + 7 - DAY-OF-WEEK-NR.

       0500-CLOCK-TO-MINUTES.
           COMPUTE CLOCK-MINUTES = CLOCK-HOUR * 60 + CLOCK-MINUTE.

       0550-MINUTES-TO-CLOCK.
           IF CLOCK-MINUTES < ZERO
               MOVE ZERO TO CLOCK-MINUTES.
           IF CLOCK-MINUTES > 1440
               MOVE 1440 TO CLOCK-MINUTES.
           DIVIDE CLOCK-MINUTES BY 60 GIVING CLOCK-HOUR
               REMAINDER CLOCK-MINUTE.
