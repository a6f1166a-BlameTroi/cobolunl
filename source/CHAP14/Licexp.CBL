       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LICEXP.

      *  Agent license expiration report, run monthly.  Walks the
      *  agent license file AGTLIC.DAT and lists, on LICEXP.DAT,
      *  every license expiring in the next 60 days and every one
      *  expiring in the 30 days after that, soonest first, with
      *  the agent's name and phone off AGTINFO.  Once a license
      *  lapses LICCHK withholds the agent's overrides, so the
      *  renewal reminder has to go out while there is still time.
      *
      *  The reminders are FORMLETR letters.  Each window gets its
      *  insertion file in the VALUFILE.DAT layout -- LICV060.DAT
      *  and LICV090.DAT -- merged the DUNLETR way, by copying it
      *  to VALUFILE.DAT and running FORMLETR with that window's
      *  letter on FORMFILE.DAT.  Insertion variables:
      *
      *      $$1   license number        $$2   licensing state
      *      $$3   expiration date       $$4   days to expiration
      *      $$5   agent payee ID        $$6   agent phone
      *      $$11  agent name            $$12  name, continued
      *      $$13  address               $$14  address, continued

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-LICENSE-FILE   ASSIGN TO "AGTLIC.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LIC-KEY
                                       FILE STATUS LICENSE-STATUS.
           SELECT AGENT-INFO-FILE      ASSIGN TO "AGTINFO"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.
           SELECT EXPIRATION-REPORT    ASSIGN TO "LICEXP.DAT"
                                       LINE SEQUENTIAL.
           SELECT REMINDER-60-VALUES   ASSIGN TO "LICV060.DAT"
                                       LINE SEQUENTIAL.
           SELECT REMINDER-90-VALUES   ASSIGN TO "LICV090.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-LICENSE-FILE.
       01  AGENT-LICENSE-RECORD.
           05  LIC-KEY.
               10  LIC-AGENT-KEY.
                   15  LIC-AGENT-STATE     PIC XX.
                   15  LIC-AGENT-TERRITORY PIC X(20).
               10  LIC-LICENSE-STATE       PIC XX.
           05  LIC-LICENSE-NR              PIC X(15).
           05  LIC-LINES-OF-AUTHORITY      PIC X(32).
           05  LIC-EFFECTIVE-DATE          PIC 9(8).
           05  LIC-EXPIRATION-DATE         PIC 9(8).
           05  LIC-APPOINTMENT-DATE        PIC 9(8).
           05  LIC-MAINTAINED-BY           PIC X(20).
           05  LIC-MAINTAINED-DATE         PIC 9(8).
           05  FILLER                      PIC X(10).

       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-KEY.
               10  AGENT-STATE          PIC XX.
               10  AGENT-TERRITORY      PIC X(20).
           05  AGENT-NAME               PIC X(20).
           05  AGENT-PHONE-NR           PIC X(13).
           05  AGENT-ADDRESS            PIC X(25).
           05  AGENT-ACTIVE-FLAG        PIC X.

       FD  EXPIRATION-REPORT.
       01  REPORT-LINE                 PIC X(80).
       FD  REMINDER-60-VALUES.
       01  REMINDER-60-RECORD          PIC X(255).
       FD  REMINDER-90-VALUES.
       01  REMINDER-90-RECORD          PIC X(255).

       WORKING-STORAGE SECTION.
       01  LICENSE-STATUS              PIC XX.
       01  AGENT-STATUS                PIC XX.
       01  AGENT-FILE-SWITCH           PIC X VALUE 'N'.
           88  AGENT-FILE-OPEN         VALUE 'Y'.
       01  LICENSE-EOF-STATUS          PIC X VALUE 'N'.
           88  LICENSE-END             VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  DAYS-TO-EXPIRE              PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.

       01  NR-EXPIRING                 PIC 9(4) VALUE ZERO.
       01  EXP-SUB                     PIC 9(4).
       01  NEXT-SUB                    PIC 9(4).
       01  WINDOW-LOW                  PIC 999.
       01  WINDOW-HIGH                 PIC 999.
       01  WINDOW-COUNT                PIC 9(4).
       01  EXPIRING-TABLE.
           05  EXPIRING-ENTRY OCCURS 1000 TIMES.
               10  EXP-EXPIRATION-DATE PIC 9(8).
               10  EXP-DAYS            PIC 999.
               10  EXP-AGENT-KEY.
                   15  EXP-AGENT-STATE PIC XX.
                   15  EXP-AGENT-TERR  PIC X(20).
               10  EXP-LICENSE-STATE   PIC XX.
               10  EXP-LICENSE-NR      PIC X(15).
               10  EXP-AGENT-NAME      PIC X(20).
               10  EXP-AGENT-PHONE     PIC X(13).
               10  EXP-AGENT-ADDRESS   PIC X(25).
               10  EXP-PRINTED-FLAG    PIC X.

       01  INSERTION-VALUES.
           05  INS-VALUE-ENTRY         PIC X(15) OCCURS 17 TIMES.
       01  DAYS-EDITED                 PIC ZZ9.
       01  DATE-EDITED.
           05  DTE-MONTH               PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  DTE-DAY                 PIC XX.
           05  FILLER                  PIC X VALUE '/'.
           05  DTE-YEAR                PIC X(4).
       01  SPLIT-TEXT                  PIC X(40).
       01  SPLIT-FIRST                 PIC X(15).
       01  SPLIT-REST                  PIC X(15).
       01  SPLIT-SUB                   PIC 99.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(34) VALUE
               'AGENT LICENSES COMING DUE    AS OF'.
           05  FILLER                  PIC X VALUE SPACE.
           05  HDG-DATE                PIC 9(8).
       01  WINDOW-HEADING.
           05  WDH-TITLE               PIC X(40).
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(35) VALUE
               'EXPIRES  DAYS  ST LICENSE NUMBER   '.
           05  FILLER                  PIC X(36) VALUE
               'PAYEE ID  AGENT                PHONE'.
       01  DETAIL-LINE.
           05  DTL-EXPIRATION-DATE     PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-DAYS                PIC ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-LICENSE-STATE       PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-LICENSE-NR          PIC X(15).
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-PAYEE-ID            PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-AGENT-NAME          PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-AGENT-PHONE         PIC X(13).
       01  WINDOW-TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               '  LICENSES IN WINDOW: '.
           05  WTL-COUNT               PIC Z,ZZ9.
       01  PAYEE-ID-WORK               PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT AGENT-LICENSE-FILE.
           IF LICENSE-STATUS NOT = '00'
               DISPLAY 'LICEXP: CANNOT OPEN AGTLIC.DAT, STATUS '
                   LICENSE-STATUS
               STOP RUN.
           OPEN INPUT AGENT-INFO-FILE.
           IF AGENT-STATUS = '00'
               MOVE 'Y' TO AGENT-FILE-SWITCH.
           PERFORM 0200-LOAD-EXPIRING-LICENSES.
           CLOSE AGENT-LICENSE-FILE.
           IF AGENT-FILE-OPEN
               CLOSE AGENT-INFO-FILE.
           OPEN OUTPUT EXPIRATION-REPORT
                       REMINDER-60-VALUES
                       REMINDER-90-VALUES.
           MOVE CURRENT-DATE-INTEGER TO HDG-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING.
           MOVE 'EXPIRING IN THE NEXT 60 DAYS' TO WDH-TITLE.
           MOVE ZERO TO WINDOW-LOW.
           MOVE 60 TO WINDOW-HIGH.
           PERFORM 0500-PRINT-WINDOW.
           MOVE 'EXPIRING IN 61 TO 90 DAYS' TO WDH-TITLE.
           MOVE 61 TO WINDOW-LOW.
           MOVE 90 TO WINDOW-HIGH.
           PERFORM 0500-PRINT-WINDOW.
           CLOSE EXPIRATION-REPORT
                 REMINDER-60-VALUES
                 REMINDER-90-VALUES.
           DISPLAY 'LICEXP: ' NR-EXPIRING
               ' LICENSES EXPIRING WITHIN 90 DAYS'.
           STOP RUN.

       0200-LOAD-EXPIRING-LICENSES.
           PERFORM UNTIL LICENSE-END
               READ AGENT-LICENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LICENSE-EOF-STATUS
                   NOT AT END
                       PERFORM 0250-CONSIDER-LICENSE
               END-READ
           END-PERFORM.

       0250-CONSIDER-LICENSE.
           CALL 'DATEARTH' USING CURRENT-DATE-INTEGER
               LIC-EXPIRATION-DATE DAYS-TO-EXPIRE ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
             OR DAYS-TO-EXPIRE < ZERO
             OR DAYS-TO-EXPIRE > 90
               EXIT PARAGRAPH.
           IF NR-EXPIRING >= 1000
               DISPLAY 'LICEXP: TABLE FULL, LICENSE DROPPED: '
                   LIC-LICENSE-NR
               EXIT PARAGRAPH.
           ADD 1 TO NR-EXPIRING.
           MOVE LIC-EXPIRATION-DATE
               TO EXP-EXPIRATION-DATE (NR-EXPIRING).
           MOVE DAYS-TO-EXPIRE TO EXP-DAYS (NR-EXPIRING).
           MOVE LIC-AGENT-KEY TO EXP-AGENT-KEY (NR-EXPIRING).
           MOVE LIC-LICENSE-STATE TO EXP-LICENSE-STATE (NR-EXPIRING).
           MOVE LIC-LICENSE-NR TO EXP-LICENSE-NR (NR-EXPIRING).
           MOVE 'N' TO EXP-PRINTED-FLAG (NR-EXPIRING).
           MOVE '*NOT ON AGTINFO*' TO EXP-AGENT-NAME (NR-EXPIRING).
           MOVE SPACES TO EXP-AGENT-PHONE (NR-EXPIRING)
                          EXP-AGENT-ADDRESS (NR-EXPIRING).
           IF AGENT-FILE-OPEN
               MOVE LIC-AGENT-KEY TO AGENT-KEY
               READ AGENT-INFO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AGENT-NAME
                           TO EXP-AGENT-NAME (NR-EXPIRING)
                       MOVE AGENT-PHONE-NR
                           TO EXP-AGENT-PHONE (NR-EXPIRING)
                       MOVE AGENT-ADDRESS
                           TO EXP-AGENT-ADDRESS (NR-EXPIRING)
               END-READ.

      *  One window, soonest expiration first: each pass takes the
      *  earliest unprinted license in the window.
       0500-PRINT-WINDOW.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WINDOW-HEADING.
           WRITE REPORT-LINE FROM COLUMN-HEADING.
           MOVE ZERO TO WINDOW-COUNT.
           MOVE 1 TO NEXT-SUB.
           PERFORM UNTIL NEXT-SUB = ZERO
               MOVE ZERO TO NEXT-SUB
               PERFORM VARYING EXP-SUB FROM 1 BY 1
                   UNTIL EXP-SUB > NR-EXPIRING
                   IF EXP-PRINTED-FLAG (EXP-SUB) = 'N'
                     AND EXP-DAYS (EXP-SUB) NOT < WINDOW-LOW
                     AND EXP-DAYS (EXP-SUB) NOT > WINDOW-HIGH
                       IF NEXT-SUB = ZERO
                           MOVE EXP-SUB TO NEXT-SUB
                       ELSE
                       IF EXP-EXPIRATION-DATE (EXP-SUB) <
                               EXP-EXPIRATION-DATE (NEXT-SUB)
                           MOVE EXP-SUB TO NEXT-SUB
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NEXT-SUB > ZERO
                   PERFORM 0550-PRINT-ONE-LICENSE
               END-IF
           END-PERFORM.
           MOVE WINDOW-COUNT TO WTL-COUNT.
           WRITE REPORT-LINE FROM WINDOW-TOTAL-LINE.

       0550-PRINT-ONE-LICENSE.
           MOVE 'Y' TO EXP-PRINTED-FLAG (NEXT-SUB).
           ADD 1 TO WINDOW-COUNT.
           MOVE SPACES TO PAYEE-ID-WORK.
           STRING 'A' DELIMITED BY SIZE
                  EXP-AGENT-STATE (NEXT-SUB) DELIMITED BY SIZE
                  EXP-AGENT-TERR (NEXT-SUB) (1:6) DELIMITED BY SIZE
                  INTO PAYEE-ID-WORK.
           MOVE EXP-EXPIRATION-DATE (NEXT-SUB) TO DTL-EXPIRATION-DATE.
           MOVE EXP-DAYS (NEXT-SUB) TO DTL-DAYS.
           MOVE EXP-LICENSE-STATE (NEXT-SUB) TO DTL-LICENSE-STATE.
           MOVE EXP-LICENSE-NR (NEXT-SUB) TO DTL-LICENSE-NR.
           MOVE PAYEE-ID-WORK TO DTL-PAYEE-ID.
           MOVE EXP-AGENT-NAME (NEXT-SUB) TO DTL-AGENT-NAME.
           MOVE EXP-AGENT-PHONE (NEXT-SUB) TO DTL-AGENT-PHONE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           PERFORM 0600-BUILD-INSERTION-VALUES.
           IF WINDOW-HIGH = 60
               WRITE REMINDER-60-RECORD FROM INSERTION-VALUES
           ELSE
               WRITE REMINDER-90-RECORD FROM INSERTION-VALUES.

      *  FORMLETR takes each $$ variable as a single word delimited
      *  by two spaces, so edited values are trimmed flush left.
       0600-BUILD-INSERTION-VALUES.
           MOVE SPACES TO INSERTION-VALUES.
           MOVE EXP-LICENSE-NR (NEXT-SUB) TO INS-VALUE-ENTRY (1).
           MOVE EXP-LICENSE-STATE (NEXT-SUB) TO INS-VALUE-ENTRY (2).
           MOVE EXP-EXPIRATION-DATE (NEXT-SUB) (5:2) TO DTE-MONTH.
           MOVE EXP-EXPIRATION-DATE (NEXT-SUB) (7:2) TO DTE-DAY.
           MOVE EXP-EXPIRATION-DATE (NEXT-SUB) (1:4) TO DTE-YEAR.
           MOVE DATE-EDITED TO INS-VALUE-ENTRY (3).
           MOVE EXP-DAYS (NEXT-SUB) TO DAYS-EDITED.
           MOVE FUNCTION TRIM (DAYS-EDITED) TO INS-VALUE-ENTRY (4).
           MOVE PAYEE-ID-WORK TO INS-VALUE-ENTRY (5).
           MOVE EXP-AGENT-PHONE (NEXT-SUB) TO INS-VALUE-ENTRY (6).
           MOVE EXP-AGENT-NAME (NEXT-SUB) TO SPLIT-TEXT.
           PERFORM 0620-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (11).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (12).
           MOVE EXP-AGENT-ADDRESS (NEXT-SUB) TO SPLIT-TEXT.
           PERFORM 0620-SPLIT-ADDRESS-TEXT.
           MOVE SPLIT-FIRST TO INS-VALUE-ENTRY (13).
           MOVE SPLIT-REST TO INS-VALUE-ENTRY (14).

      *  Broken at a space, the way DUNLETR breaks it.
       0620-SPLIT-ADDRESS-TEXT.
           MOVE SPACES TO SPLIT-FIRST SPLIT-REST.
           IF SPLIT-TEXT (16:25) = SPACES
               MOVE SPLIT-TEXT TO SPLIT-FIRST
               EXIT PARAGRAPH.
           PERFORM VARYING SPLIT-SUB FROM 16 BY -1
               UNTIL SPLIT-SUB < 2
                  OR SPLIT-TEXT (SPLIT-SUB:1) = SPACE
               CONTINUE
           END-PERFORM.
           IF SPLIT-SUB < 2
               MOVE SPLIT-TEXT (1:15) TO SPLIT-FIRST
               MOVE SPLIT-TEXT (16:15) TO SPLIT-REST
           ELSE
               MOVE SPLIT-TEXT (1:SPLIT-SUB - 1) TO SPLIT-FIRST
               MOVE SPLIT-TEXT (SPLIT-SUB + 1:15) TO SPLIT-REST.
