      *     sizes per solicitor at the bottom.
      *
      * Contacts without a phone number cannot be dialed and are
      * skipped with a count on the recap.  So are contacts whose
      * billing account is under an open legal hold (bankruptcy,
      * deceased, or litigation, on LEGALHLD.DAT) -- the enterprise
      * cross-reference ECUSXREF.DAT ties the contact to the account,
      * and no solicitor may call a customer legal has frozen.
      *
      * The list is for the day after the business date (RUNDATE.DAT,
      * the DNCCHECK convention, else the calendar date), and each
      * number's latest coded disposition on the phone log
      * PHONLOGD.DAT decides what happens to it:
      *
      *   - callback requested: back to the solicitor who took the
      *     request, at the top of that solicitor's list in time
      *     order with the time asked for, once the callback date
      *     arrives (a callback with no date comes back at once);
      *   - no answer: rested for the number of days in
      *     CALLPARM.DAT (3 when the file is missing), then dealt
      *     out again;
      *   - not interested, sale, wrong number: retired from the
      *     campaign;
      *   - do-not-call request, or a number on DNCLIST.DAT: never
      *     listed;
      *   - busy, or no coded call at all: dealt out as usual.
      *
      * A number is only listed if the called party's permitted
      * calling window (CALLZONE, by area code, on the list day)
      * meets the calling shift, CALLPARM.DAT's shift start and end
      * on our clock (0900 to 2100 when not given).  The window is
      * printed on each line in our time, and a callback time that
      * falls outside it is dropped to ANY.
      *
      * Every number held back is counted by reason on the recap.
      *=================================================================

       ENVIRONMENT DIVISION.
                                         FILE STATUS EMPLOYEE-STATUS.
           SELECT CALL-LIST-FILE         ASSIGN TO "CALLLIST.DAT"
                                         LINE SEQUENTIAL.
           SELECT LEGAL-HOLD-FILE        ASSIGN TO "LEGALHLD.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY LGL-ACCOUNT-NR
                                         FILE STATUS LEGAL-STATUS.
           SELECT ENTERPRISE-XREF        ASSIGN TO "ECUSXREF.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY ECX-ENTERPRISE-NR
                                         FILE STATUS XREF-STATUS.
           SELECT PHONE-LOG-FILE         ASSIGN TO "PHONLOGD.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS LOG-STATUS.
           SELECT DO-NOT-CALL-LIST       ASSIGN TO "DNCLIST.DAT"
                                         ORGANIZATION INDEXED
                                         ACCESS MODE DYNAMIC
                                         RECORD KEY DNC-PHONE-NUMBER
                                         FILE STATUS DNC-STATUS.
           SELECT CALL-LIST-PARMS        ASSIGN TO "CALLPARM.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS PARM-STATUS.
           SELECT RUN-DATE-PARM          ASSIGN TO "RUNDATE.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS RUN-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CRIT-ZIP-TO           PIC X(5).
           05  CRIT-CITY             PIC X(50).
           05  CRIT-CAMPAIGN-CODE    PIC X(6).
           05  CRIT-HOLDOUT-PCT      PIC 99.
           05  CRIT-WINDOW-DAYS      PIC 9(3).
           05  CRIT-PIECE-COST       PIC 9V999.

      *  The campaign code and the control-group fields belong to
      *  the CAMPEXT mailing side; call lists select on the
      *  geography only, but the layout has to match the file's
      *  other reader.

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           05  FILLER                  PIC X(21).

       FD  CALL-LIST-FILE.
       01  CALL-LIST-LINE              PIC X(91).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LGL-ACCOUNT-NR          PIC X(8).
           05  LGL-STATUS-CODE         PIC X.
           05  FILLER                  PIC X(73).
           05  LGL-RELEASE-DATE        PIC 9(8).
               88  LGL-HOLD-OPEN        VALUE ZERO.
           05  FILLER                  PIC X(50).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

       FD  PHONE-LOG-FILE.
       01  PHONE-LOG-RECORD.
           05  PH-USER-ID              PIC X(8).
           05  PH-CALL-DATE            PIC 9(8).
           05  PH-CALL-LENGTH          PIC 9999.
           05  PH-CALL-NUMBER          PIC 9(10).
           05  PH-SALES-INFO           PIC X(50).
           05  PH-DISPOSITION          PIC X.
               88  PH-NO-ANSWER         VALUE 'N'.
               88  PH-BUSY              VALUE 'B'.
               88  PH-CALLBACK          VALUE 'C'.
               88  PH-NOT-INTERESTED    VALUE 'I'.
               88  PH-SALE              VALUE 'S'.
               88  PH-WRONG-NUMBER      VALUE 'W'.
               88  PH-DO-NOT-CALL       VALUE 'D'.
               88  PH-DISPOSITION-CODED
                   VALUES 'N' 'B' 'C' 'I' 'S' 'W' 'D'.
           05  PH-CALLBACK-DATE        PIC 9(8).
           05  PH-CALLBACK-TIME        PIC 9(4).
           05  PH-CALL-TIME            PIC 9(4).

       FD  DO-NOT-CALL-LIST.
       01  DO-NOT-CALL-RECORD.
           05  DNC-PHONE-NUMBER        PIC X(10).
           05  DNC-REQUEST-DATE        PIC 9(8).

       FD  CALL-LIST-PARMS.
       01  CALL-LIST-PARM-RECORD.
           05  PARM-NO-ANSWER-REST-DAYS PIC 999.
           05  PARM-SHIFT-START        PIC 9(4).
           05  PARM-SHIFT-END          PIC 9(4).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CONTACT-FILESTATUS      PIC X(2).
               10  CITM-NAME       PIC X(30).
               10  CITM-NUMBER     PIC X(10).
               10  CITM-CITY       PIC X(20).
               10  CITM-CALLBACK-FLAG PIC X.
                   88  CITM-IS-CALLBACK VALUE 'Y'.
               10  CITM-CALLBACK-TIME PIC 9(4).
               10  CITM-PRINTED-FLAG  PIC X.
               10  CITM-WINDOW-OPEN   PIC 9(4).
               10  CITM-WINDOW-CLOSE  PIC 9(4).
       01  CONTACTS-READ-COUNT     PIC 9(5) VALUE ZERO.
       01  CONTACTS-SELECTED-COUNT PIC 9(5) VALUE ZERO.
       01  NO-PHONE-COUNT          PIC 9(5) VALUE ZERO.
       01  LEGAL-HOLD-COUNT        PIC 9(5) VALUE ZERO.
       01  LEGAL-STATUS            PIC XX.
       01  XREF-STATUS             PIC XX.
       01  LEGAL-EOF-STATUS        PIC X VALUE 'N'.
           88  LEGAL-END           VALUE 'Y'.
       01  XREF-EOF-STATUS         PIC X VALUE 'N'.
           88  XREF-END            VALUE 'Y'.
       01  NR-HELD-ACCOUNTS        PIC 9(4) VALUE ZERO.
       01  HELD-SUB                PIC 9(4).
       01  HELD-ACCOUNT-TABLE.
           05  HTBL-ACCOUNT-NR     PIC X(8) OCCURS 500 TIMES.
       01  NR-HELD-CONTACTS        PIC 9(4) VALUE ZERO.
       01  HELD-CONTACT-TABLE.
           05  HCTB-CONTACT-KEY    PIC X(45) OCCURS 500 TIMES.
       01  HELD-CONTACT-SWITCH     PIC X.
           88  CONTACT-IS-HELD     VALUE 'Y'.
       01  LOG-STATUS              PIC XX.
       01  DNC-STATUS              PIC XX.
       01  PARM-STATUS             PIC XX.
       01  RUN-DATE-STATUS         PIC XX.
       01  LOG-EOF-STATUS          PIC X VALUE 'N'.
           88  LOG-END             VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  BUSINESS-DATE           PIC 9(8).
       01  REST-DAYS               PIC 999 VALUE 3.
       01  SHIFT-START             PIC 9(4) VALUE 0900.
       01  SHIFT-END               PIC 9(4) VALUE 2100.
       01  LIST-DATE               PIC 9(8).
       01  CALLZONE-AREA-CODE      PIC 9(3).
       01  CALLZONE-LOCAL-TIME     PIC 9(4).
       01  CALLZONE-STATE          PIC X(2).
       01  CALLZONE-ZONE-NAME      PIC X(4).
       01  CALLZONE-HOME-OPEN      PIC 9(4).
       01  CALLZONE-HOME-CLOSE     PIC 9(4).
       01  CALLZONE-PERMITTED      PIC X.
       01  CALLZONE-RETURN         PIC XX.
       01  DAYS-SINCE-CALL         PIC S9(8).
       01  ARTH-STATUS             PIC X.
           88  ARTH-DATES-VALID    VALUE 'Y'.
       01  CONTACT-NUMBER          PIC 9(10).
       01  CALL-ACTION             PIC X.
           88  ACTION-DIAL         VALUE 'L'.
           88  ACTION-CALLBACK     VALUE 'C'.
           88  ACTION-HOLD-BACK    VALUE 'H'.
       01  CALLBACK-USER-ID        PIC X(8).
       01  CALLBACK-TIME           PIC 9(4).
       01  CALLBACK-TIME-EDIT.
           05  CBE-HOUR            PIC 99.
           05  FILLER              PIC X VALUE ':'.
           05  CBE-MINUTE          PIC 99.
       01  NEXT-ITEM-SUB           PIC 9(4).
       01  NR-LOG-NUMBERS          PIC 9(4) VALUE ZERO.
       01  CALL-HISTORY-TABLE.
           05  CALL-HISTORY-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON NR-LOG-NUMBERS
                   ASCENDING KEY LTBL-CALL-NUMBER
                   INDEXED BY LOG-IX LOG-IX2.
               10  LTBL-CALL-NUMBER    PIC 9(10).
               10  LTBL-DISPOSITION    PIC X.
               10  LTBL-CALL-DATE      PIC 9(8).
               10  LTBL-USER-ID        PIC X(8).
               10  LTBL-CALLBACK-DATE  PIC 9(8).
               10  LTBL-CALLBACK-TIME  PIC 9(4).
       01  CALLBACK-COUNT          PIC 9(5) VALUE ZERO.
       01  CALLBACK-LATER-COUNT    PIC 9(5) VALUE ZERO.
       01  RESTED-COUNT            PIC 9(5) VALUE ZERO.
       01  RETIRED-COUNT           PIC 9(5) VALUE ZERO.
       01  DO-NOT-CALL-COUNT       PIC 9(5) VALUE ZERO.
       01  OUT-OF-HOURS-COUNT      PIC 9(5) VALUE ZERO.

       01  LIST-HEADING.
           05  FILLER              PIC X(11) VALUE 'SOLICITOR: '.
           05  DTL-PHONE-NUMBER    PIC X(10).
           05  FILLER              PIC XX VALUE SPACES.
           05  DTL-CITY            PIC X(20).
           05  FILLER              PIC XX VALUE SPACES.
           05  DTL-CALLBACK        PIC X(12).
           05  FILLER              PIC XX VALUE SPACES.
           05  DTL-CALL-WINDOW.
               10  DTL-WINDOW-OPEN PIC 9(4).
               10  FILLER          PIC X VALUE '-'.
               10  DTL-WINDOW-CLOSE PIC 9(4).
       01  RECAP-HEADING.
           05  FILLER              PIC X(21) VALUE
               'CALL LIST SIZE RECAP '.
           05  RCP-SELECTED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  NO PHONE:  '.
           05  RCP-NO-PHONE        PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  LEGAL HOLD: '.
           05  RCP-LEGAL-HOLD      PIC ZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE
               '  OUT OF HOURS: '.
           05  RCP-OUT-OF-HOURS    PIC ZZ,ZZ9.
       01  RECAP-DISPOSITION-LINE.
           05  FILLER              PIC X(11) VALUE 'CALLBACKS: '.
           05  RCP-CALLBACKS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(9) VALUE '  LATER: '.
           05  RCP-CALLBACK-LATER  PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  RESTED: '.
           05  RCP-RESTED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE '  RETIRED: '.
           05  RCP-RETIRED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(7) VALUE '  DNC: '.
           05  RCP-DO-NOT-CALL     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF NR-SOLICITORS = ZERO
               DISPLAY 'CALLIST: NO ACTIVE SOLICITORS ON EMPMAST'
               STOP RUN.
           PERFORM 0160-LOAD-LEGAL-HOLDS.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0180-LOAD-CALL-HISTORY.
           OPEN INPUT DO-NOT-CALL-LIST.
           OPEN INPUT CONTACT.
           IF NOT CONTACT-IO-OK
               DISPLAY 'CALLIST: UNABLE TO OPEN CONTACT.DAT, '
               UNTIL CONTACT-END.
           IF CONTACT-IO-OK
               CLOSE CONTACT.
           IF DNC-STATUS = '00'
               CLOSE DO-NOT-CALL-LIST.
           PERFORM 0500-WRITE-CALL-LISTS.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE CURRENT-DATE-INTEGER TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.
           OPEN INPUT CALL-LIST-PARMS.
           IF PARM-STATUS = '00'
               READ CALL-LIST-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NO-ANSWER-REST-DAYS NUMERIC
                           MOVE PARM-NO-ANSWER-REST-DAYS TO REST-DAYS
                       END-IF
                       IF PARM-SHIFT-START NUMERIC
                         AND PARM-SHIFT-END NUMERIC
                         AND PARM-SHIFT-START < PARM-SHIFT-END
                           MOVE PARM-SHIFT-START TO SHIFT-START
                           MOVE PARM-SHIFT-END TO SHIFT-END
                       END-IF
               END-READ
               CLOSE CALL-LIST-PARMS.
           COMPUTE LIST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (BUSINESS-DATE) + 1).

       0100-LOAD-CRITERIA.
           OPEN INPUT CAMPAIGN-CRITERIA.
           PERFORM UNTIL CRITERIA-END
           IF EMPLOYEE-STATUS = '00' OR EMPLOYEE-STATUS = '10'
               CLOSE EMPLOYEE-MASTER.

      *  Open holds first, then every cross-reference entry whose
      *  billing account is held gives up its contact key.  Either
      *  file missing means no contact is held back.
       0160-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-STATUS NOT = '00'
               MOVE 'Y' TO LEGAL-EOF-STATUS.
           PERFORM UNTIL LEGAL-END
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LEGAL-EOF-STATUS
                   NOT AT END
                       IF LGL-HOLD-OPEN
                         AND NR-HELD-ACCOUNTS < 500
                           ADD 1 TO NR-HELD-ACCOUNTS
                           MOVE LGL-ACCOUNT-NR
                               TO HTBL-ACCOUNT-NR (NR-HELD-ACCOUNTS)
                       END-IF
               END-READ
           END-PERFORM.
           IF LEGAL-STATUS = '00' OR LEGAL-STATUS = '10'
               CLOSE LEGAL-HOLD-FILE.
           IF NR-HELD-ACCOUNTS = ZERO
               EXIT PARAGRAPH.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               DISPLAY 'CALLIST: NO ECUSXREF.DAT -- LEGAL HOLDS '
                   'CANNOT BE MATCHED TO CONTACTS'
               MOVE 'Y' TO XREF-EOF-STATUS.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-BILLING-ACCOUNT NOT = SPACES
                         AND ECX-CONTACT-KEY NOT = SPACES
                           PERFORM 0170-CHECK-XREF-ACCOUNT-HELD
                       END-IF
               END-READ
           END-PERFORM.
           IF XREF-STATUS = '00' OR XREF-STATUS = '10'
               CLOSE ENTERPRISE-XREF.

       0170-CHECK-XREF-ACCOUNT-HELD.
           PERFORM VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > NR-HELD-ACCOUNTS
               IF HTBL-ACCOUNT-NR (HELD-SUB) = ECX-BILLING-ACCOUNT
                 AND NR-HELD-CONTACTS < 500
                   ADD 1 TO NR-HELD-CONTACTS
                   MOVE ECX-CONTACT-KEY
                       TO HCTB-CONTACT-KEY (NR-HELD-CONTACTS)
                   MOVE NR-HELD-ACCOUNTS TO HELD-SUB
               END-IF
           END-PERFORM.

      *  Only the latest coded call on each number matters; calls
      *  logged without a disposition leave the number's standing
      *  as it was.  Same-date calls are taken in log order, so the
      *  later one wins.
       0180-LOAD-CALL-HISTORY.
           OPEN INPUT PHONE-LOG-FILE.
           IF LOG-STATUS NOT = '00'
               MOVE 'Y' TO LOG-EOF-STATUS.
           PERFORM UNTIL LOG-END
               READ PHONE-LOG-FILE
                   AT END
                       MOVE 'Y' TO LOG-EOF-STATUS
                   NOT AT END
                       IF PH-DISPOSITION-CODED
                         AND PH-CALL-NUMBER NUMERIC
                         AND PH-CALL-NUMBER > ZERO
                         AND PH-CALL-DATE NUMERIC
                           PERFORM 0190-POST-CALL-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           IF LOG-STATUS = '00' OR LOG-STATUS = '10'
               CLOSE PHONE-LOG-FILE.

       0190-POST-CALL-HISTORY.
           SEARCH ALL CALL-HISTORY-ENTRY
               AT END
                   PERFORM 0195-ADD-CALL-NUMBER
               WHEN LTBL-CALL-NUMBER (LOG-IX) = PH-CALL-NUMBER
                   CONTINUE.
           IF LOG-IX > ZERO
             AND LOG-IX NOT > NR-LOG-NUMBERS
               IF PH-CALL-DATE NOT < LTBL-CALL-DATE (LOG-IX)
                   MOVE PH-DISPOSITION TO LTBL-DISPOSITION (LOG-IX)
                   MOVE PH-CALL-DATE TO LTBL-CALL-DATE (LOG-IX)
                   MOVE PH-USER-ID TO LTBL-USER-ID (LOG-IX)
                   MOVE ZERO TO LTBL-CALLBACK-DATE (LOG-IX)
                                LTBL-CALLBACK-TIME (LOG-IX)
                   IF PH-CALLBACK
                       IF PH-CALLBACK-DATE NUMERIC
                           MOVE PH-CALLBACK-DATE
                               TO LTBL-CALLBACK-DATE (LOG-IX)
                       END-IF
                       IF PH-CALLBACK-TIME NUMERIC
                           MOVE PH-CALLBACK-TIME
                               TO LTBL-CALLBACK-TIME (LOG-IX)
                       END-IF
                   END-IF
               END-IF.

      *  The table is kept in number order for the SEARCH ALL, the
      *  way PHONELOG keeps its user table: find the slot, open it
      *  up, drop the number in.  A full table leaves LOG-IX past
      *  the end and the call is passed over.
       0195-ADD-CALL-NUMBER.
           IF NR-LOG-NUMBERS NOT < 5000
               SET LOG-IX TO 5001
               EXIT PARAGRAPH.
           PERFORM
               VARYING LOG-IX FROM 1 BY 1
               UNTIL LOG-IX > NR-LOG-NUMBERS
                  OR PH-CALL-NUMBER < LTBL-CALL-NUMBER (LOG-IX)
               CONTINUE
           END-PERFORM.
           PERFORM
               VARYING LOG-IX2 FROM NR-LOG-NUMBERS BY -1
               UNTIL LOG-IX2 < LOG-IX
               MOVE CALL-HISTORY-ENTRY (LOG-IX2)
                   TO CALL-HISTORY-ENTRY (LOG-IX2 + 1)
           END-PERFORM.
           ADD 1 TO NR-LOG-NUMBERS.
           MOVE PH-CALL-NUMBER TO LTBL-CALL-NUMBER (LOG-IX).
           MOVE ZERO TO LTBL-CALL-DATE (LOG-IX).

       0200-SELECT-ONE-CONTACT.
           READ CONTACT NEXT RECORD
               AT END
               ADD 1 TO CONTACTS-READ-COUNT
               PERFORM 0300-MATCH-AGAINST-CRITERIA
               IF MATCHED-CRIT-SUB > ZERO
                   PERFORM 0350-CHECK-LEGAL-HOLD
                   IF CONTACT-IS-HELD
                       ADD 1 TO LEGAL-HOLD-COUNT
                   ELSE
                   IF CONTACT-PHONE NOT NUMERIC
                     OR CONTACT-PHONE = ZERO
                       ADD 1 TO NO-PHONE-COUNT
                   ELSE
                       PERFORM 0370-CHECK-CALL-HISTORY
                       IF NOT ACTION-HOLD-BACK
                           PERFORM 0390-CHECK-CALLING-WINDOW
                       END-IF
                       IF NOT ACTION-HOLD-BACK
                           PERFORM 0400-ASSIGN-TO-SOLICITOR
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

       0350-CHECK-LEGAL-HOLD.
           MOVE 'N' TO HELD-CONTACT-SWITCH.
           PERFORM VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > NR-HELD-CONTACTS
                  OR CONTACT-IS-HELD
               IF HCTB-CONTACT-KEY (HELD-SUB) = CONTACT-KEY
                   MOVE 'Y' TO HELD-CONTACT-SWITCH
               END-IF
           END-PERFORM.

      *  Decides whether a dialable contact is dialed, called back,
      *  or held back, and counts the hold-backs by reason.  The
      *  list day is the day after the business date, so a number
      *  last called on the business date has been resting one day
      *  by the time it could be dialed.
       0370-CHECK-CALL-HISTORY.
           MOVE 'L' TO CALL-ACTION.
           MOVE CONTACT-PHONE TO CONTACT-NUMBER.
           IF DNC-STATUS = '00'
               MOVE CONTACT-NUMBER TO DNC-PHONE-NUMBER
               READ DO-NOT-CALL-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO CALL-ACTION
                       ADD 1 TO DO-NOT-CALL-COUNT
                       EXIT PARAGRAPH
               END-READ.
           SEARCH ALL CALL-HISTORY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN LTBL-CALL-NUMBER (LOG-IX) = CONTACT-NUMBER
                   CONTINUE.
           EVALUATE LTBL-DISPOSITION (LOG-IX)
               WHEN 'D'
                   MOVE 'H' TO CALL-ACTION
                   ADD 1 TO DO-NOT-CALL-COUNT
               WHEN 'I'
               WHEN 'S'
               WHEN 'W'
                   MOVE 'H' TO CALL-ACTION
                   ADD 1 TO RETIRED-COUNT
               WHEN 'N'
                   CALL 'DATEARTH' USING LTBL-CALL-DATE (LOG-IX)
                       BUSINESS-DATE DAYS-SINCE-CALL ARTH-STATUS
                   IF ARTH-DATES-VALID
                     AND DAYS-SINCE-CALL + 1 < REST-DAYS
                       MOVE 'H' TO CALL-ACTION
                       ADD 1 TO RESTED-COUNT
                   END-IF
               WHEN 'C'
                   PERFORM 0380-CHECK-CALLBACK-DUE
           END-EVALUATE.

      *  A callback is due when its date is no later than the list
      *  day.  A date that will not read brings the callback back
      *  now rather than losing it.
       0380-CHECK-CALLBACK-DUE.
           IF LTBL-CALLBACK-DATE (LOG-IX) > ZERO
               CALL 'DATEARTH' USING BUSINESS-DATE
                   LTBL-CALLBACK-DATE (LOG-IX) DAYS-SINCE-CALL
                   ARTH-STATUS
               IF ARTH-DATES-VALID AND DAYS-SINCE-CALL > 1
                   MOVE 'H' TO CALL-ACTION
                   ADD 1 TO CALLBACK-LATER-COUNT
                   EXIT PARAGRAPH.
           MOVE 'C' TO CALL-ACTION.
           MOVE LTBL-USER-ID (LOG-IX) TO CALLBACK-USER-ID.
           MOVE LTBL-CALLBACK-TIME (LOG-IX) TO CALLBACK-TIME.

      *  The called party's window, turned to our clock, has to
      *  meet the calling shift somewhere on the list day or the
      *  number is held back.  An area code CALLZONE does not know
      *  is taken as our own zone.
       0390-CHECK-CALLING-WINDOW.
           IF CONTACT-NUMBER (1:1) = '1'
               MOVE CONTACT-NUMBER (2:3) TO CALLZONE-AREA-CODE
           ELSE
               MOVE CONTACT-NUMBER (1:3) TO CALLZONE-AREA-CODE.
           CALL 'CALLZONE' USING CALLZONE-AREA-CODE LIST-DATE
               SHIFT-START CALLZONE-LOCAL-TIME CALLZONE-STATE
               CALLZONE-ZONE-NAME CALLZONE-HOME-OPEN
               CALLZONE-HOME-CLOSE CALLZONE-PERMITTED
               CALLZONE-RETURN.
           IF CALLZONE-HOME-OPEN NOT < CALLZONE-HOME-CLOSE
             OR CALLZONE-HOME-CLOSE NOT > SHIFT-START
             OR CALLZONE-HOME-OPEN NOT < SHIFT-END
               MOVE 'H' TO CALL-ACTION
               ADD 1 TO OUT-OF-HOURS-COUNT
               EXIT PARAGRAPH.
           IF ACTION-CALLBACK AND CALLBACK-TIME > ZERO
               IF CALLBACK-TIME < CALLZONE-HOME-OPEN
                 OR CALLBACK-TIME NOT < CALLZONE-HOME-CLOSE
                   MOVE ZERO TO CALLBACK-TIME.

      *  The shortest list takes the next contact -- with no
      *  capacities to respect this is COLLASGN's least-loaded
      *  pick all the way down.
       0400-ASSIGN-TO-SOLICITOR.
           MOVE ZERO TO PICKED-SOL-SUB.
           IF ACTION-CALLBACK
               PERFORM VARYING SOL-SUB FROM 1 BY 1
                   UNTIL SOL-SUB > NR-SOLICITORS
                      OR PICKED-SOL-SUB > ZERO
                   IF STBL-USER-ID (SOL-SUB) = CALLBACK-USER-ID
                       MOVE SOL-SUB TO PICKED-SOL-SUB
                   END-IF
               END-PERFORM.
           IF PICKED-SOL-SUB = ZERO
               MOVE 1 TO PICKED-SOL-SUB
               PERFORM VARYING SOL-SUB FROM 2 BY 1
                   UNTIL SOL-SUB > NR-SOLICITORS
                   IF STBL-LIST-COUNT (SOL-SUB) <
                           STBL-LIST-COUNT (PICKED-SOL-SUB)
                       MOVE SOL-SUB TO PICKED-SOL-SUB
                   END-IF
               END-PERFORM.
           IF NR-CALL-ITEMS < 2000
               ADD 1 TO NR-CALL-ITEMS
               ADD 1 TO CONTACTS-SELECTED-COUNT
               MOVE CONTACT-PHONE TO CITM-NUMBER (NR-CALL-ITEMS)
               MOVE CONTACT-CITY (1:20)
                   TO CITM-CITY (NR-CALL-ITEMS)
               MOVE 'N' TO CITM-PRINTED-FLAG (NR-CALL-ITEMS)
               MOVE ZERO TO CITM-CALLBACK-TIME (NR-CALL-ITEMS)
               MOVE CALLZONE-HOME-OPEN
                   TO CITM-WINDOW-OPEN (NR-CALL-ITEMS)
               MOVE CALLZONE-HOME-CLOSE
                   TO CITM-WINDOW-CLOSE (NR-CALL-ITEMS)
               IF ACTION-CALLBACK
                   MOVE 'Y' TO CITM-CALLBACK-FLAG (NR-CALL-ITEMS)
                   MOVE CALLBACK-TIME
                       TO CITM-CALLBACK-TIME (NR-CALL-ITEMS)
                   ADD 1 TO CALLBACK-COUNT
               ELSE
                   MOVE 'N' TO CITM-CALLBACK-FLAG (NR-CALL-ITEMS)
               END-IF
           ELSE
               DISPLAY 'CALLIST: CALL TABLE FULL, CONTACT DROPPED'.

               MOVE STBL-USER-ID (SOL-SUB) TO LST-USER-ID
               MOVE STBL-NAME (SOL-SUB) TO LST-NAME
               WRITE CALL-LIST-LINE FROM LIST-HEADING
               PERFORM 0520-WRITE-CALLBACKS
               PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > NR-CALL-ITEMS
                   IF CITM-SOL-SUB (ITEM-SUB) = SOL-SUB
                     AND NOT CITM-IS-CALLBACK (ITEM-SUB)
                       PERFORM 0550-WRITE-ONE-ITEM
                   END-IF
               END-PERFORM
               MOVE SPACES TO CALL-LIST-LINE
           END-PERFORM.
           MOVE CONTACTS-SELECTED-COUNT TO RCP-SELECTED.
           MOVE NO-PHONE-COUNT TO RCP-NO-PHONE.
           MOVE LEGAL-HOLD-COUNT TO RCP-LEGAL-HOLD.
           MOVE OUT-OF-HOURS-COUNT TO RCP-OUT-OF-HOURS.
           WRITE CALL-LIST-LINE FROM RECAP-TOTAL-LINE.
           MOVE CALLBACK-COUNT TO RCP-CALLBACKS.
           MOVE CALLBACK-LATER-COUNT TO RCP-CALLBACK-LATER.
           MOVE RESTED-COUNT TO RCP-RESTED.
           MOVE RETIRED-COUNT TO RCP-RETIRED.
           MOVE DO-NOT-CALL-COUNT TO RCP-DO-NOT-CALL.
           WRITE CALL-LIST-LINE FROM RECAP-DISPOSITION-LINE.
           CLOSE CALL-LIST-FILE.

      *  The solicitor's callbacks head the list, earliest time
      *  first; a callback with no time asked for sorts first and
      *  reads ANY.
       0520-WRITE-CALLBACKS.
           MOVE 1 TO NEXT-ITEM-SUB.
           PERFORM UNTIL NEXT-ITEM-SUB = ZERO
               MOVE ZERO TO NEXT-ITEM-SUB
               PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > NR-CALL-ITEMS
                   IF CITM-SOL-SUB (ITEM-SUB) = SOL-SUB
                     AND CITM-IS-CALLBACK (ITEM-SUB)
                     AND CITM-PRINTED-FLAG (ITEM-SUB) = 'N'
                       IF NEXT-ITEM-SUB = ZERO
                           MOVE ITEM-SUB TO NEXT-ITEM-SUB
                       ELSE
                       IF CITM-CALLBACK-TIME (ITEM-SUB) <
                               CITM-CALLBACK-TIME (NEXT-ITEM-SUB)
                           MOVE ITEM-SUB TO NEXT-ITEM-SUB
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NEXT-ITEM-SUB > ZERO
                   MOVE NEXT-ITEM-SUB TO ITEM-SUB
                   PERFORM 0550-WRITE-ONE-ITEM
                   MOVE NEXT-ITEM-SUB TO ITEM-SUB
               END-IF
           END-PERFORM.

       0550-WRITE-ONE-ITEM.
           MOVE 'Y' TO CITM-PRINTED-FLAG (ITEM-SUB).
           MOVE CITM-NAME (ITEM-SUB) TO DTL-CONTACT-NAME.
           MOVE CITM-NUMBER (ITEM-SUB) TO DTL-PHONE-NUMBER.
           MOVE CITM-CITY (ITEM-SUB) TO DTL-CITY.
           MOVE SPACES TO DTL-CALLBACK.
           MOVE CITM-WINDOW-OPEN (ITEM-SUB) TO DTL-WINDOW-OPEN.
           MOVE CITM-WINDOW-CLOSE (ITEM-SUB) TO DTL-WINDOW-CLOSE.
           IF CITM-IS-CALLBACK (ITEM-SUB)
               IF CITM-CALLBACK-TIME (ITEM-SUB) = ZERO
                   MOVE 'CALLBK ANY' TO DTL-CALLBACK
               ELSE
                   MOVE CITM-CALLBACK-TIME (ITEM-SUB) (1:2)
                       TO CBE-HOUR
                   MOVE CITM-CALLBACK-TIME (ITEM-SUB) (3:2)
                       TO CBE-MINUTE
                   STRING 'CALLBK ' CALLBACK-TIME-EDIT
                       DELIMITED BY SIZE INTO DTL-CALLBACK
               END-IF
           END-IF.
           WRITE CALL-LIST-LINE FROM LIST-DETAIL-LINE.
