      * Contacts on the OPTOUT.DAT do-not-mail list (matched on the
      * contact key) are never selected; the selection report counts
      * them.  This is a marketing extract, so the opt-out applies
      * here by design.  Nor is a contact selected whose address the
      * post office has sent back undeliverable (RETMCHK), until the
      * contact is given a new address; those are counted as well.
      *
      * A criterion names any of: a state, a zip range, a city; blank
      * fields match everything, so one record selects a whole state
      * count record per criterion with matches is also appended to
      * CAMPMAIL.DAT (campaign code, run date, pieces) -- the mailed
      * side of the CAMPRSLT results report.
      *
      * A criterion may also hold out a control group: a percentage
      * of the contacts it selects is set aside at random and not
      * mailed, so CAMPRSLT can measure what the same people order
      * without the piece.  The held-out contacts count on the
      * criterion's report line and on its CAMPMAIL.DAT record, and
      * every selected contact, mailed or held out, is recorded on
      * the campaign group file CAMPGRP.DAT (campaign code, run
      * date, measurement window, group M or C, contact key) that
      * CAMPRSLT measures both groups from.  The criterion carries
      * the measurement window in days (90 when blank) and the cost
      * of one piece (.734, the MERGPURG postage rate, when blank)
      * through to CAMPMAIL.DAT for the cost-per-order figures.
      * The draw is a Park-Miller generator seeded from the time of
      * day, so each run draws its control group afresh.
      *
      * Past the values each insertion record carries the contact's
      * preferred language from LANGPREF, so FORMLETR prints the
      * piece in that language where marketing has a version of it,
      * and the contact key, so FORMLETR posts the piece to the
      * contact's activity history.
      *=================================================================

       ENVIRONMENT DIVISION.
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             MAIL-COUNT-STATUS.
           SELECT CAMPAIGN-GROUP-FILE    ASSIGN TO "CAMPGRP.DAT"
                                         LINE SEQUENTIAL
                                         FILE STATUS IS
                                             GROUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CRIT-ZIP-TO           PIC X(5).
           05  CRIT-CITY             PIC X(50).
           05  CRIT-CAMPAIGN-CODE    PIC X(6).
           05  CRIT-HOLDOUT-PCT      PIC 99.
           05  CRIT-WINDOW-DAYS      PIC 9(3).
           05  CRIT-PIECE-COST       PIC 9V999.

       FD  INSERTION-VALUES.
       01  VALUE-RECORD.
           05  VALUE-ENTRY           PIC X(15) OCCURS 10 TIMES.
           05  FILLER                PIC X(150).
           05  VALUE-FORM-ID         PIC X(8).
           05  VALUE-LANGUAGE        PIC XX.
           05  VALUE-CONTACT-KEY     PIC X(45).

       FD  EMAIL-ADDRESS-FILE.
       01  EMAIL-ADDRESS-RECORD.
           05  CMAIL-CAMPAIGN-CODE   PIC X(6).
           05  CMAIL-MAIL-DATE       PIC 9(8).
           05  CMAIL-PIECE-COUNT     PIC 9(5).
           05  CMAIL-CONTROL-COUNT   PIC 9(5).
           05  CMAIL-WINDOW-DAYS     PIC 9(3).
           05  CMAIL-PIECE-COST      PIC 9V999.

       FD  CAMPAIGN-GROUP-FILE.
       01  CAMPAIGN-GROUP-RECORD.
           05  CGRP-CAMPAIGN-CODE    PIC X(6).
           05  CGRP-MAIL-DATE        PIC 9(8).
           05  CGRP-WINDOW-DAYS      PIC 9(3).
           05  CGRP-GROUP            PIC X.
               88  CGRP-MAILED-GROUP   VALUE 'M'.
               88  CGRP-CONTROL-GROUP  VALUE 'C'.
           05  CGRP-CONTACT-KEY      PIC X(45).

       FD  OPT-OUT-FILE.
       01  OPT-OUT-RECORD.
           05  OPT-REQUEST-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  LANGPREF-KEY-TYPE       PIC X VALUE 'C'.
       01  LANGPREF-KEY            PIC X(45).
       01  LANGPREF-LANGUAGE       PIC XX.
       01  CONTACT-FILESTATUS      PIC X(2).
         88  CONTACT-IO-OK                 VALUE "00" THRU "09".
       01  CRITERIA-EOF-STATUS     PIC X VALUE 'N'.
               10  CTB-CITY        PIC X(50).
               10  CTB-CAMPAIGN-CODE PIC X(6).
               10  CTB-MATCH-COUNT PIC 9(5).
               10  CTB-HOLDOUT-PCT PIC 99.
               10  CTB-WINDOW-DAYS PIC 9(3).
               10  CTB-PIECE-COST  PIC 9V999.
               10  CTB-CONTROL-COUNT PIC 9(5).
       01  MATCHED-CRIT-SUB        PIC 99.
       01  OPT-STATUS              PIC XX.
       01  OPT-EOF-STATUS          PIC X VALUE 'N'.
       01  OPTED-OUT-SWITCH        PIC X.
           88  CONTACT-OPTED-OUT   VALUE 'Y'.
       01  OPTED-OUT-COUNT         PIC 9(5) VALUE ZERO.
       01  RETURNED-MAIL-COUNT     PIC 9(5) VALUE ZERO.
       01  RETMCHK-STREET          PIC X(40).
       01  RETMCHK-STATE           PIC XX.
       01  RETMCHK-REASON          PIC XX.
       01  RETMCHK-RETURN          PIC XX.
       01  MAIL-COUNT-STATUS       PIC XX.
       01  GROUP-FILE-STATUS       PIC XX.
       01  CONTROL-GROUP-COUNT     PIC 9(5) VALUE ZERO.
       01  HOLDOUT-SWITCH          PIC X.
           88  CONTACT-HELD-OUT    VALUE 'Y'.
       01  RANDOM-SEED             PIC 9(10).
       01  RANDOM-PRODUCT          PIC 9(15).
       01  RANDOM-QUOTIENT         PIC 9(15).
       01  RANDOM-PERCENT          PIC 99.
       01  CURRENT-DATE-INFO       PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER PIC 9(8).
           05  CURRENT-TIME-OF-DAY PIC 9(8).
           05  FILLER              PIC X(5).
       01  CONTACTS-SELECTED-COUNT PIC 9(5) VALUE ZERO.
       01  CONTACTS-READ-COUNT     PIC 9(5) VALUE ZERO.
       01  NAMEPARS-INPUT          PIC X(79).
           05  CRD-CITY            PIC X(30).
           05  FILLER              PIC X(10) VALUE '  MATCHED:'.
           05  CRD-MATCH-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE '  HELD OUT:'.
           05  CRD-CONTROL-COUNT   PIC ZZ,ZZ9.
       01  REPORT-TOTAL-LINE.
           05  FILLER              PIC X(19) VALUE
               'CONTACTS SELECTED: '.
           05  RPT-READ            PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  OPTED OUT '.
           05  RPT-OPTED-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(17) VALUE
               '  MAIL RETURNED  '.
           05  RPT-RETURNED-MAIL   PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE '  HELD OUT '.
           05  RPT-HELD-OUT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE '*EMAILHDR*' TO EADR-ADDRESS (1:10).
           WRITE EMAIL-ADDRESS-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE CURRENT-TIME-OF-DAY TO RANDOM-SEED.
           IF RANDOM-SEED = ZERO
               MOVE 1 TO RANDOM-SEED.
           OPEN OUTPUT CAMPAIGN-GROUP-FILE.
           PERFORM 0200-SELECT-ONE-CONTACT
               UNTIL CONTACT-END.
           PERFORM 0600-WRITE-SELECTION-REPORT.
               CLOSE CONTACT.
           CLOSE INSERTION-VALUES
                 EMAIL-ADDRESS-FILE
                 SELECTION-REPORT
                 CAMPAIGN-GROUP-FILE.
           STOP RUN.

       0100-LOAD-CRITERIA.
                           MOVE CRIT-CAMPAIGN-CODE
                               TO CTB-CAMPAIGN-CODE (NR-CRITERIA)
                           MOVE ZERO TO CTB-MATCH-COUNT (NR-CRITERIA)
                                        CTB-CONTROL-COUNT (NR-CRITERIA)
                           PERFORM 0120-CONTROL-GROUP-FIELDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-CRITERIA.

      *  Blank control-group fields on an older criterion record
      *  mean no holdout, the standard window, and the postage rate.
       0120-CONTROL-GROUP-FIELDS.
           IF CRIT-HOLDOUT-PCT NUMERIC
               MOVE CRIT-HOLDOUT-PCT TO CTB-HOLDOUT-PCT (NR-CRITERIA)
           ELSE
               MOVE ZERO TO CTB-HOLDOUT-PCT (NR-CRITERIA).
           IF CRIT-WINDOW-DAYS NUMERIC
             AND CRIT-WINDOW-DAYS > ZERO
               MOVE CRIT-WINDOW-DAYS TO CTB-WINDOW-DAYS (NR-CRITERIA)
           ELSE
               MOVE 90 TO CTB-WINDOW-DAYS (NR-CRITERIA).
           IF CRIT-PIECE-COST NUMERIC
             AND CRIT-PIECE-COST > ZERO
               MOVE CRIT-PIECE-COST TO CTB-PIECE-COST (NR-CRITERIA)
           ELSE
               MOVE .734 TO CTB-PIECE-COST (NR-CRITERIA).

      *  A missing opt-out file just means nobody has opted out.
       0150-LOAD-OPT-OUT-KEYS.
           OPEN INPUT OPT-OUT-FILE.
               PERFORM 0300-MATCH-AGAINST-CRITERIA
               IF MATCHED-CRIT-SUB > ZERO
                   PERFORM 0350-CHECK-OPT-OUT
                   IF NOT CONTACT-OPTED-OUT
                       PERFORM 0360-CHECK-RETURNED-MAIL
                   END-IF
                   IF CONTACT-OPTED-OUT
                       ADD 1 TO OPTED-OUT-COUNT
                   ELSE
                   IF RETMCHK-RETURN = '01'
                       ADD 1 TO RETURNED-MAIL-COUNT
                   ELSE
                       PERFORM 0380-DRAW-FOR-CONTROL-GROUP
                       IF CONTACT-HELD-OUT
                           ADD 1 TO CTB-CONTROL-COUNT
                                       (MATCHED-CRIT-SUB)
                           ADD 1 TO CONTROL-GROUP-COUNT
                       ELSE
                           ADD 1 TO CTB-MATCH-COUNT (MATCHED-CRIT-SUB)
                           ADD 1 TO CONTACTS-SELECTED-COUNT
                           PERFORM 0400-WRITE-INSERTION-RECORD
                       END-IF
                       PERFORM 0390-WRITE-GROUP-RECORD
                   END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

       0360-CHECK-RETURNED-MAIL.
           MOVE CONTACT-STREET (1:40) TO RETMCHK-STREET.
           MOVE CONTACT-STATE TO RETMCHK-STATE.
           CALL 'RETMCHK' USING RETMCHK-STREET RETMCHK-STATE
               RETMCHK-REASON RETMCHK-RETURN.

      *  Park-Miller minimal standard generator: seed times 16807
      *  modulo 2**31 - 1.  The last two digits of the new seed are
      *  the draw; a draw under the holdout percentage holds the
      *  contact out of the mailing.
       0380-DRAW-FOR-CONTROL-GROUP.
           MOVE 'N' TO HOLDOUT-SWITCH.
           IF CTB-HOLDOUT-PCT (MATCHED-CRIT-SUB) = ZERO
               EXIT PARAGRAPH.
           COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807.
           DIVIDE RANDOM-PRODUCT BY 2147483647
               GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.
           MOVE RANDOM-SEED TO RANDOM-PERCENT.
           IF RANDOM-PERCENT < CTB-HOLDOUT-PCT (MATCHED-CRIT-SUB)
               MOVE 'Y' TO HOLDOUT-SWITCH.

       0390-WRITE-GROUP-RECORD.
           IF CTB-CAMPAIGN-CODE (MATCHED-CRIT-SUB) = SPACES
               EXIT PARAGRAPH.
           MOVE SPACES TO CAMPAIGN-GROUP-RECORD.
           MOVE CTB-CAMPAIGN-CODE (MATCHED-CRIT-SUB)
               TO CGRP-CAMPAIGN-CODE.
           MOVE CURRENT-DATE-INTEGER TO CGRP-MAIL-DATE.
           MOVE CTB-WINDOW-DAYS (MATCHED-CRIT-SUB) TO CGRP-WINDOW-DAYS.
           IF CONTACT-HELD-OUT
               MOVE 'C' TO CGRP-GROUP
           ELSE
               MOVE 'M' TO CGRP-GROUP.
           MOVE CONTACT-KEY TO CGRP-CONTACT-KEY.
           WRITE CAMPAIGN-GROUP-RECORD.

      *  Blank criterion fields match anything, so each test only
      *  disqualifies when the criterion actually names a value.
       0300-MATCH-AGAINST-CRITERIA.
           PERFORM 0500-FORM-SALUTATION.
           MOVE CTB-CAMPAIGN-CODE (MATCHED-CRIT-SUB)
               TO VALUE-ENTRY (8).
           MOVE CONTACT-KEY TO LANGPREF-KEY.
           CALL 'LANGPREF' USING LANGPREF-KEY-TYPE LANGPREF-KEY
               LANGPREF-LANGUAGE.
           MOVE LANGPREF-LANGUAGE TO VALUE-LANGUAGE.
           MOVE CONTACT-KEY TO VALUE-CONTACT-KEY.
           WRITE VALUE-RECORD.
           MOVE SPACES TO EMAIL-ADDRESS-RECORD.
           MOVE CONTACT-EMAIL TO EADR-ADDRESS.
               MOVE CTB-ZIP-TO (CRIT-SUB) TO CRD-ZIP-TO
               MOVE CTB-CITY (CRIT-SUB) TO CRD-CITY
               MOVE CTB-MATCH-COUNT (CRIT-SUB) TO CRD-MATCH-COUNT
               MOVE CTB-CONTROL-COUNT (CRIT-SUB) TO CRD-CONTROL-COUNT
               WRITE REPORT-LINE FROM CRITERIA-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE CONTACTS-SELECTED-COUNT TO RPT-SELECTED.
           MOVE CONTACTS-READ-COUNT TO RPT-READ.
           MOVE OPTED-OUT-COUNT TO RPT-OPTED-OUT.
           MOVE RETURNED-MAIL-COUNT TO RPT-RETURNED-MAIL.
           MOVE CONTROL-GROUP-COUNT TO RPT-HELD-OUT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

       0700-WRITE-MAIL-COUNTS.
               OPEN OUTPUT CAMPAIGN-MAIL-COUNTS.
           PERFORM VARYING CRIT-SUB FROM 1 BY 1
               UNTIL CRIT-SUB > NR-CRITERIA
               IF (CTB-MATCH-COUNT (CRIT-SUB) > ZERO
                   OR CTB-CONTROL-COUNT (CRIT-SUB) > ZERO)
                 AND CTB-CAMPAIGN-CODE (CRIT-SUB) NOT = SPACES
                   MOVE SPACES TO CAMPAIGN-MAIL-RECORD
                   MOVE CTB-CAMPAIGN-CODE (CRIT-SUB)
                   MOVE CURRENT-DATE-INTEGER TO CMAIL-MAIL-DATE
                   MOVE CTB-MATCH-COUNT (CRIT-SUB)
                       TO CMAIL-PIECE-COUNT
                   MOVE CTB-CONTROL-COUNT (CRIT-SUB)
                       TO CMAIL-CONTROL-COUNT
                   MOVE CTB-WINDOW-DAYS (CRIT-SUB)
                       TO CMAIL-WINDOW-DAYS
                   MOVE CTB-PIECE-COST (CRIT-SUB) TO CMAIL-PIECE-COST
                   WRITE CAMPAIGN-MAIL-RECORD
               END-IF
           END-PERFORM.
