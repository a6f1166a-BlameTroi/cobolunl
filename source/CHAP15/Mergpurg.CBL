      *      suppressed before the survivor list is built -- this
      *      is marketing mail, which is exactly what the opt-out
      *      covers;
      *    - pieces to an address the post office has sent back
      *      undeliverable (RETMCHK, fed by the RETMENT console)
      *      are suppressed too, until the master is given a new
      *      address -- mailing them again only buys another
      *      return;
      *    - every suppressed piece is listed on MERGRPT.DAT with
      *      the postage saved, priced at the rate in MERGPARM.DAT,
      *      and the opt-out and returned-mail suppressions carry
      *      their own counts.
      *
      *  MERGPARM.DAT: col 1 'Y' to combine households to a FAMILY
      *  addressee, cols 2-5 the single-piece postage rate 9V999.
                   88  PCE-SURVIVOR     VALUE 'S'.
                   88  PCE-SUPPRESSED   VALUE 'X'.
                   88  PCE-OPTED-OUT    VALUE 'O'.
                   88  PCE-MAIL-RETURNED VALUE 'R'.
                   88  PCE-UNDECIDED    VALUE 'U'.
               10  PCE-FAMILY-FLAG     PIC X.
       01  OPT-STATUS                  PIC XX.
               10  OTB-NORM-NAME       PIC X(7).
               10  OTB-NORM-ADDRESS    PIC X(60).
       01  OPT-OUT-COUNT               PIC 9(4) VALUE ZERO.
       01  RETURNED-COUNT              PIC 9(4) VALUE ZERO.
       01  RETMCHK-STREET              PIC X(40).
       01  RETMCHK-STATE               PIC XX.
       01  RETMCHK-REASON              PIC XX.
       01  RETMCHK-RETURN              PIC XX.
       01  NORMALIZE-WORK              PIC X(60).
       01  SQUEEZE-WORK                PIC X(60).
       01  SQUEEZE-SUB                 PIC 99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  SUP-ADDRESS             PIC X(60).
           05  FILLER                  PIC X VALUE SPACE.
           05  SUP-NOTE                PIC X(10).
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE 'SURVIVORS: '.
           05  RPT-SURVIVORS           PIC ZZ,ZZ9.
           05  RPT-SUPPRESSED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  OPT-OUT:  '.
           05  RPT-OPT-OUT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  RETURNED: '.
           05  RPT-RETURNED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  POSTAGE SAVED: '.
           05  RPT-POSTAGE-SAVED       PIC ZZZ,ZZ9.99.
                       MERGE-PURGE-REPORT.
           PERFORM 0200-LOAD-MAILING-PIECES.
           PERFORM 0270-SUPPRESS-OPT-OUTS.
           PERFORM 0275-SUPPRESS-RETURNED-MAIL.
           PERFORM 0300-MATCH-AND-SUPPRESS.
           PERFORM 0500-WRITE-SURVIVORS-AND-REPORT.
           STOP RUN.
               END-PERFORM
           END-PERFORM.

      *  The piece's street is the first 40 bytes of its mailing
      *  address, as MAILEXT builds it; the state rides in its own
      *  field.
       0275-SUPPRESS-RETURNED-MAIL.
           PERFORM VARYING PIECE-SUB FROM 1 BY 1
               UNTIL PIECE-SUB > NR-PIECES
               IF PCE-UNDECIDED (PIECE-SUB)
                   MOVE PCE-RECORD (PIECE-SUB) (8:40)
                       TO RETMCHK-STREET
                   MOVE PCE-RECORD (PIECE-SUB) (68:2)
                       TO RETMCHK-STATE
                   CALL 'RETMCHK' USING RETMCHK-STREET
                       RETMCHK-STATE RETMCHK-REASON RETMCHK-RETURN
                   IF RETMCHK-RETURN = '01'
                       MOVE 'R' TO PCE-STATUS (PIECE-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       0200-LOAD-MAILING-PIECES.
           OPEN INPUT MAILING-INFO.
           PERFORM UNTIL MAILING-END
                   MOVE '*OPT-OUT*' TO SUP-NOTE
                   WRITE REPORT-LINE FROM SUPPRESSED-DETAIL-LINE
               ELSE
               IF PCE-MAIL-RETURNED (PIECE-SUB)
                   ADD 1 TO RETURNED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE PCE-RECORD (PIECE-SUB) (1:7) TO SUP-NAME
                   MOVE PCE-RECORD (PIECE-SUB) (8:60) TO SUP-ADDRESS
                   MOVE '*RETURNED*' TO SUP-NOTE
                   WRITE REPORT-LINE FROM SUPPRESSED-DETAIL-LINE
               ELSE
               IF PCE-SUPPRESSED (PIECE-SUB)
                   ADD 1 TO SUPPRESSED-COUNT
                   MOVE SPACES TO REPORT-LINE
                       FROM PCE-RECORD (PIECE-SUB)
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           COMPUTE POSTAGE-SAVED ROUNDED =
               (SUPPRESSED-COUNT + OPT-OUT-COUNT + RETURNED-COUNT)
                   * POSTAGE-RATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SURVIVORS-COUNT TO RPT-SURVIVORS.
           MOVE SUPPRESSED-COUNT TO RPT-SUPPRESSED.
           MOVE OPT-OUT-COUNT TO RPT-OPT-OUT.
           MOVE RETURNED-COUNT TO RPT-RETURNED.
           MOVE POSTAGE-SAVED TO RPT-POSTAGE-SAVED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           CLOSE PURGED-MAILING-INFO
