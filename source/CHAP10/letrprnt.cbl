      *  its run stamp points at -- the same $$-variable merge
      *  FORMLETR performed originally -- and the reprints land on
      *  REPRINT.DAT with a banner naming the source run and date.
      *  A letter FORMLETR produced from a FORMSET.DAT language
      *  version is regenerated from that version's archived lines,
      *  with its dates and amounts written the same language's
      *  way, so the reprint matches the letter that was sent; the
      *  banner names the form and language.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  LARC-LETTER-DATE       PIC 9(8).
           05  LARC-SOURCE-TAG        PIC X(8).
           05  LARC-KEY-VALUE         PIC X(15).
           05  LARC-VALUES            PIC X(300).
           05  LARC-FORM-ID           PIC X(8).
           05  LARC-LANGUAGE          PIC XX.
           05  LARC-FORM-SOURCE       PIC X.
               88  LARC-FROM-FORM-SET VALUE 'S'.
       FD  FORM-ARCHIVE.
       01  FORM-ARCHIVE-RECORD.
           05  LFRM-RUN-STAMP         PIC 9(14).
           05  LFRM-FORM-TEXT         PIC X(80).
           05  LFRM-FORM-ID           PIC X(8).
           05  LFRM-LANGUAGE          PIC XX.
       FD  REPRINT-FILE.
       01  REPRINT-LINE               PIC X(80).

       01  FORM-LINE-TABLE.
           05  FORM-TEXT-ENTRY        PIC X(80) OCCURS 200 TIMES.
       01  VARIABLE-INFO.
           05  VARIABLE-ENTRY OCCURS 20 TIMES
                                      PIC X(15).
       01  VARIABLE-TABLE-SIZE        PIC 99 VALUE 20.
       01  VARIABLE-INDEX             PIC 99.
       01  FORM-LINE-WORK             PIC X(80).
       01  FORM-LINE-SIZE             PIC 999 VALUE 80.
           05  WORK-CHAR1-2           PIC XX.
           05  FILLER                 PIC X(50).
       01  WORD-SIZE                  PIC 99.

      *  FORMLETR's language rules: code, day or month first,
      *  decimal mark, date separator.
       01  LANGUAGE-RULE-LIST.
           05  FILLER                 PIC X(5) VALUE 'ENM./'.
           05  FILLER                 PIC X(5) VALUE 'ESD,/'.
           05  FILLER                 PIC X(5) VALUE 'FRD,/'.
           05  FILLER                 PIC X(5) VALUE 'PTD,/'.
           05  FILLER                 PIC X(5) VALUE 'ITD,/'.
           05  FILLER                 PIC X(5) VALUE 'DED,.'.
       01  LANGUAGE-RULE-TABLE REDEFINES LANGUAGE-RULE-LIST.
           05  LANGUAGE-RULE-ENTRY OCCURS 6 TIMES.
               10  LRL-CODE           PIC XX.
               10  LRL-DATE-ORDER     PIC X.
               10  LRL-DECIMAL-MARK   PIC X.
               10  LRL-DATE-SEPARATOR PIC X.
       01  RULE-SUB                   PIC 9.
       01  LETTER-DATE-ORDER          PIC X.
       01  LETTER-DECIMAL-MARK        PIC X.
       01  LETTER-DATE-SEPARATOR      PIC X.
       01  DATE-WORD-OUT.
           05  DWO-FIRST              PIC XX.
           05  DWO-SEPARATOR-1        PIC X.
           05  DWO-SECOND             PIC XX.
           05  DWO-SEPARATOR-2        PIC X.
           05  DWO-YEAR               PIC X(4).
       01  AMOUNT-POINT-POS           PIC 99.
       01  AMOUNT-CHAR-SUB            PIC 99.
       01  NON-AMOUNT-CHARS           PIC 99.
       01  BANNER-LINE.
           05  FILLER                 PIC X(11) VALUE '* REPRINT  '.
           05  BAN-SOURCE-TAG         PIC X(8).
           05  BAN-LETTER-DATE        PIC 9(8).
           05  FILLER                 PIC X(6) VALUE '  KEY '.
           05  BAN-KEY-VALUE          PIC X(15).
           05  FILLER                 PIC XX VALUE SPACES.
           05  BAN-FORM-ID            PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  BAN-LANGUAGE           PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           MOVE LARC-SOURCE-TAG TO BAN-SOURCE-TAG.
           MOVE LARC-LETTER-DATE TO BAN-LETTER-DATE.
           MOVE LARC-KEY-VALUE TO BAN-KEY-VALUE.
           MOVE LARC-FORM-ID TO BAN-FORM-ID.
           MOVE LARC-LANGUAGE TO BAN-LANGUAGE.
           PERFORM 0460-SET-LANGUAGE-RULES.
           WRITE REPRINT-LINE FROM BANNER-LINE.
           PERFORM 0500-MERGE-THE-LETTER.
           MOVE SPACES TO REPRINT-LINE.
                   NOT AT END
                       IF LFRM-RUN-STAMP = LARC-RUN-STAMP
                         AND NR-FORM-LINES < 200
                         AND ((LARC-FROM-FORM-SET
                             AND LFRM-FORM-ID = LARC-FORM-ID
                             AND LFRM-LANGUAGE = LARC-LANGUAGE)
                           OR (NOT LARC-FROM-FORM-SET
                             AND LFRM-FORM-ID = SPACES))
                           ADD 1 TO NR-FORM-LINES
                           MOVE LFRM-FORM-TEXT
                               TO FORM-TEXT-ENTRY (NR-FORM-LINES)
           IF FORM-ARCH-STATUS = '00' OR FORM-ARCH-STATUS = '10'
               CLOSE FORM-ARCHIVE.

      *  A letter archived before languages were recorded carries
      *  no language, and is English.
       0460-SET-LANGUAGE-RULES.
           MOVE 'M' TO LETTER-DATE-ORDER.
           MOVE '.' TO LETTER-DECIMAL-MARK.
           MOVE '/' TO LETTER-DATE-SEPARATOR.
           PERFORM VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > 6
               IF LRL-CODE (RULE-SUB) = LARC-LANGUAGE
                   MOVE LRL-DATE-ORDER (RULE-SUB)
                       TO LETTER-DATE-ORDER
                   MOVE LRL-DECIMAL-MARK (RULE-SUB)
                       TO LETTER-DECIMAL-MARK
                   MOVE LRL-DATE-SEPARATOR (RULE-SUB)
                       TO LETTER-DATE-SEPARATOR
               END-IF
           END-PERFORM.

      *  The same merge FORMLETR performs, driven from the archived
      *  form lines instead of FORMFILE.DAT: words flow and wrap at
      *  the line size, a $$n word is replaced by insertion value
                   AND VARIABLE-INDEX <= VARIABLE-TABLE-SIZE
               UNSTRING VARIABLE-ENTRY (VARIABLE-INDEX)
                   DELIMITED BY '  '
                   INTO WORK-WORD COUNT WORD-SIZE
               PERFORM 0580-FORMAT-FOR-LANGUAGE.

      *  FORMLETR's rewrite of a merged date or amount.
       0580-FORMAT-FOR-LANGUAGE.
           IF LETTER-DATE-ORDER = 'M' AND LETTER-DECIMAL-MARK = '.'
               EXIT PARAGRAPH.
           IF WORD-SIZE = 10
             AND WORK-WORD (3:1) = '/' AND WORK-WORD (6:1) = '/'
             AND WORK-WORD (1:2) NUMERIC AND WORK-WORD (4:2) NUMERIC
             AND WORK-WORD (7:4) NUMERIC
               IF LETTER-DATE-ORDER = 'D'
                   MOVE WORK-WORD (4:2) TO DWO-FIRST
                   MOVE WORK-WORD (1:2) TO DWO-SECOND
               ELSE
                   MOVE WORK-WORD (1:2) TO DWO-FIRST
                   MOVE WORK-WORD (4:2) TO DWO-SECOND
               END-IF
               MOVE LETTER-DATE-SEPARATOR TO DWO-SEPARATOR-1
                                             DWO-SEPARATOR-2
               MOVE WORK-WORD (7:4) TO DWO-YEAR
               MOVE DATE-WORD-OUT TO WORK-WORD (1:10)
               EXIT PARAGRAPH.
           IF LETTER-DECIMAL-MARK = '.' OR WORD-SIZE < 4
               EXIT PARAGRAPH.
           COMPUTE AMOUNT-POINT-POS = WORD-SIZE - 2.
           IF WORK-WORD (AMOUNT-POINT-POS:1) NOT = '.'
             OR WORK-WORD (AMOUNT-POINT-POS + 1:2) NOT NUMERIC
             OR WORK-WORD (AMOUNT-POINT-POS - 1:1) NOT NUMERIC
               EXIT PARAGRAPH.
           MOVE ZERO TO NON-AMOUNT-CHARS.
           PERFORM VARYING AMOUNT-CHAR-SUB FROM 1 BY 1
               UNTIL AMOUNT-CHAR-SUB >= AMOUNT-POINT-POS
               IF WORK-WORD (AMOUNT-CHAR-SUB:1) NOT NUMERIC
                 AND WORK-WORD (AMOUNT-CHAR-SUB:1) NOT = ','
                 AND WORK-WORD (AMOUNT-CHAR-SUB:1) NOT = '$'
                 AND WORK-WORD (AMOUNT-CHAR-SUB:1) NOT = '-'
                   ADD 1 TO NON-AMOUNT-CHARS
               END-IF
           END-PERFORM.
           IF NON-AMOUNT-CHARS = ZERO
               INSPECT WORK-WORD (1:WORD-SIZE) CONVERTING ',.'
                   TO '.,'.
