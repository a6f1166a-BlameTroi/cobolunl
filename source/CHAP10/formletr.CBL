           SELECT FORM-ARCHIVE       ASSIGN TO "LETRFORM.DAT"
                                     LINE SEQUENTIAL
                                     FILE STATUS IS FORM-ARCH-STATUS.
           SELECT FORM-SET           ASSIGN TO "FORMSET.DAT"
                                     LINE SEQUENTIAL
                                     FILE STATUS IS FORM-SET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORM-LETTER
       01  FORM-LINE                  PIC X(80).
       FD  INSERTION-VALUES
           LABEL RECORDS STANDARD.
       01  VALUE-RECORD.
           05  INS-VALUES             PIC X(300).
           05  INS-FORM-ID            PIC X(8).
           05  INS-LANGUAGE           PIC XX.
           05  INS-CONTACT-KEY        PIC X(45).
       FD  ACTUAL-LETTERS.
       01  LETTER-LINE                PIC X(80).
       FD  EMAIL-ADDRESS-FILE
           05  LARC-LETTER-DATE       PIC 9(8).
           05  LARC-SOURCE-TAG        PIC X(8).
           05  LARC-KEY-VALUE         PIC X(15).
           05  LARC-VALUES            PIC X(300).
           05  LARC-FORM-ID           PIC X(8).
           05  LARC-LANGUAGE          PIC XX.
           05  LARC-FORM-SOURCE       PIC X.
       FD  FORM-ARCHIVE.
       01  FORM-ARCHIVE-RECORD.
           05  LFRM-RUN-STAMP         PIC 9(14).
           05  LFRM-FORM-TEXT         PIC X(80).
           05  LFRM-FORM-ID           PIC X(8).
           05  LFRM-LANGUAGE          PIC XX.
       FD  FORM-SET.
       01  FORM-SET-RECORD.
           05  FSET-FORM-ID           PIC X(8).
           05  FSET-LANGUAGE          PIC XX.
           05  FSET-TEXT              PIC X(80).

      *  EMAILADR.DAT rides in parallel with VALUFILE.DAT, one
      *  record per letter: the addressee's email address (spaces
      *  letter date, the source tag from LETRSRC.DAT (the driving
      *  procedure names the run -- statement, dunning bucket,
      *  renewal, campaign -- or it defaults to ADHOC), the $$1
      *  key, and all the insertion values.  LETRPRNT regenerates
      *  any archived letter faithfully from those two files.
      *
      *  An insertion record holds up to twenty 15-byte values,
      *  $$1 through $$20.  Producers that only fill the first ten
      *  write a shorter record, and the values they leave off
      *  merge as blanks.  The statement and dunning runs put the
      *  bill-to name and address in $$11 through $$17.
      *
      *  Past the twenty values an insertion record may carry a
      *  form ID (bytes 301-308) and a language code (309-310; the
      *  producers take it from LANGPREF).  Alternate-language
      *  versions of a form live on FORMSET.DAT, each line keyed by
      *  form ID and language ahead of its 80 bytes of text.  Each
      *  letter is produced from the version for its form -- the
      *  record's own form ID, else the run's source tag -- and its
      *  language; when there is no such version it falls back to
      *  English, the form's EN version on FORMSET.DAT if there is
      *  one, otherwise FORMFILE.DAT as always.  A blank language
      *  is English.  Dates (MM/DD/CCYY) and amounts (1234.56) that
      *  merge into a letter are written the way the version's
      *  language writes them -- day first, decimal comma, and so
      *  on, from the language rules table below.  The archive
      *  records the form ID, language, and whether the set or
      *  FORMFILE.DAT supplied the text (the set's lines are
      *  archived to LETRFORM.DAT under the run stamp too), so
      *  LETRPRNT reprints the version that went out.  The run
      *  summary counts letters by form and language.
      *
      *  A producer writing to contacts (CAMPEXT) puts the contact
      *  key in bytes 311-355.  Each letter with one is posted to
      *  the contact's activity history through ACTPOST -- a
      *  letter entry when it prints, an email entry when it goes
      *  to the mail gateway -- naming the form, language, and run.

       WORKING-STORAGE SECTION.
       01  VALUES-EOF-STATUS          PIC X VALUE 'N'.
       01  FORM-POINTER               PIC 999.
       01  LETTER-POINTER             PIC 999.
       01  VARIABLE-INFO.
           05  VARIABLE-ENTRY OCCURS 20 TIMES
                                      PIC X(15).
       01  VARIABLE-TABLE-SIZE        PIC 99 VALUE 20.
       01  VARIABLE-INDEX             PIC 99.
       01  TOKEN-CHAR-1                PIC X.
       01  TOKEN-CHAR-2                PIC X.
           05  CURRENT-TIME-PART      PIC 9(6).
           05  FILLER                 PIC X(7).
       01  FORM-COPY-EOF-STATUS       PIC X.
       01  FORM-SET-STATUS            PIC XX.
       01  NR-SET-LINES               PIC 9(4) VALUE ZERO.
       01  SET-LINE-SUB               PIC 9(4).
       01  FORM-SET-TABLE.
           05  FORM-SET-ENTRY OCCURS 1000 TIMES.
               10  FST-FORM-ID        PIC X(8).
               10  FST-LANGUAGE       PIC XX.
               10  FST-TEXT           PIC X(80).
       01  LETTER-FORM-ID             PIC X(8).
       01  LETTER-LANGUAGE            PIC XX.
       01  LOOKUP-LANGUAGE            PIC XX.
       01  FORM-SOURCE-SWITCH         PIC X.
           88  FORM-FROM-SET          VALUE 'S'.
       01  VERSION-FOUND-SWITCH       PIC X.
           88  VERSION-FOUND          VALUE 'Y'.
       01  UNTRANSLATED-COUNT         PIC 9(5) VALUE ZERO.
       01  NR-LETTER-VERSIONS         PIC 99 VALUE ZERO.
       01  VERSION-SUB                PIC 99.
       01  LETTER-VERSION-TABLE.
           05  LETTER-VERSION-ENTRY OCCURS 50 TIMES.
               10  LVT-FORM-ID        PIC X(8).
               10  LVT-LANGUAGE       PIC XX.
               10  LVT-COUNT          PIC 9(5).

      *  How each language writes a date and an amount: code, day
      *  or month first, decimal mark, date separator.  A language
      *  not listed is written the English way.
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
       01  ACTIVITIES-POSTED-COUNT    PIC 9(5) VALUE ZERO.
       01  LETTER-DELIVERY-TEXT       PIC X(7).
       01  ACTPOST-FUNCTION           PIC X.
       01  ACTPOST-ENTRY.
           05  ACTV-CONTACT-KEY       PIC X(45).
           05  ACTV-TIMESTAMP         PIC 9(16).
           05  ACTV-TYPE              PIC X.
           05  ACTV-EMPLOYEE-ID       PIC X(6).
           05  ACTV-FOLLOW-UP-DATE    PIC 9(8).
           05  ACTV-SOURCE            PIC X.
           05  ACTV-NOTES             PIC X(160).
       01  ACTPOST-RETURN             PIC XX.
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

       PROCEDURE DIVISION.
       0100-MAIN-CONTROL.
           PERFORM 0710-COUNT-INSERTION-VALUES.
           PERFORM 0720-VERIFY-EMAIL-PAIRING THRU 0720-EXIT.
           PERFORM 0730-READ-SOURCE-TAG.
           PERFORM 0735-LOAD-FORM-SET.
           PERFORM 0740-ARCHIVE-FORM-TEXT.
           OPEN INPUT INSERTION-VALUES
                OUTPUT ACTUAL-LETTERS
           DISPLAY 'FORMLETR: ' LETTERS-EMAILED-COUNT ' EMAILED, '
               LETTERS-PRINTED-COUNT ' PRINTED ('
               LETTERS-BOUNCED-COUNT ' REROUTED OFF BOUNCE LIST)'.
           PERFORM 0790-DISPLAY-VERSION-COUNTS.
           IF ACTIVITIES-POSTED-COUNT > ZERO
               DISPLAY 'FORMLETR: ' ACTIVITIES-POSTED-COUNT
                   ' LETTERS POSTED TO CONTACT ACTIVITY'
               MOVE 'C' TO ACTPOST-FUNCTION
               CALL 'ACTPOST' USING ACTPOST-FUNCTION ACTPOST-ENTRY
                   ACTPOST-RETURN.
           CLOSE INSERTION-VALUES
                 ACTUAL-LETTERS
                 EMAIL-HANDOFF-FILE
               END-READ
               CLOSE SOURCE-TAG-FILE.

      *  A missing FORMSET.DAT just means every letter is English.
       0735-LOAD-FORM-SET.
           OPEN INPUT FORM-SET.
           IF FORM-SET-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO FORM-COPY-EOF-STATUS.
           PERFORM UNTIL FORM-COPY-EOF-STATUS = 'Y'
               READ FORM-SET
                   AT END
                       MOVE 'Y' TO FORM-COPY-EOF-STATUS
                   NOT AT END
                       IF FSET-FORM-ID NOT = SPACES
                         AND NR-SET-LINES < 1000
                           ADD 1 TO NR-SET-LINES
                           INSPECT FSET-LANGUAGE CONVERTING
                               'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           MOVE FSET-FORM-ID
                               TO FST-FORM-ID (NR-SET-LINES)
                           MOVE FSET-LANGUAGE
                               TO FST-LANGUAGE (NR-SET-LINES)
                           MOVE FSET-TEXT TO FST-TEXT (NR-SET-LINES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORM-SET.

      *  The form text is archived once per run under the run
      *  stamp; every letter archived below points back at it.
      *  FORMFILE.DAT lines go with a blank form ID and language,
      *  the form set's lines with theirs.
       0740-ARCHIVE-FORM-TEXT.
           OPEN EXTEND FORM-ARCHIVE.
           IF FORM-ARCH-STATUS NOT = '00'
                   AT END
                       MOVE 'Y' TO FORM-COPY-EOF-STATUS
                   NOT AT END
                       MOVE SPACES TO FORM-ARCHIVE-RECORD
                       MOVE RUN-STAMP TO LFRM-RUN-STAMP
                       MOVE FORM-LINE TO LFRM-FORM-TEXT
                       WRITE FORM-ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           PERFORM VARYING SET-LINE-SUB FROM 1 BY 1
               UNTIL SET-LINE-SUB > NR-SET-LINES
               MOVE RUN-STAMP TO LFRM-RUN-STAMP
               MOVE FST-TEXT (SET-LINE-SUB) TO LFRM-FORM-TEXT
               MOVE FST-FORM-ID (SET-LINE-SUB) TO LFRM-FORM-ID
               MOVE FST-LANGUAGE (SET-LINE-SUB) TO LFRM-LANGUAGE
               WRITE FORM-ARCHIVE-RECORD
           END-PERFORM.
           CLOSE FORM-LETTER
                 FORM-ARCHIVE.

           MOVE RUN-SOURCE-TAG TO LARC-SOURCE-TAG.
           MOVE VARIABLE-ENTRY (1) TO LARC-KEY-VALUE.
           MOVE VARIABLE-INFO TO LARC-VALUES.
           MOVE LETTER-FORM-ID TO LARC-FORM-ID.
           MOVE LETTER-LANGUAGE TO LARC-LANGUAGE.
           MOVE FORM-SOURCE-SWITCH TO LARC-FORM-SOURCE.
           WRITE LETTER-ARCHIVE-RECORD.

       0765-POST-CONTACT-ACTIVITY.
           MOVE SPACES TO ACTPOST-ENTRY.
           MOVE INS-CONTACT-KEY TO ACTV-CONTACT-KEY.
           MOVE ZERO TO ACTV-FOLLOW-UP-DATE.
           MOVE 'F' TO ACTV-SOURCE.
           IF EMAIL-DELIVERY
               MOVE 'E' TO ACTV-TYPE
               MOVE 'EMAILED' TO LETTER-DELIVERY-TEXT
           ELSE
               MOVE 'L' TO ACTV-TYPE
               MOVE 'PRINTED' TO LETTER-DELIVERY-TEXT.
           STRING 'FORM ' DELIMITED BY SIZE
               LETTER-FORM-ID DELIMITED BY SPACE
               ' (' LETTER-LANGUAGE ') ' DELIMITED BY SIZE
               LETTER-DELIVERY-TEXT DELIMITED BY SIZE
               ', RUN ' DELIMITED BY SIZE
               RUN-SOURCE-TAG DELIMITED BY SPACE
               INTO ACTV-NOTES.
           MOVE 'W' TO ACTPOST-FUNCTION.
           CALL 'ACTPOST' USING ACTPOST-FUNCTION ACTPOST-ENTRY
               ACTPOST-RETURN.
           IF ACTPOST-RETURN = '00'
               ADD 1 TO ACTIVITIES-POSTED-COUNT.

      *  The version for the letter's form and language, else the
      *  form's English version, else FORMFILE.DAT.
       0770-SELECT-FORM-VERSION.
           MOVE INS-FORM-ID TO LETTER-FORM-ID.
           IF LETTER-FORM-ID = SPACES
               MOVE RUN-SOURCE-TAG TO LETTER-FORM-ID.
           MOVE INS-LANGUAGE TO LETTER-LANGUAGE.
           INSPECT LETTER-LANGUAGE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF LETTER-LANGUAGE = SPACES
               MOVE 'EN' TO LETTER-LANGUAGE.
           MOVE 'B' TO FORM-SOURCE-SWITCH.
           MOVE LETTER-LANGUAGE TO LOOKUP-LANGUAGE.
           PERFORM 0775-FIND-SET-VERSION.
           IF NOT VERSION-FOUND
             AND LETTER-LANGUAGE NOT = 'EN'
               ADD 1 TO UNTRANSLATED-COUNT
               MOVE 'EN' TO LETTER-LANGUAGE LOOKUP-LANGUAGE
               PERFORM 0775-FIND-SET-VERSION.
           IF VERSION-FOUND
               MOVE 'S' TO FORM-SOURCE-SWITCH.
           MOVE 'M' TO LETTER-DATE-ORDER.
           MOVE '.' TO LETTER-DECIMAL-MARK.
           MOVE '/' TO LETTER-DATE-SEPARATOR.
           PERFORM VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > 6
               IF LRL-CODE (RULE-SUB) = LETTER-LANGUAGE
                   MOVE LRL-DATE-ORDER (RULE-SUB)
                       TO LETTER-DATE-ORDER
                   MOVE LRL-DECIMAL-MARK (RULE-SUB)
                       TO LETTER-DECIMAL-MARK
                   MOVE LRL-DATE-SEPARATOR (RULE-SUB)
                       TO LETTER-DATE-SEPARATOR
               END-IF
           END-PERFORM.
           PERFORM 0780-COUNT-LETTER-VERSION.

       0775-FIND-SET-VERSION.
           MOVE 'N' TO VERSION-FOUND-SWITCH.
           PERFORM VARYING SET-LINE-SUB FROM 1 BY 1
               UNTIL SET-LINE-SUB > NR-SET-LINES
                  OR VERSION-FOUND
               IF FST-FORM-ID (SET-LINE-SUB) = LETTER-FORM-ID
                 AND FST-LANGUAGE (SET-LINE-SUB) = LOOKUP-LANGUAGE
                   MOVE 'Y' TO VERSION-FOUND-SWITCH
               END-IF
           END-PERFORM.

       0780-COUNT-LETTER-VERSION.
           PERFORM VARYING VERSION-SUB FROM 1 BY 1
               UNTIL VERSION-SUB > NR-LETTER-VERSIONS
               IF LVT-FORM-ID (VERSION-SUB) = LETTER-FORM-ID
                 AND LVT-LANGUAGE (VERSION-SUB) = LETTER-LANGUAGE
                   ADD 1 TO LVT-COUNT (VERSION-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NR-LETTER-VERSIONS < 50
               ADD 1 TO NR-LETTER-VERSIONS
               MOVE LETTER-FORM-ID TO LVT-FORM-ID (NR-LETTER-VERSIONS)
               MOVE LETTER-LANGUAGE
                   TO LVT-LANGUAGE (NR-LETTER-VERSIONS)
               MOVE 1 TO LVT-COUNT (NR-LETTER-VERSIONS).

       0790-DISPLAY-VERSION-COUNTS.
           PERFORM VARYING VERSION-SUB FROM 1 BY 1
               UNTIL VERSION-SUB > NR-LETTER-VERSIONS
               DISPLAY 'FORMLETR: FORM ' LVT-FORM-ID (VERSION-SUB)
                   ' LANGUAGE ' LVT-LANGUAGE (VERSION-SUB)
                   ' LETTERS ' LVT-COUNT (VERSION-SUB)
           END-PERFORM.
           IF UNTRANSLATED-COUNT > ZERO
               DISPLAY 'FORMLETR: ' UNTRANSLATED-COUNT
                   ' LETTERS SENT IN ENGLISH -- NO VERSION IN THE '
                   'LANGUAGE ASKED FOR'.

      *  Addresses our gateway reported undeliverable come back on
      *  BOUNCED.DAT; a letter bound for one of them goes to print
      *  instead of bouncing twice.
           ELSE
               ADD 1 TO LETTERS-PRINTED-COUNT.
       0200-PRODUCE-FORMS.
           PERFORM 0770-SELECT-FORM-VERSION.
           PERFORM 0760-ARCHIVE-ONE-LETTER.
           PERFORM 0750-DECIDE-DELIVERY-CHANNEL.
           IF INS-CONTACT-KEY NOT = SPACES
               PERFORM 0765-POST-CONTACT-ACTIVITY.
           OPEN INPUT FORM-LETTER.
           MOVE 'N' TO FORMS-EOF-status.
           MOVE ZERO TO SET-LINE-SUB.
           PERFORM 0820-READ-FORMS-LETTER.
           MOVE 1 TO FORM-POINTER LETTER-POINTER.
           MOVE SPACES TO LETTER-LINE.
                   AND VARIABLE-INDEX <= VARIABLE-TABLE-SIZE
               UNSTRING VARIABLE-ENTRY (VARIABLE-INDEX)
                   DELIMITED BY '  '
                   INTO WORK-WORD COUNT WORD-SIZE
               PERFORM 0450-FORMAT-FOR-LANGUAGE.

      *  A merged MM/DD/CCYY date or 1234.56 amount is rewritten
      *  the way the letter's language writes it.
       0450-FORMAT-FOR-LANGUAGE.
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

       0800-READ-INSERTION-VALUES.
           READ INSERTION-VALUES INTO VARIABLE-INFO
               AT END
                   MOVE 'Y' TO VALUES-EOF-STATUS.
      *  A letter from the form set steps through the set's lines
      *  for its version; FORMFILE.DAT is read as it always was.
       0820-READ-FORMS-LETTER.
           IF NOT FORM-FROM-SET
               READ FORM-LETTER
                   AT END
                       MOVE 'Y' TO FORMS-EOF-STATUS
               END-READ
               EXIT PARAGRAPH.
           ADD 1 TO SET-LINE-SUB.
           PERFORM UNTIL SET-LINE-SUB > NR-SET-LINES
               IF FST-FORM-ID (SET-LINE-SUB) = LETTER-FORM-ID
                 AND FST-LANGUAGE (SET-LINE-SUB) = LETTER-LANGUAGE
                   MOVE FST-TEXT (SET-LINE-SUB) TO FORM-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SET-LINE-SUB
           END-PERFORM.
           MOVE 'Y' TO FORMS-EOF-STATUS.
       0840-WRITE-LETTER-LINE.
           IF EMAIL-DELIVERY
               WRITE EMAIL-HANDOFF-RECORD FROM LETTER-LINE
