       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CGIRPT.

      *=================================================================
      * Intranet report repository page, in the CGIPHONE pattern --
      * the web side of the RPTVIEW console.  The nightly reports
      * RPTCAPT files into the repository are listed and shown to
      * the signed-on user (REMOTE_USER, as the web server
      * authenticated it) for any business date still on file,
      * limited to what the distribution table RPTDIST.DAT entitles
      * that user to through RPTENTL.  A recipient of a burst
      * section sees the report headings and their own section.
      *
      * GET only.  The query string may carry:
      *
      *     DATE     business date YYYYMMDD; the latest when blank
      *     REPORT   report file name to show; the list when blank
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  STDOUT ASSIGN  "STDOUT"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  STDOUT-FILESTATUS.
           SELECT REPORT-REPOSITORY ASSIGN "RPTREPOS.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   RPR-KEY
               FILE STATUS  REPOSITORY-FILESTATUS.
           SELECT REPORT-INDEX ASSIGN "RPTINDEX.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   RPX-KEY
               FILE STATUS  INDEX-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STDOUT LABEL RECORDS STANDARD.
       01  STDOUT-RECORD           PIC X(256).

       FD  REPORT-REPOSITORY.
       01  REPOSITORY-RECORD.
           05  RPR-KEY.
               10  RPR-BUSINESS-DATE   PIC 9(8).
               10  RPR-REPORT-NAME     PIC X(12).
               10  RPR-LINE-NR         PIC 9(6).
           05  RPR-SECTION-KEY         PIC X(10).
           05  RPR-LINE                PIC X(132).

       FD  REPORT-INDEX.
       01  REPORT-INDEX-RECORD.
           05  RPX-KEY.
               10  RPX-BUSINESS-DATE   PIC 9(8).
               10  RPX-REPORT-NAME     PIC X(12).
           05  RPX-JOB-NAME            PIC X(8).
           05  RPX-CAPTURE-DATE        PIC 9(8).
           05  RPX-CAPTURE-TIME        PIC 9(8).
           05  RPX-LINE-COUNT          PIC 9(6).
           05  RPX-SECTION-COUNT       PIC 9(4).
           05  RPX-PURGE-DATE          PIC 9(8).
           05  RPX-TITLE               PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  STDOUT-FILESTATUS       PIC XX.
       01  REPOSITORY-FILESTATUS   PIC XX.
       01  INDEX-FILESTATUS        PIC XX.
       01  REQUEST-METHOD          PIC X(4)    VALUE SPACE.
       01  QUERY-STRING            PIC X(256)  VALUE SPACE.
       01  FIELD-NAME              PIC X(10)   VALUE SPACE.
       01  FIELD-VALUE             PIC X(249)  VALUE SPACE.
       01  QS-PTR                  PIC 9(4) BINARY.
       01  FN-PTR                  PIC 9(4) BINARY.
       01  FV-PTR                  PIC 9(4) BINARY.
       01  CHAR-ENCODED.
         05  CHAR-ENCODED-BINARY   PIC 99 BINARY OCCURS 2.
       01  CHAR-DECODED            PIC X.
       01  CHAR-DECODED-BINARY REDEFINES CHAR-DECODED
                                   PIC 99 BINARY.
       01  CHAR-PTR                PIC 99 BINARY.
       01  REMOTE-USER             PIC X(20)   VALUE SPACE.
       01  DATE-INPUT              PIC X(8)    VALUE SPACE.
       01  VIEW-DATE               PIC 9(8)    VALUE ZERO.
       01  REPORT-INPUT            PIC X(12)   VALUE SPACE.
       01  INDEX-EOF-FLAG          PIC X.
         88  INDEX-END             VALUE "Y".
       01  LINES-EOF-FLAG          PIC X.
         88  LINES-END             VALUE "Y".
       01  REPOSITORY-OPEN-FLAG    PIC X       VALUE "N".
         88  REPOSITORY-OPEN       VALUE "Y".
       01  LISTED-COUNT            PIC 9(3)    VALUE ZERO.
       01  LISTED-COUNT-EDITED     PIC ZZ9.
       01  LINES-SHOWN             PIC 9(6)    VALUE ZERO.
       01  LINES-SHOWN-EDITED      PIC ZZZ,ZZ9.
       01  LINE-COUNT-EDITED       PIC ZZZ,ZZ9.
       01  LINE-ENTITLED           PIC X.
       01  SECTION-SUB             PIC 99.
       01  LAST-CHAR-PTR           PIC 9(4) BINARY.
       01  SCAN-PTR                PIC 9(4) BINARY.
       01  OUT-PTR                 PIC 9(4) BINARY.

       01  RPTENTL-REPORT-NAME     PIC X(12).
       01  RPTENTL-RETURN          PIC XX.
       01  RPTENTL-SECTION-AREA.
         05  RPTENTL-SECTION-COUNT PIC 99.
         05  RPTENTL-SECTION-KEY   PIC X(10) OCCURS 20 TIMES.

       PROCEDURE DIVISION.

      *=================================================================
       MAIN.
      *=================================================================
           PERFORM GET-INPUT
           PERFORM PUT-PAGE-TOP
           EVALUATE TRUE
             WHEN REMOTE-USER = SPACES
               MOVE "<P>Sign on to see your reports." TO STDOUT-RECORD
               WRITE STDOUT-RECORD
             WHEN NOT REPOSITORY-OPEN
               MOVE "<P>The report repository is not available."
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
             WHEN REPORT-INPUT = SPACES
               PERFORM LIST-REPORTS
             WHEN OTHER
               PERFORM SHOW-REPORT
           END-EVALUATE
           PERFORM PUT-PAGE-BOTTOM
           STOP RUN
           .

      *=================================================================
       GET-INPUT.
      *-----------------------------------------------------------------
      * CGIPHONE's GET handling: every DATE and REPORT pair in the
      * query string lands in its field.  With no usable date the
      * latest business date on the index is taken.
      *=================================================================
           DISPLAY "REMOTE_USER" UPON ENVIRONMENT-NAME
           ACCEPT  REMOTE-USER   FROM ENVIRONMENT-VALUE
           DISPLAY "REQUEST_METHOD" UPON ENVIRONMENT-NAME
           ACCEPT  REQUEST-METHOD   FROM ENVIRONMENT-VALUE
           IF REQUEST-METHOD = "GET"
               DISPLAY "QUERY_STRING"  UPON ENVIRONMENT-NAME
               ACCEPT QUERY-STRING     FROM ENVIRONMENT-VALUE
               MOVE 1 TO QS-PTR
               PERFORM DECODE-ONE-PAIR
                   UNTIL QS-PTR > LENGTH OF QUERY-STRING
                   OR QUERY-STRING (QS-PTR:1) = SPACE
           END-IF
           MOVE FUNCTION UPPER-CASE (REPORT-INPUT) TO REPORT-INPUT
           OPEN INPUT REPORT-REPOSITORY
                      REPORT-INDEX
           IF REPOSITORY-FILESTATUS = "00"
             AND INDEX-FILESTATUS = "00"
               MOVE "Y" TO REPOSITORY-OPEN-FLAG
               IF DATE-INPUT NUMERIC
                   MOVE DATE-INPUT TO VIEW-DATE
               ELSE
                   PERFORM FIND-LATEST-DATE
               END-IF
           ELSE
               IF REPOSITORY-FILESTATUS = "00"
                   CLOSE REPORT-REPOSITORY
               END-IF
               IF INDEX-FILESTATUS = "00"
                   CLOSE REPORT-INDEX
               END-IF
           END-IF
           .

      *=================================================================
       DECODE-ONE-PAIR.
      *-----------------------------------------------------------------
      * CGIGET's decoder, walking every name/value pair.
      *=================================================================
           MOVE SPACES TO FIELD-NAME FIELD-VALUE
           MOVE 0 TO FN-PTR
           PERFORM VARYING QS-PTR FROM QS-PTR BY 1
             UNTIL QS-PTR > LENGTH OF QUERY-STRING
             OR    QUERY-STRING (QS-PTR:1) = "="
               ADD 1 TO FN-PTR
               IF FN-PTR <= LENGTH OF FIELD-NAME
                   MOVE QUERY-STRING (QS-PTR:1)
                       TO FIELD-NAME (FN-PTR:1)
               END-IF
           END-PERFORM
           ADD 1 TO QS-PTR
           MOVE 0 TO FV-PTR
           PERFORM VARYING QS-PTR FROM QS-PTR BY 1
             UNTIL QS-PTR > LENGTH OF QUERY-STRING
             OR    QUERY-STRING (QS-PTR:1) = "&"
               EVALUATE QUERY-STRING (QS-PTR:1)
                 WHEN "+"
                   ADD 1 TO FV-PTR
                   MOVE SPACE TO FIELD-VALUE (FV-PTR:1)
                 WHEN "%"
                   MOVE QUERY-STRING (QS-PTR + 1:2) TO CHAR-ENCODED
                   PERFORM CONVERT-TO-CHARACTER
                   ADD 1 TO FV-PTR
                   MOVE CHAR-DECODED  TO FIELD-VALUE (FV-PTR:1)
                   ADD 2 TO QS-PTR
                 WHEN OTHER
                   ADD 1 TO FV-PTR
                   MOVE QUERY-STRING (QS-PTR:1) TO
                        FIELD-VALUE (FV-PTR:1)
               END-EVALUATE
           END-PERFORM
           ADD 1 TO QS-PTR
           EVALUATE FIELD-NAME
             WHEN "DATE"
               MOVE FIELD-VALUE (1:8) TO DATE-INPUT
             WHEN "REPORT"
               MOVE FIELD-VALUE (1:12) TO REPORT-INPUT
           END-EVALUATE
           .

      *=================================================================
       CONVERT-TO-CHARACTER.
      *=================================================================
           PERFORM VARYING CHAR-PTR FROM 1 BY 1 UNTIL CHAR-PTR > 2
           EVALUATE TRUE
             WHEN (CHAR-ENCODED-BINARY (CHAR-PTR) >= 48) AND
                  (CHAR-ENCODED-BINARY (CHAR-PTR) <= 57)
               SUBTRACT 48 FROM CHAR-ENCODED-BINARY (CHAR-PTR)
             WHEN (CHAR-ENCODED-BINARY (CHAR-PTR) >= 65) AND
                  (CHAR-ENCODED-BINARY (CHAR-PTR) <= 70)
               SUBTRACT 55 FROM CHAR-ENCODED-BINARY (CHAR-PTR)
           END-EVALUATE
           END-PERFORM
           COMPUTE CHAR-DECODED-BINARY =
               (16 * CHAR-ENCODED-BINARY (1)) + CHAR-ENCODED-BINARY (2)
           END-COMPUTE
           .

      *=================================================================
       FIND-LATEST-DATE.
      *-----------------------------------------------------------------
      * The index is in date order; its last record carries the
      * latest business date captured.
      *=================================================================
           MOVE "N" TO INDEX-EOF-FLAG
           MOVE LOW-VALUES TO RPX-KEY
           START REPORT-INDEX
               KEY IS NOT LESS THAN RPX-KEY
               INVALID KEY
                   MOVE "Y" TO INDEX-EOF-FLAG
           END-START
           PERFORM UNTIL INDEX-END
               READ REPORT-INDEX NEXT RECORD
                   AT END
                       MOVE "Y" TO INDEX-EOF-FLAG
                   NOT AT END
                       MOVE RPX-BUSINESS-DATE TO VIEW-DATE
               END-READ
           END-PERFORM
           .

      *=================================================================
       PUT-PAGE-TOP.
      *=================================================================
           OPEN OUTPUT STDOUT
           MOVE "Content-type: text/html" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE SPACE      TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<HTML>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<HEAD>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<TITLE>Report Repository</TITLE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</HEAD>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<BODY>"   TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<H3>Report Repository</H3>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "<FORM METHOD=GET ACTION=CGIRPT.EXE>"
               TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           INITIALIZE STDOUT-RECORD
           STRING "Business date (YYYYMMDD): "
                  "<INPUT NAME=DATE MAXLENGTH=8 VALUE="
                  VIEW-DATE
                  ">"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           MOVE "<INPUT TYPE=SUBMIT VALUE=LIST>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</FORM>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           .

      *=================================================================
       LIST-REPORTS.
      *-----------------------------------------------------------------
      * Every report captured for the date that the user may see,
      * each a link to its page.
      *=================================================================
           INITIALIZE STDOUT-RECORD
           STRING "<P>Reports for business date "
                  VIEW-DATE
                  ":"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           MOVE "<PRE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "N" TO INDEX-EOF-FLAG
           MOVE VIEW-DATE TO RPX-BUSINESS-DATE
           MOVE LOW-VALUES TO RPX-REPORT-NAME
           START REPORT-INDEX
               KEY IS NOT LESS THAN RPX-KEY
               INVALID KEY
                   MOVE "Y" TO INDEX-EOF-FLAG
           END-START
           PERFORM UNTIL INDEX-END
               READ REPORT-INDEX NEXT RECORD
                   AT END
                       MOVE "Y" TO INDEX-EOF-FLAG
                   NOT AT END
                       IF RPX-BUSINESS-DATE NOT = VIEW-DATE
                           MOVE "Y" TO INDEX-EOF-FLAG
                       ELSE
                           PERFORM LIST-ONE-REPORT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "</PRE>" TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE LISTED-COUNT TO LISTED-COUNT-EDITED
           INITIALIZE STDOUT-RECORD
           STRING "<P>"
                  LISTED-COUNT-EDITED
                  " reports listed."
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           .

      *=================================================================
       LIST-ONE-REPORT.
      *=================================================================
           MOVE RPX-REPORT-NAME TO RPTENTL-REPORT-NAME
           CALL "RPTENTL" USING REMOTE-USER RPTENTL-REPORT-NAME
               RPTENTL-RETURN RPTENTL-SECTION-AREA
           IF RPTENTL-RETURN NOT = "01"
               ADD 1 TO LISTED-COUNT
               MOVE RPX-LINE-COUNT TO LINE-COUNT-EDITED
               INITIALIZE STDOUT-RECORD
               STRING "<A HREF=CGIRPT.EXE?DATE="
                      VIEW-DATE
                      "&amp;REPORT="
                      FUNCTION TRIM (RPX-REPORT-NAME)
                      ">"
                      RPX-REPORT-NAME
                      "</A> "
                      RPX-JOB-NAME
                      " "
                      LINE-COUNT-EDITED
                      " lines  "
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               PERFORM VARYING OUT-PTR FROM 256 BY -1
                 UNTIL OUT-PTR = 1
                 OR STDOUT-RECORD (OUT-PTR:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               ADD 3 TO OUT-PTR
               MOVE RPX-TITLE TO RPR-LINE
               PERFORM APPEND-ESCAPED-LINE
               IF RPTENTL-RETURN = "02"
                   STRING " (your part)"
                          DELIMITED SIZE INTO STDOUT-RECORD
                          WITH POINTER OUT-PTR
                   END-STRING
               END-IF
               WRITE STDOUT-RECORD
           END-IF
           .

      *=================================================================
       SHOW-REPORT.
      *-----------------------------------------------------------------
      * The stored lines in order inside <PRE>.  A section-only
      * recipient gets the lines ahead of the first section and
      * their own sections.
      *=================================================================
           MOVE REPORT-INPUT TO RPTENTL-REPORT-NAME
           CALL "RPTENTL" USING REMOTE-USER RPTENTL-REPORT-NAME
               RPTENTL-RETURN RPTENTL-SECTION-AREA
           MOVE VIEW-DATE TO RPX-BUSINESS-DATE
           MOVE REPORT-INPUT TO RPX-REPORT-NAME
           READ REPORT-INDEX
               INVALID KEY
                   MOVE "01" TO RPTENTL-RETURN
           END-READ
           IF RPTENTL-RETURN = "01"
               MOVE "<P>That report is not on file for you."
                   TO STDOUT-RECORD
               WRITE STDOUT-RECORD
           ELSE
               INITIALIZE STDOUT-RECORD
               STRING "<P>"
                      REPORT-INPUT
                      " for business date "
                      VIEW-DATE
                      " -- <A HREF=CGIRPT.EXE?DATE="
                      VIEW-DATE
                      ">back to the list</A>"
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
               MOVE "<PRE>" TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE "N" TO LINES-EOF-FLAG
               MOVE VIEW-DATE TO RPR-BUSINESS-DATE
               MOVE REPORT-INPUT TO RPR-REPORT-NAME
               MOVE ZERO TO RPR-LINE-NR
               START REPORT-REPOSITORY
                   KEY IS NOT LESS THAN RPR-KEY
                   INVALID KEY
                       MOVE "Y" TO LINES-EOF-FLAG
               END-START
               PERFORM UNTIL LINES-END
                   READ REPORT-REPOSITORY NEXT RECORD
                       AT END
                           MOVE "Y" TO LINES-EOF-FLAG
                       NOT AT END
                           IF RPR-BUSINESS-DATE NOT = VIEW-DATE
                             OR RPR-REPORT-NAME NOT = REPORT-INPUT
                               MOVE "Y" TO LINES-EOF-FLAG
                           ELSE
                               PERFORM SHOW-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "</PRE>" TO STDOUT-RECORD
               WRITE STDOUT-RECORD
               MOVE LINES-SHOWN TO LINES-SHOWN-EDITED
               INITIALIZE STDOUT-RECORD
               STRING "<P>"
                      LINES-SHOWN-EDITED
                      " lines shown."
                      DELIMITED SIZE INTO STDOUT-RECORD
               END-STRING
               WRITE STDOUT-RECORD
           END-IF
           .

      *=================================================================
       SHOW-ONE-LINE.
      *=================================================================
           MOVE "Y" TO LINE-ENTITLED
           IF RPTENTL-RETURN = "02"
             AND RPR-SECTION-KEY NOT = SPACES
               MOVE "N" TO LINE-ENTITLED
               PERFORM VARYING SECTION-SUB FROM 1 BY 1
                 UNTIL SECTION-SUB > RPTENTL-SECTION-COUNT
                   IF RPTENTL-SECTION-KEY (SECTION-SUB) =
                       RPR-SECTION-KEY
                       MOVE "Y" TO LINE-ENTITLED
                   END-IF
               END-PERFORM
           END-IF
           IF LINE-ENTITLED = "Y"
               ADD 1 TO LINES-SHOWN
               INITIALIZE STDOUT-RECORD
               MOVE 1 TO OUT-PTR
               PERFORM APPEND-ESCAPED-LINE
               WRITE STDOUT-RECORD
           END-IF
           .

      *=================================================================
       APPEND-ESCAPED-LINE.
      *-----------------------------------------------------------------
      * RPR-LINE onto STDOUT-RECORD at OUT-PTR, trailing blanks
      * dropped, with the characters HTML would take as markup
      * written as entities.
      *=================================================================
           PERFORM VARYING LAST-CHAR-PTR FROM 132 BY -1
             UNTIL LAST-CHAR-PTR = 0
             OR RPR-LINE (LAST-CHAR-PTR:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING SCAN-PTR FROM 1 BY 1
             UNTIL SCAN-PTR > LAST-CHAR-PTR
             OR OUT-PTR > 250
               EVALUATE RPR-LINE (SCAN-PTR:1)
                 WHEN "<"
                   STRING "&lt;" DELIMITED SIZE INTO STDOUT-RECORD
                       WITH POINTER OUT-PTR
                   END-STRING
                 WHEN ">"
                   STRING "&gt;" DELIMITED SIZE INTO STDOUT-RECORD
                       WITH POINTER OUT-PTR
                   END-STRING
                 WHEN "&"
                   STRING "&amp;" DELIMITED SIZE INTO STDOUT-RECORD
                       WITH POINTER OUT-PTR
                   END-STRING
                 WHEN OTHER
                   MOVE RPR-LINE (SCAN-PTR:1)
                       TO STDOUT-RECORD (OUT-PTR:1)
                   ADD 1 TO OUT-PTR
               END-EVALUATE
           END-PERFORM
           .

      *=================================================================
       PUT-PAGE-BOTTOM.
      *=================================================================
           IF REPOSITORY-OPEN
               CLOSE REPORT-REPOSITORY
                     REPORT-INDEX
           END-IF
           MOVE "</BODY>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           MOVE "</HTML>"  TO STDOUT-RECORD
           WRITE STDOUT-RECORD
           CLOSE STDOUT
           .
