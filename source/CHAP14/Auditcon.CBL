       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDITCON.

      *  Consolidated audit trail reporting.  Normalizes the four
      *  audit files the maintenance services keep --
      *
      *      AGTAUDIT.DAT   SUBPRG2   (agent master)
      *      AUTOAUDIT.DAT  AUTOSVC   (auto master)
      *      CGIAUDIT.DAT   CGIMAINT  (contact file, web)
      *      WEBAUDIT.DAT   CGIACCT   (customer self-service, web)
      *
      *  -- into one common record (date, time, user, system,
      *  function, key, return code) and produces a detail listing
      *  zero) to mean "all".  The CGI audit file carries a status
      *  message instead of a return code; messages that report a
      *  completed operation normalize to '00', everything else to
      *  '90' so it shows as a failure.  The self-service file is in
      *  the same layout and is normalized the same way: sign-ons
      *  and promises that went through are '00', refusals and
      *  failed sign-ons '90'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CGI-AUDIT-FILE       ASSIGN TO "CGIAUDIT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS CGI-STATUS.
           SELECT WEB-AUDIT-FILE       ASSIGN TO "WEBAUDIT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS WEB-STATUS.
           SELECT AUDIT-SELECTION      ASSIGN TO "AUDSELCT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS SEL-STATUS.
           05  CGI-KEY                 PIC X(45).
           05  CGI-STATUS-MESSAGE      PIC X(30).

       FD  WEB-AUDIT-FILE.
       01  WEB-AUDIT-RECORD.
           05  WEB-DATE                PIC 9(6).
           05  WEB-TIME                PIC 9(8).
           05  WEB-USER-ID             PIC X(20).
           05  WEB-FUNCTION            PIC X(8).
           05  WEB-KEY                 PIC X(45).
           05  WEB-STATUS-MESSAGE      PIC X(30).

       FD  AUDIT-SELECTION.
       01  AUDIT-SELECTION-RECORD.
           05  SEL-FROM-DATE           PIC 9(8).
       01  AGT-STATUS                  PIC XX.
       01  AUT-STATUS                  PIC XX.
       01  CGI-STATUS                  PIC XX.
       01  WEB-STATUS                  PIC XX.
       01  SEL-STATUS                  PIC XX.
       01  FILE-EOF-STATUS             PIC X.
           88  FILE-END                VALUE 'Y'.
           PERFORM 0200-SCAN-AGENT-AUDIT.
           PERFORM 0300-SCAN-AUTO-AUDIT.
           PERFORM 0400-SCAN-CGI-AUDIT.
           PERFORM 0460-SCAN-WEB-AUDIT.
           PERFORM 0600-PRINT-SUMMARIES.
           CLOSE AUDIT-REPORT.
           STOP RUN.
                   MOVE '90' TO CMN-RETURN-CODE
           END-EVALUATE.

       0460-SCAN-WEB-AUDIT.
           MOVE 'N' TO FILE-EOF-STATUS.
           OPEN INPUT WEB-AUDIT-FILE.
           IF WEB-STATUS NOT = '00'
               MOVE 'Y' TO FILE-EOF-STATUS.
           PERFORM UNTIL FILE-END
               READ WEB-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-STATUS
                   NOT AT END
                       PERFORM 0470-NORMALIZE-WEB-RECORD
                       PERFORM 0500-SELECT-AND-REPORT
               END-READ
           END-PERFORM.
           IF WEB-STATUS = '00' OR WEB-STATUS = '10'
               CLOSE WEB-AUDIT-FILE.

       0470-NORMALIZE-WEB-RECORD.
           MOVE SPACES TO COMMON-AUDIT-RECORD.
           COMPUTE CMN-DATE = 20000000 + WEB-DATE.
           MOVE WEB-TIME TO CMN-TIME.
           MOVE WEB-USER-ID TO CMN-USER-ID.
           MOVE 'SELFSERV' TO CMN-SYSTEM.
           MOVE WEB-FUNCTION TO CMN-FUNCTION.
           MOVE WEB-KEY TO CMN-KEY.
           EVALUATE WEB-STATUS-MESSAGE
               WHEN 'Signed on'
               WHEN 'Promise recorded'
                   MOVE '00' TO CMN-RETURN-CODE
               WHEN OTHER
                   MOVE '90' TO CMN-RETURN-CODE
           END-EVALUATE.

       0500-SELECT-AND-REPORT.
           MOVE 'Y' TO RECORD-SELECTED-SWITCH.
           IF CMN-DATE < CRIT-FROM-DATE
