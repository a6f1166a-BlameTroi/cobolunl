      *  counted through DATEARTH, and the control report shows
      *  notices produced by renewal month so the mail room knows
      *  what is coming.
      *
      *  Past the values each record carries the holder's preferred
      *  language, which LANGPREF finds by matching the holder's
      *  name to the enterprise cross-reference, so the reminder
      *  goes out in that language where there is a version of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  RENEWAL-VALUES.
       01  RENEWAL-VALUE-RECORD.
           05  REN-VALUE-ENTRY         PIC X(15) OCCURS 10 TIMES.
           05  FILLER                  PIC X(150).
           05  REN-FORM-ID             PIC X(8).
           05  REN-LANGUAGE            PIC XX.

       FD  RENEWAL-CONTROL.
       01  CONTROL-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  LANGPREF-KEY-TYPE           PIC X VALUE 'N'.
       01  LANGPREF-KEY                PIC X(45).
       01  LANGPREF-LANGUAGE           PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  POLICY-EOF-STATUS           PIC X VALUE 'N'.
           88  POLICY-EOF              VALUE 'Y'.
           MOVE POLICY-DATE (1:4) TO RDE-YEAR.
           MOVE RENEWAL-DATE-EDITED TO REN-VALUE-ENTRY (3).
           MOVE POLICY-TYPE TO REN-VALUE-ENTRY (4).
           MOVE POLICY-HOLDER TO LANGPREF-KEY.
           CALL 'LANGPREF' USING LANGPREF-KEY-TYPE LANGPREF-KEY
               LANGPREF-LANGUAGE.
           MOVE LANGPREF-LANGUAGE TO REN-LANGUAGE.
           WRITE RENEWAL-VALUE-RECORD.
           ADD 1 TO NOTICES-PRODUCED-COUNT.
           COMPUTE THIS-RENEWAL-MONTH =
