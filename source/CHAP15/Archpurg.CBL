      *
      *      cols 1-8   file id:   ORDHIST  CHAPHIST PHONLOGD
      *                            SUSPAUD  AUTOQUOT CGIAUDIT
      *                            SHIPACT  ORDHLINE
      *      cols 9-12  retention, days
      *
      *  For each request, pass one reads the live file and splits
      *
      *  Each file's record date lives where that file put it, so
      *  the dating (like FILEUNLD's I/O) is per-file dispatch:
      *  ORDHIST, ORDHLINE (its order lines), and AUTOQUOT carry
      *  CCYYMMDD inside the record, CHAPHIST dates off its change
      *  timestamp, PHONLOGD off the call date, SHIPACT off its
      *  confirmation date, and SUSPAUD/CGIAUDIT carry YYMMDD audit
      *  dates read as 20xx.  Purge ORDHLINE with the same
      *  retention as ORDHIST so the two stay in step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT ORDER-HISTORY-LINES  ASSIGN TO "ORDHLINE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHLN-KEY
                                       FILE STATUS INDEXED-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CHAPHIST.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
       FD  ORDER-HISTORY.
       01  ORDER-HISTORY-RECORD.
           05  OHIST-KEY               PIC X(20).
           05  FILLER                  PIC X(69).

       FD  ORDER-HISTORY-LINES.
       01  ORDER-HISTORY-LINE-RECORD.
           05  OHLN-KEY                PIC X(23).
           05  FILLER                  PIC X(73).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  FILLER                  PIC X(122).

       FD  PHONE-LOG-FILE.
       01  PHONE-LOG-RECORD            PIC X(97).

       FD  SUSPENSE-AUDIT-FILE.
       01  SUSPENSE-AUDIT-RECORD       PIC X(65).

       FD  AUTO-QUOTE-REGISTER.
       01  QUOTE-REGISTER-RECORD       PIC X(87).

       FD  CGI-AUDIT-FILE.
       01  CGI-AUDIT-RECORD            PIC X(117).
           MOVE 'N' TO RECORD-DATE-VALID-SWITCH.
           EVALUATE PARM-FILE-ID
               WHEN 'ORDHIST '
               WHEN 'ORDHLINE'
                   MOVE WORK-RECORD (7:8) TO RECORD-DATE-X
               WHEN 'CHAPHIST'
                   MOVE WORK-RECORD (17:8) TO RECORD-DATE-X
                   IF INDEXED-STATUS = '00'
                       MOVE 'Y' TO FILE-OPEN-SWITCH
                   END-IF
                   MOVE 89 TO WORK-RECORD-LENGTH
               WHEN 'ORDHLINE'
                   OPEN INPUT ORDER-HISTORY-LINES
                   IF INDEXED-STATUS = '00'
                       MOVE 'Y' TO FILE-OPEN-SWITCH
                   END-IF
                   MOVE 96 TO WORK-RECORD-LENGTH
               WHEN 'CHAPHIST'
                   OPEN INPUT HISTORY-FILE
                   IF INDEXED-STATUS = '00'
                   IF SEQ-STATUS = '00'
                       MOVE 'Y' TO FILE-OPEN-SWITCH
                   END-IF
                   MOVE 97 TO WORK-RECORD-LENGTH
               WHEN 'SUSPAUD '
                   OPEN INPUT SUSPENSE-AUDIT-FILE
                   IF SEQ-STATUS = '00'
                   IF SEQ-STATUS = '00'
                       MOVE 'Y' TO FILE-OPEN-SWITCH
                   END-IF
                   MOVE 87 TO WORK-RECORD-LENGTH
               WHEN 'CGIAUDIT'
                   OPEN INPUT CGI-AUDIT-FILE
                   IF SEQ-STATUS = '00'
                       NOT AT END
                           MOVE ORDER-HISTORY-RECORD TO WORK-RECORD
                   END-READ
               WHEN 'ORDHLINE'
                   READ ORDER-HISTORY-LINES NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
                       NOT AT END
                           MOVE ORDER-HISTORY-LINE-RECORD
                               TO WORK-RECORD
                   END-READ
               WHEN 'CHAPHIST'
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WORK-EOF-STATUS
           EVALUATE PARM-FILE-ID
               WHEN 'ORDHIST '
                   OPEN OUTPUT ORDER-HISTORY
               WHEN 'ORDHLINE'
                   OPEN OUTPUT ORDER-HISTORY-LINES
               WHEN 'CHAPHIST'
                   OPEN OUTPUT HISTORY-FILE
               WHEN 'PHONLOGD'
       0930-WRITE-LIVE-RECORD.
           EVALUATE PARM-FILE-ID
               WHEN 'ORDHIST '
                   MOVE WORK-RECORD (1:89) TO ORDER-HISTORY-RECORD
                   WRITE ORDER-HISTORY-RECORD
               WHEN 'ORDHLINE'
                   MOVE WORK-RECORD (1:96)
                       TO ORDER-HISTORY-LINE-RECORD
                   WRITE ORDER-HISTORY-LINE-RECORD
               WHEN 'CHAPHIST'
                   MOVE WORK-RECORD (1:154) TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
               WHEN 'PHONLOGD'
                   MOVE WORK-RECORD (1:97) TO PHONE-LOG-RECORD
                   WRITE PHONE-LOG-RECORD
               WHEN 'SUSPAUD '
                   MOVE WORK-RECORD (1:65) TO SUSPENSE-AUDIT-RECORD
                   WRITE SUSPENSE-AUDIT-RECORD
               WHEN 'AUTOQUOT'
                   MOVE WORK-RECORD (1:87) TO QUOTE-REGISTER-RECORD
                   WRITE QUOTE-REGISTER-RECORD
               WHEN 'CGIAUDIT'
                   MOVE WORK-RECORD (1:117) TO CGI-AUDIT-RECORD
           EVALUATE PARM-FILE-ID
               WHEN 'ORDHIST '
                   CLOSE ORDER-HISTORY
               WHEN 'ORDHLINE'
                   CLOSE ORDER-HISTORY-LINES
               WHEN 'CHAPHIST'
                   CLOSE HISTORY-FILE
               WHEN 'PHONLOGD'
