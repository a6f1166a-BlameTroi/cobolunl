       FD  ORDER-INFO-FILE.
       01  ORDER-RECORD.
           05  ORDER-KEY               PIC X(14).
           05  FILLER                  PIC X(75).
       FD  CONTACT LABEL RECORDS STANDARD.
       01  CONTACT-RECORD.
           05  CONTACT-KEY             PIC X(45).
                   MOVE WORK-RECORD (1:80) TO AUTO-RECORD
                   WRITE AUTO-RECORD
               WHEN 'INDATA2 '
                   MOVE WORK-RECORD (1:89) TO ORDER-RECORD
                   WRITE ORDER-RECORD
               WHEN 'CONTACT '
                   MOVE WORK-RECORD (1:257) TO CONTACT-RECORD
