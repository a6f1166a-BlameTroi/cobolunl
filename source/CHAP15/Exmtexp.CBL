       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXMTEXP.

      *  Monthly sales tax exemption certificate renewal report.
      *  Lists every TAXEXMPT certificate expiring within the next
      *  60 days (DATEARTH from today to the expiration date), so
      *  the renewal can be chased before INVGEN starts taxing the
      *  customer again.  Certificates already expired but still
      *  on file are listed too, flagged, since their customers are
      *  being taxed now.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPTION-FILE       ASSIGN TO "TAXEXMPT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY EXM-KEY
                                       FILE STATUS EXEMPTION-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS CUSTOMER-STATUS.
           SELECT EXPIRING-REPORT      ASSIGN TO "EXMTEXP.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPTION-FILE.
       01  EXEMPTION-RECORD.
           05  EXM-KEY.
               10  EXM-CUST-CODE       PIC X(6).
               10  EXM-STATE           PIC XX.
           05  EXM-CERT-NUMBER         PIC X(15).
           05  EXM-REASON              PIC X.
           05  EXM-ISSUE-DATE          PIC 9(8).
           05  EXM-EXPIRATION-DATE     PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  FILLER                  PIC X(6).

       FD  EXPIRING-REPORT.
       01  EXPIRING-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  EXEMPTION-STATUS            PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  CUSTOMER-MASTER-AVAILABLE   PIC X VALUE 'N'.
           88  CUSTOMERS-AVAILABLE     VALUE 'Y'.
       01  EXEMPTION-EOF-STATUS        PIC X VALUE 'N'.
           88  EXEMPTION-END           VALUE 'Y'.
       01  DAYS-TO-EXPIRY              PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  EXPIRING-COUNT              PIC 9(5) VALUE ZERO.
       01  EXPIRED-COUNT               PIC 9(5) VALUE ZERO.
       01  REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'EXEMPTION CERTIFICATES DUE FOR RENEWAL  '.
           05  HDG-DATE                PIC 9(8).
       01  COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'CUST   NAME                      ST CERT'.
           05  FILLER                  PIC X(40) VALUE
               'IFICATE     R  EXPIRES  DAYS'.
       01  REPORT-DETAIL-LINE.
           05  DTL-CUST-CODE           PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-CUST-NAME           PIC X(25).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-STATE               PIC XX.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-CERT-NUMBER         PIC X(15).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-REASON              PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  DTL-EXPIRATION-DATE     PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  DTL-FLAG                PIC X(9).
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(21) VALUE
               'EXPIRING IN 60 DAYS: '.
           05  TOT-EXPIRING            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               '   ALREADY EXPIRED: '.
           05  TOT-EXPIRED             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT EXEMPTION-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE.
           OPEN OUTPUT EXPIRING-REPORT.
           MOVE CURRENT-DATE-INTEGER TO HDG-DATE.
           WRITE EXPIRING-REPORT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO EXPIRING-REPORT-LINE.
           WRITE EXPIRING-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE EXPIRING-REPORT-LINE FROM COLUMN-HEADING.
           IF EXEMPTION-STATUS NOT = '00'
               MOVE 'Y' TO EXEMPTION-EOF-STATUS.
           PERFORM UNTIL EXEMPTION-END
               READ EXEMPTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EXEMPTION-EOF-STATUS
                   NOT AT END
                       PERFORM 0200-CHECK-ONE-CERTIFICATE
               END-READ
           END-PERFORM.
           MOVE SPACES TO EXPIRING-REPORT-LINE.
           WRITE EXPIRING-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE EXPIRING-COUNT TO TOT-EXPIRING.
           MOVE EXPIRED-COUNT TO TOT-EXPIRED.
           WRITE EXPIRING-REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF EXEMPTION-STATUS = '00' OR EXEMPTION-STATUS = '10'
               CLOSE EXEMPTION-FILE.
           IF CUSTOMERS-AVAILABLE
               CLOSE CUSTOMER-MASTER.
           CLOSE EXPIRING-REPORT.
           STOP RUN.

       0200-CHECK-ONE-CERTIFICATE.
           CALL 'DATEARTH' USING CURRENT-DATE-INTEGER
               EXM-EXPIRATION-DATE DAYS-TO-EXPIRY ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
             OR DAYS-TO-EXPIRY > 60
               EXIT PARAGRAPH.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE EXM-CUST-CODE TO DTL-CUST-CODE.
           IF CUSTOMERS-AVAILABLE
               MOVE EXM-CUST-CODE TO CUST-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '*NOT ON CUSTMAST*' TO DTL-CUST-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO DTL-CUST-NAME
               END-READ
           END-IF.
           MOVE EXM-STATE TO DTL-STATE.
           MOVE EXM-CERT-NUMBER TO DTL-CERT-NUMBER.
           MOVE EXM-REASON TO DTL-REASON.
           MOVE EXM-EXPIRATION-DATE TO DTL-EXPIRATION-DATE.
           IF DAYS-TO-EXPIRY < ZERO
               MOVE ZERO TO DTL-DAYS
               MOVE '*EXPIRED*' TO DTL-FLAG
               ADD 1 TO EXPIRED-COUNT
           ELSE
               MOVE DAYS-TO-EXPIRY TO DTL-DAYS
               ADD 1 TO EXPIRING-COUNT.
           WRITE EXPIRING-REPORT-LINE FROM REPORT-DETAIL-LINE.
