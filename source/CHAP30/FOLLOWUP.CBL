       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FOLLOWUP.

      *=================================================================
      * Daily follow-up report -- the promises made to contacts, by
      * the employee who made them.  Every entry on the contact
      * activity file CONTACTA.DAT (see ACTPOST) with a follow-up
      * date of today or earlier is listed under its employee, the
      * oldest first, with the days it is overdue, the contact's
      * name and phone, the kind of entry, when it was made, and
      * its notes.
      *
      * A follow-up is settled by the next entry added for the
      * contact on the CGIMAINT contact page: that entry is the
      * record of the callback, so every follow-up before it drops
      * off the report.  Entries the letter run and RESPENTR post
      * on their own settle nothing -- a letter going out is not
      * somebody getting back to the contact.
      *
      * Entries with no employee (a follow-up set on a response
      * entered without an employee ID) are listed together under
      * NO EMPLOYEE so someone picks them up.
      *
      * The report is FOLLOWUP.DAT, with a count per employee and a
      * run total.
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-ACTIVITY     ASSIGN TO "CONTACTA.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY ACT-KEY
                                       FILE STATUS ACTIVITY-STATUS.
           SELECT CONTACT              ASSIGN TO "CONTACT.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTACT-KEY
                                       FILE STATUS CONTACT-STATUS.
           SELECT EMPLOYEE-MASTER      ASSIGN TO "EMPMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY EMP-ID
                                       ALTERNATE RECORD KEY
                                           EMP-PHONE-USER-ID
                                           WITH DUPLICATES
                                       FILE STATUS EMPLOYEE-STATUS.
           SELECT SORT-WORK            ASSIGN TO SORTWORK.
           SELECT FOLLOW-UP-REPORT     ASSIGN TO "FOLLOWUP.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-ACTIVITY.
       01  CONTACT-ACTIVITY-RECORD.
           05  ACT-KEY.
               10  ACT-CONTACT-KEY     PIC X(45).
               10  ACT-TIMESTAMP       PIC 9(16).
           05  ACT-TYPE                PIC X.
           05  ACT-EMPLOYEE-ID         PIC X(6).
           05  ACT-FOLLOW-UP-DATE      PIC 9(8).
           05  ACT-SOURCE              PIC X.
               88  ACT-FROM-CONTACT-PAGE VALUE 'W'.
           05  ACT-NOTES               PIC X(160).

       FD  CONTACT.
       01  CONTACT-RECORD.
           05  CONTACT-KEY.
               10  CONTACT-LAST-NAME   PIC X(30).
               10  CONTACT-FIRST-NAME  PIC X(15).
           05  CONTACT-STREET          PIC X(80).
           05  CONTACT-CITY            PIC X(50).
           05  CONTACT-STATE           PIC X(2).
           05  CONTACT-ZIP             PIC X(10).
           05  CONTACT-PHONE           PIC 9(10).
           05  CONTACT-EMAIL           PIC X(60).

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC X(6).
           05  EMP-NAME                PIC X(20).
           05  EMP-DEPARTMENT          PIC X(10).
           05  EMP-LOCATION            PIC X(10).
           05  EMP-EXTENSION           PIC X(4).
           05  EMP-STATUS-FLAG         PIC X.
           05  EMP-PHONE-USER-ID       PIC X(8).
           05  FILLER                  PIC X(21).

       SD  SORT-WORK.
       01  SORT-FOLLOW-UP-RECORD.
           05  SORT-EMPLOYEE-ID        PIC X(6).
           05  SORT-FOLLOW-UP-DATE     PIC 9(8).
           05  SORT-CONTACT-KEY.
               10  SORT-LAST-NAME      PIC X(30).
               10  SORT-FIRST-NAME     PIC X(15).
           05  SORT-TIMESTAMP          PIC 9(16).
           05  SORT-TYPE               PIC X.
           05  SORT-NOTES              PIC X(160).

       FD  FOLLOW-UP-REPORT.
       01  FOLLOW-UP-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  ACTIVITY-STATUS             PIC XX.
       01  CONTACT-STATUS              PIC XX.
       01  EMPLOYEE-STATUS             PIC XX.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  EMPLOYEE-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  EMPLOYEE-ON-HAND        VALUE 'Y'.
       01  ACTIVITY-EOF-STATUS         PIC X VALUE 'N'.
           88  ACTIVITY-END            VALUE 'Y'.
       01  SORT-EOF-STATUS             PIC X VALUE 'N'.
           88  SORT-END                VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  PREVIOUS-CONTACT-KEY        PIC X(45) VALUE SPACES.
       01  ENTERED-STAMP               PIC X(16).
       01  PREVIOUS-EMPLOYEE-ID        PIC X(6).
       01  FIRST-EMPLOYEE-SWITCH       PIC X VALUE 'Y'.
           88  FIRST-EMPLOYEE          VALUE 'Y'.
       01  ARTH-DAYS-BETWEEN           PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.

      *  The open follow-ups on the contact being read; an entry
      *  from the contact page empties it.
       01  NR-PENDING                  PIC 999 VALUE ZERO.
       01  PENDING-SUB                 PIC 999.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 100 TIMES.
               10  PND-EMPLOYEE-ID     PIC X(6).
               10  PND-FOLLOW-UP-DATE  PIC 9(8).
               10  PND-TIMESTAMP       PIC 9(16).
               10  PND-TYPE            PIC X.
               10  PND-NOTES           PIC X(160).

       01  EMPLOYEE-DUE-COUNT          PIC 9(5) VALUE ZERO.
       01  EMPLOYEE-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
       01  TOTAL-DUE-COUNT             PIC 9(5) VALUE ZERO.
       01  TOTAL-OVERDUE-COUNT         PIC 9(5) VALUE ZERO.
       01  TOTAL-EMPLOYEE-COUNT        PIC 9(5) VALUE ZERO.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(26) VALUE
               'CONTACT FOLLOW-UPS DUE AS '.
           05  FILLER                  PIC X(3) VALUE 'OF '.
           05  RH-MONTH                PIC 99.
           05  FILLER                  PIC X VALUE '/'.
           05  RH-DAY                  PIC 99.
           05  FILLER                  PIC X VALUE '/'.
           05  RH-YEAR                 PIC 9(4).
       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(24) VALUE
               '  DUE         OVERDUE   '.
           05  FILLER                  PIC X(32) VALUE
               'CONTACT                         '.
           05  FILLER                  PIC X(24) VALUE
               'PHONE         TYPE      '.
           05  FILLER                  PIC X(12) VALUE
               'ENTERED     '.
           05  FILLER                  PIC X(5) VALUE 'NOTES'.
       01  EMPLOYEE-HEADING-LINE.
           05  FILLER                  PIC X(9) VALUE 'EMPLOYEE '.
           05  EHL-EMPLOYEE-ID         PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  EHL-EMPLOYEE-NAME       PIC X(20).
           05  FILLER                  PIC XX VALUE SPACES.
           05  EHL-DEPARTMENT          PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  EHL-EXTENSION-TEXT      PIC X(4) VALUE 'EXT '.
           05  EHL-EXTENSION           PIC X(4).
       01  FOLLOW-UP-DETAIL-LINE.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FDL-DUE-DATE.
               10  FDL-DUE-MONTH       PIC 99.
               10  FILLER              PIC X VALUE '/'.
               10  FDL-DUE-DAY         PIC 99.
               10  FILLER              PIC X VALUE '/'.
               10  FDL-DUE-YEAR        PIC 9(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  FDL-OVERDUE-DAYS        PIC ZZZ9.
           05  FDL-OVERDUE-TEXT REDEFINES FDL-OVERDUE-DAYS
                                       PIC X(4).
           05  FDL-DAYS-CAPTION        PIC X(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  FDL-CONTACT-NAME        PIC X(30).
           05  FILLER                  PIC XX VALUE SPACES.
           05  FDL-PHONE               PIC 999B999B9999.
           05  FDL-PHONE-TEXT REDEFINES FDL-PHONE
                                       PIC X(12).
           05  FILLER                  PIC XX VALUE SPACES.
           05  FDL-TYPE                PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  FDL-ENTERED-DATE.
               10  FDL-ENTERED-MONTH   PIC XX.
               10  FILLER              PIC X VALUE '/'.
               10  FDL-ENTERED-DAY     PIC XX.
               10  FILLER              PIC X VALUE '/'.
               10  FDL-ENTERED-YEAR    PIC X(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  FDL-NOTES               PIC X(37).
       01  NOTES-CONTINUED-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  NCL-NOTES               PIC X(123).
       01  EMPLOYEE-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ETL-DUE                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               ' FOLLOW-UPS,  '.
           05  ETL-OVERDUE             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE ' OVERDUE'.
       01  REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'TOTALS '.
           05  RTL-EMPLOYEES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               ' EMPLOYEES  '.
           05  RTL-DUE                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               ' FOLLOW-UPS,  '.
           05  RTL-OVERDUE             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE ' OVERDUE'.
       01  NOTHING-DUE-LINE.
           05  FILLER                  PIC X(31) VALUE
               'NO FOLLOW-UPS DUE OR OVERDUE'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT CONTACT-ACTIVITY.
           IF ACTIVITY-STATUS NOT = '00'
               DISPLAY 'FOLLOWUP: NO CONTACTA.DAT -- NO ACTIVITY '
                   'RECORDED YET'
               STOP RUN.
           OPEN INPUT CONTACT.
           IF CONTACT-STATUS = '00'
               MOVE 'Y' TO CONTACT-ON-HAND-SWITCH.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-STATUS = '00'
               MOVE 'Y' TO EMPLOYEE-ON-HAND-SWITCH.
           OPEN OUTPUT FOLLOW-UP-REPORT.
           MOVE CURRENT-DATE-INFO (5:2) TO RH-MONTH.
           MOVE CURRENT-DATE-INFO (7:2) TO RH-DAY.
           MOVE CURRENT-DATE-INFO (1:4) TO RH-YEAR.
           WRITE FOLLOW-UP-REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO FOLLOW-UP-REPORT-LINE.
           WRITE FOLLOW-UP-REPORT-LINE.
           WRITE FOLLOW-UP-REPORT-LINE FROM REPORT-HEADING-2.
           SORT SORT-WORK
               ASCENDING KEY SORT-EMPLOYEE-ID
                             SORT-FOLLOW-UP-DATE
                             SORT-CONTACT-KEY
                             SORT-TIMESTAMP
               INPUT PROCEDURE 0200-SELECT-DUE-FOLLOW-UPS
               OUTPUT PROCEDURE 0500-REPORT-BY-EMPLOYEE.
           MOVE SPACES TO FOLLOW-UP-REPORT-LINE.
           WRITE FOLLOW-UP-REPORT-LINE.
           IF TOTAL-DUE-COUNT = ZERO
               WRITE FOLLOW-UP-REPORT-LINE FROM NOTHING-DUE-LINE
           ELSE
               MOVE TOTAL-EMPLOYEE-COUNT TO RTL-EMPLOYEES
               MOVE TOTAL-DUE-COUNT TO RTL-DUE
               MOVE TOTAL-OVERDUE-COUNT TO RTL-OVERDUE
               WRITE FOLLOW-UP-REPORT-LINE FROM REPORT-TOTAL-LINE.
           CLOSE CONTACT-ACTIVITY
                 FOLLOW-UP-REPORT.
           IF CONTACT-ON-HAND
               CLOSE CONTACT.
           IF EMPLOYEE-ON-HAND
               CLOSE EMPLOYEE-MASTER.
           DISPLAY 'FOLLOWUP: ' TOTAL-DUE-COUNT ' FOLLOW-UPS DUE, '
               TOTAL-OVERDUE-COUNT ' OVERDUE'.
           STOP RUN.

      *  The file reads in contact order, each contact's entries
      *  oldest first, so a contact's open follow-ups are known
      *  when the next contact starts.
       0200-SELECT-DUE-FOLLOW-UPS.
           PERFORM UNTIL ACTIVITY-END
               READ CONTACT-ACTIVITY NEXT RECORD
                   AT END
                       MOVE 'Y' TO ACTIVITY-EOF-STATUS
                   NOT AT END
                       PERFORM 0300-TAKE-ONE-ENTRY
               END-READ
           END-PERFORM.
           PERFORM 0400-RELEASE-PENDING.

       0300-TAKE-ONE-ENTRY.
           IF ACT-CONTACT-KEY NOT = PREVIOUS-CONTACT-KEY
               PERFORM 0400-RELEASE-PENDING
               MOVE ACT-CONTACT-KEY TO PREVIOUS-CONTACT-KEY.
           IF ACT-FROM-CONTACT-PAGE
               MOVE ZERO TO NR-PENDING.
           IF ACT-FOLLOW-UP-DATE NUMERIC
             AND ACT-FOLLOW-UP-DATE NOT = ZERO
             AND NR-PENDING < 100
               ADD 1 TO NR-PENDING
               MOVE ACT-EMPLOYEE-ID TO PND-EMPLOYEE-ID (NR-PENDING)
               MOVE ACT-FOLLOW-UP-DATE
                   TO PND-FOLLOW-UP-DATE (NR-PENDING)
               MOVE ACT-TIMESTAMP TO PND-TIMESTAMP (NR-PENDING)
               MOVE ACT-TYPE TO PND-TYPE (NR-PENDING)
               MOVE ACT-NOTES TO PND-NOTES (NR-PENDING).

       0400-RELEASE-PENDING.
           PERFORM VARYING PENDING-SUB FROM 1 BY 1
               UNTIL PENDING-SUB > NR-PENDING
               IF PND-FOLLOW-UP-DATE (PENDING-SUB)
                       NOT > CURRENT-DATE-INTEGER
                   MOVE PND-EMPLOYEE-ID (PENDING-SUB)
                       TO SORT-EMPLOYEE-ID
                   MOVE PND-FOLLOW-UP-DATE (PENDING-SUB)
                       TO SORT-FOLLOW-UP-DATE
                   MOVE PREVIOUS-CONTACT-KEY TO SORT-CONTACT-KEY
                   MOVE PND-TIMESTAMP (PENDING-SUB) TO SORT-TIMESTAMP
                   MOVE PND-TYPE (PENDING-SUB) TO SORT-TYPE
                   MOVE PND-NOTES (PENDING-SUB) TO SORT-NOTES
                   RELEASE SORT-FOLLOW-UP-RECORD
               END-IF
           END-PERFORM.
           MOVE ZERO TO NR-PENDING.

       0500-REPORT-BY-EMPLOYEE.
           PERFORM UNTIL SORT-END
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO SORT-EOF-STATUS
                   NOT AT END
                       IF FIRST-EMPLOYEE
                         OR SORT-EMPLOYEE-ID NOT = PREVIOUS-EMPLOYEE-ID
                           PERFORM 0520-START-EMPLOYEE
                       END-IF
                       PERFORM 0540-PRINT-FOLLOW-UP
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-EMPLOYEE
               PERFORM 0560-PRINT-EMPLOYEE-TOTAL.

       0520-START-EMPLOYEE.
           IF NOT FIRST-EMPLOYEE
               PERFORM 0560-PRINT-EMPLOYEE-TOTAL.
           MOVE 'N' TO FIRST-EMPLOYEE-SWITCH.
           MOVE SORT-EMPLOYEE-ID TO PREVIOUS-EMPLOYEE-ID.
           ADD 1 TO TOTAL-EMPLOYEE-COUNT.
           MOVE ZERO TO EMPLOYEE-DUE-COUNT EMPLOYEE-OVERDUE-COUNT.
           MOVE SPACES TO EMPLOYEE-RECORD.
           IF SORT-EMPLOYEE-ID = SPACES
               MOVE 'NO EMPLOYEE' TO EMP-NAME
           ELSE
           IF EMPLOYEE-ON-HAND
               MOVE SORT-EMPLOYEE-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO EMPLOYEE-RECORD
                       MOVE 'NOT ON EMPMAST' TO EMP-NAME
               END-READ.
           MOVE SORT-EMPLOYEE-ID TO EHL-EMPLOYEE-ID.
           MOVE EMP-NAME TO EHL-EMPLOYEE-NAME.
           MOVE EMP-DEPARTMENT TO EHL-DEPARTMENT.
           MOVE EMP-EXTENSION TO EHL-EXTENSION.
           IF EMP-EXTENSION = SPACES
               MOVE SPACES TO EHL-EXTENSION-TEXT
           ELSE
               MOVE 'EXT ' TO EHL-EXTENSION-TEXT.
           MOVE SPACES TO FOLLOW-UP-REPORT-LINE.
           WRITE FOLLOW-UP-REPORT-LINE.
           WRITE FOLLOW-UP-REPORT-LINE FROM EMPLOYEE-HEADING-LINE.

       0540-PRINT-FOLLOW-UP.
           ADD 1 TO EMPLOYEE-DUE-COUNT TOTAL-DUE-COUNT.
           MOVE SORT-FOLLOW-UP-DATE (5:2) TO FDL-DUE-MONTH.
           MOVE SORT-FOLLOW-UP-DATE (7:2) TO FDL-DUE-DAY.
           MOVE SORT-FOLLOW-UP-DATE (1:4) TO FDL-DUE-YEAR.
           CALL 'DATEARTH' USING SORT-FOLLOW-UP-DATE
               CURRENT-DATE-INTEGER ARTH-DAYS-BETWEEN ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
               MOVE ZERO TO ARTH-DAYS-BETWEEN.
           IF ARTH-DAYS-BETWEEN > ZERO
               ADD 1 TO EMPLOYEE-OVERDUE-COUNT TOTAL-OVERDUE-COUNT
               MOVE ARTH-DAYS-BETWEEN TO FDL-OVERDUE-DAYS
               MOVE ' DAYS' TO FDL-DAYS-CAPTION
           ELSE
               MOVE SPACES TO FDL-OVERDUE-TEXT
               MOVE 'TODAY' TO FDL-DAYS-CAPTION.
           MOVE SPACES TO FDL-CONTACT-NAME.
           STRING SORT-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SORT-LAST-NAME DELIMITED BY '  '
               INTO FDL-CONTACT-NAME.
           MOVE SPACES TO FDL-PHONE-TEXT.
           IF CONTACT-ON-HAND
               MOVE SORT-CONTACT-KEY TO CONTACT-KEY
               READ CONTACT
                   INVALID KEY
                       MOVE ZERO TO CONTACT-PHONE
               END-READ
               IF CONTACT-PHONE NUMERIC
                 AND CONTACT-PHONE NOT = ZERO
                   MOVE CONTACT-PHONE TO FDL-PHONE
               END-IF.
           EVALUATE SORT-TYPE
               WHEN 'C'   MOVE 'CALL'     TO FDL-TYPE
               WHEN 'V'   MOVE 'VISIT'    TO FDL-TYPE
               WHEN 'L'   MOVE 'LETTER'   TO FDL-TYPE
               WHEN 'E'   MOVE 'EMAIL'    TO FDL-TYPE
               WHEN 'R'   MOVE 'RESPONSE' TO FDL-TYPE
               WHEN OTHER MOVE SPACES     TO FDL-TYPE
           END-EVALUATE.
           MOVE SORT-TIMESTAMP TO ENTERED-STAMP.
           MOVE ENTERED-STAMP (5:2) TO FDL-ENTERED-MONTH.
           MOVE ENTERED-STAMP (7:2) TO FDL-ENTERED-DAY.
           MOVE ENTERED-STAMP (1:4) TO FDL-ENTERED-YEAR.
           MOVE SORT-NOTES TO FDL-NOTES.
           WRITE FOLLOW-UP-REPORT-LINE FROM FOLLOW-UP-DETAIL-LINE.
           IF SORT-NOTES (38:123) NOT = SPACES
               MOVE SPACES TO NOTES-CONTINUED-LINE
               MOVE SORT-NOTES (38:123) TO NCL-NOTES
               WRITE FOLLOW-UP-REPORT-LINE FROM NOTES-CONTINUED-LINE.

       0560-PRINT-EMPLOYEE-TOTAL.
           MOVE EMPLOYEE-DUE-COUNT TO ETL-DUE.
           MOVE EMPLOYEE-OVERDUE-COUNT TO ETL-OVERDUE.
           WRITE FOLLOW-UP-REPORT-LINE FROM EMPLOYEE-TOTAL-LINE.
