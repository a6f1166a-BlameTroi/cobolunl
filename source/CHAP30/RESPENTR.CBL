      *     R reply), response date, and for orders the ORDHIST
      *     key (customer code, order date, order number) so the
      *     results report can price the response in revenue.
      *
      * Each response is also posted to the responding contact's
      * activity history (CONTACTA.DAT, through ACTPOST) as a type
      * R entry under the employee ID given at the start of the
      * session, with an optional follow-up date for the daily
      * FOLLOWUP report.  The contact is named by last and first
      * name as on CONTACT.DAT; left blank, an order response's
      * customer code is looked up on the ECUSXREF.DAT cross-
      * reference instead.  A response no contact can be found for
      * is still recorded, with no activity entry.
      *=================================================================

       ENVIRONMENT DIVISION.
           SELECT RESPONSE-FILE        ASSIGN TO "CAMPRESP.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS RESPONSE-STATUS.
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
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RESP-ORDER-DATE         PIC 9(8).
           05  RESP-ORDER-NUMBER       PIC 9(6).

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
               88  EMP-IS-ACTIVE        VALUE 'A'.
           05  EMP-PHONE-USER-ID       PIC X(8).
           05  FILLER                  PIC X(21).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

       WORKING-STORAGE SECTION.
       01  RESPONSE-STATUS             PIC XX.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  RESPONSES-ENTERED-COUNT     PIC 9(5) VALUE ZERO.
       01  ACTIVITIES-POSTED-COUNT     PIC 9(5) VALUE ZERO.
       01  CONTACT-STATUS              PIC XX.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  EMPLOYEE-STATUS             PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  XREF-EOF-STATUS             PIC X.
           88  XREF-END                VALUE 'Y'.
       01  SESSION-EMPLOYEE-ID         PIC X(6) VALUE SPACES.
       01  INPUT-LAST-NAME             PIC X(30).
       01  INPUT-FIRST-NAME            PIC X(15).
       01  RESPONDING-CONTACT-KEY      PIC X(45).
       01  RESPONSE-TYPE-TEXT          PIC X(5).
       01  ACTPOST-FUNCTION            PIC X VALUE 'W'.
       01  ACTPOST-ENTRY.
           05  ACTV-CONTACT-KEY        PIC X(45).
           05  ACTV-TIMESTAMP          PIC 9(16).
           05  ACTV-TYPE               PIC X.
           05  ACTV-EMPLOYEE-ID        PIC X(6).
           05  ACTV-FOLLOW-UP-DATE     PIC 9(8).
           05  ACTV-SOURCE             PIC X.
           05  ACTV-NOTES              PIC X(160).
       01  ACTPOST-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           OPEN EXTEND RESPONSE-FILE.
           IF RESPONSE-STATUS NOT = '00'
               OPEN OUTPUT RESPONSE-FILE.
           OPEN INPUT CONTACT.
           IF CONTACT-STATUS = '00'
               MOVE 'Y' TO CONTACT-ON-HAND-SWITCH.
           PERFORM 0150-IDENTIFY-EMPLOYEE.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE RESPONSE-FILE.
           IF CONTACT-ON-HAND
               CLOSE CONTACT.
           DISPLAY 'RESPONSES RECORDED THIS SESSION: '
               RESPONSES-ENTERED-COUNT.
           DISPLAY 'CONTACT ACTIVITY ENTRIES POSTED: '
               ACTIVITIES-POSTED-COUNT.
           STOP RUN.

      *  The activity entries this session posts carry the employee
      *  entering them; one not on EMPMAST as active posts them
      *  with no employee.
       0150-IDENTIFY-EMPLOYEE.
           DISPLAY 'YOUR EMPLOYEE ID'.
           ACCEPT SESSION-EMPLOYEE-ID.
           MOVE FUNCTION UPPER-CASE (SESSION-EMPLOYEE-ID)
               TO SESSION-EMPLOYEE-ID.
           IF SESSION-EMPLOYEE-ID = SPACES
               EXIT PARAGRAPH.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'EMPMAST NOT AVAILABLE -- ENTRIES POST WITH '
                   'NO EMPLOYEE'
               MOVE SPACES TO SESSION-EMPLOYEE-ID
               EXIT PARAGRAPH.
           MOVE SESSION-EMPLOYEE-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACE TO EMP-STATUS-FLAG
           END-READ.
           IF NOT EMP-IS-ACTIVE
               DISPLAY 'NO ACTIVE EMPLOYEE ' SESSION-EMPLOYEE-ID
                   ' -- ENTRIES POST WITH NO EMPLOYEE'
               MOVE SPACES TO SESSION-EMPLOYEE-ID.
           CLOSE EMPLOYEE-MASTER.

       0200-MAIN-LOOP.
           DISPLAY 'CAMPAIGN CODE'.
           ACCEPT INPUT-CAMPAIGN-CODE.
           WRITE RESPONSE-RECORD.
           ADD 1 TO RESPONSES-ENTERED-COUNT.
           DISPLAY 'RESPONSE RECORDED'.
           PERFORM 0400-POST-CONTACT-ACTIVITY THRU 0400-EXIT.
       0200-ASK-MORE.
           DISPLAY 'RECORD ANOTHER RESPONSE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
           ACCEPT INPUT-ORDER-NUMBER.
           IF INPUT-ORDER-NUMBER NUMERIC
               MOVE INPUT-ORDER-NUMBER TO RESP-ORDER-NUMBER.

      *  The response goes on the contact's activity history when
      *  the contact can be named or found through the order's
      *  customer.
       0400-POST-CONTACT-ACTIVITY.
           IF NOT CONTACT-ON-HAND
               GO TO 0400-EXIT.
           MOVE SPACES TO RESPONDING-CONTACT-KEY.
           DISPLAY 'CONTACT LAST NAME (BLANK IF NOT KNOWN)'.
           ACCEPT INPUT-LAST-NAME.
           IF INPUT-LAST-NAME NOT = SPACES
               DISPLAY 'CONTACT FIRST NAME'
               ACCEPT INPUT-FIRST-NAME
               MOVE INPUT-LAST-NAME TO CONTACT-LAST-NAME
               MOVE INPUT-FIRST-NAME TO CONTACT-FIRST-NAME
               READ CONTACT
                   INVALID KEY
                       DISPLAY 'NO SUCH CONTACT ON FILE'
                   NOT INVALID KEY
                       MOVE CONTACT-KEY TO RESPONDING-CONTACT-KEY
               END-READ
           ELSE
               IF RESP-CUSTOMER-CODE NOT = SPACES
                   PERFORM 0420-FIND-CUSTOMER-CONTACT.
           IF RESPONDING-CONTACT-KEY = SPACES
               DISPLAY 'NO CONTACT -- NO ACTIVITY ENTRY POSTED'
               GO TO 0400-EXIT.
           MOVE SPACES TO ACTPOST-ENTRY.
           MOVE RESPONDING-CONTACT-KEY TO ACTV-CONTACT-KEY.
           MOVE 'R' TO ACTV-TYPE.
           MOVE SESSION-EMPLOYEE-ID TO ACTV-EMPLOYEE-ID.
           MOVE ZERO TO ACTV-FOLLOW-UP-DATE.
           MOVE 'R' TO ACTV-SOURCE.
           EVALUATE RESP-TYPE
               WHEN 'O'  MOVE 'ORDER' TO RESPONSE-TYPE-TEXT
               WHEN 'C'  MOVE 'CALL'  TO RESPONSE-TYPE-TEXT
               WHEN OTHER
                         MOVE 'REPLY' TO RESPONSE-TYPE-TEXT
           END-EVALUATE.
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
               RESP-CAMPAIGN-CODE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               RESPONSE-TYPE-TEXT DELIMITED BY SPACE
               ' RESPONSE' DELIMITED BY SIZE
               INTO ACTV-NOTES.
           IF RESPONSE-IS-ORDER AND RESP-ORDER-NUMBER NOT = ZERO
               MOVE SPACES TO ACTV-NOTES
               STRING 'CAMPAIGN ' DELIMITED BY SIZE
                   RESP-CAMPAIGN-CODE DELIMITED BY SPACE
                   ' ORDER RESPONSE, ORDER ' DELIMITED BY SIZE
                   RESP-ORDER-NUMBER DELIMITED BY SIZE
                   INTO ACTV-NOTES.
           DISPLAY 'FOLLOW-UP DATE (BLANK FOR NONE)'.
           ACCEPT INPUT-DATE-TEXT.
           IF INPUT-DATE-TEXT NOT = SPACES
               MOVE INPUT-DATE-TEXT TO DATENTRY-INPUT
               CALL 'DATENTRY' USING DATENTRY-INPUT DATENTRY-OUTPUT
                   DATENTRY-STATUS
               IF DATENTRY-VALID
                   MOVE DATENTRY-OUTPUT TO ACTV-FOLLOW-UP-DATE
               ELSE
                   DISPLAY 'THAT DATE WILL NOT EDIT -- NO FOLLOW-UP '
                       'SET'.
           CALL 'ACTPOST' USING ACTPOST-FUNCTION ACTPOST-ENTRY
               ACTPOST-RETURN.
           IF ACTPOST-RETURN = '00'
               ADD 1 TO ACTIVITIES-POSTED-COUNT
               DISPLAY 'ACTIVITY ENTRY POSTED'
           ELSE
               DISPLAY 'ACTIVITY ENTRY NOT POSTED, CODE '
                   ACTPOST-RETURN.
       0400-EXIT.
           EXIT.

       0420-FIND-CUSTOMER-CONTACT.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               EXIT PARAGRAPH.
           MOVE 'N' TO XREF-EOF-STATUS.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-CUSTOMER-CODE = RESP-CUSTOMER-CODE
                         AND ECX-CONTACT-KEY NOT = SPACES
                           MOVE ECX-CONTACT-KEY
                               TO RESPONDING-CONTACT-KEY
                           MOVE 'Y' TO XREF-EOF-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTERPRISE-XREF.
