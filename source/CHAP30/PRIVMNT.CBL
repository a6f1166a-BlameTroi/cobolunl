       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIVMNT.

      *=================================================================
      * Customer privacy request workstation.  A customer who asks
      * what we hold on them, or asks us to erase it, used to start
      * a hand search of every master; the request is now recorded
      * here on PRIVREQ.DAT, indexed by a request number assigned
      * at entry, and the PRIVRUN batch does the searching:
      *
      *   (A)DD      records a request -- (A)ccess or (E)rasure, the
      *              person it concerns (any identifier ECUSXREF.DAT
      *              knows, found the way XREFMNT finds it), who
      *              asked, the date it was received, and the due
      *              date, thirty days after receipt unless the
      *              operator gives another.
      *   (V)ERIFY   marks the requester's identity checked.  Only
      *              a verified request is worked by PRIVRUN -- no
      *              record is disclosed or erased on an unproven
      *              claim to be the customer.
      *   (C)ANCEL   withdraws a request not yet worked.
      *   (L)IST     shows every request still outstanding with the
      *              days left to its due date.
      *
      * Request status: R received, V verified, C completed by
      * PRIVRUN, X cancelled.  Every step is appended to the
      * request log PRIVLOG.DAT.  The operator is checked through
      * AUTHCHK (system PRIVACY, function 'P') before the session
      * opens.
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-REQUEST-FILE ASSIGN TO "PRIVREQ.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY PRQ-REQUEST-NR
                                       FILE STATUS REQUEST-STATUS.
           SELECT PRIVACY-LOG-FILE     ASSIGN TO "PRIVLOG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS LOG-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-REQUEST-FILE.
       01  PRIVACY-REQUEST-RECORD.
           05  PRQ-REQUEST-NR          PIC 9(6).
           05  PRQ-REQUEST-TYPE        PIC X.
               88  PRQ-IS-ACCESS        VALUE 'A'.
               88  PRQ-IS-ERASURE       VALUE 'E'.
           05  PRQ-ENTERPRISE-NR       PIC 9(6).
           05  PRQ-REQUESTER-NAME      PIC X(30).
           05  PRQ-RECEIVED-DATE       PIC 9(8).
           05  PRQ-DUE-DATE            PIC 9(8).
           05  PRQ-STATUS              PIC X.
               88  PRQ-IS-RECEIVED      VALUE 'R'.
               88  PRQ-IS-VERIFIED      VALUE 'V'.
               88  PRQ-IS-COMPLETED     VALUE 'C'.
               88  PRQ-IS-CANCELLED     VALUE 'X'.
               88  PRQ-IS-OUTSTANDING   VALUES 'R' 'V'.
           05  PRQ-ENTERED-BY          PIC X(20).
           05  PRQ-VERIFIED-BY         PIC X(20).
           05  PRQ-COMPLETED-DATE      PIC 9(8).
           05  PRQ-RECORDS-FOUND       PIC 9(5).
           05  PRQ-RECORDS-ERASED      PIC 9(5).
           05  PRQ-RECORDS-HELD        PIC 9(5).
           05  FILLER                  PIC X(10).

       FD  PRIVACY-LOG-FILE.
       01  PRIVACY-LOG-RECORD.
           05  PLG-LOG-DATE            PIC 9(8).
           05  PLG-LOG-TIME            PIC 9(6).
           05  PLG-REQUEST-NR          PIC 9(6).
           05  PLG-REQUEST-TYPE        PIC X.
           05  PLG-ENTERPRISE-NR       PIC 9(6).
           05  PLG-EVENT               PIC X(10).
           05  PLG-USER-ID             PIC X(20).
           05  PLG-RECORDS-FOUND       PIC 9(5).
           05  PLG-RECORDS-ERASED      PIC 9(5).
           05  PLG-RECORDS-HELD        PIC 9(5).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY.
               10  ECX-CONTACT-LAST    PIC X(30).
               10  ECX-CONTACT-FIRST   PIC X(15).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  CURRENT-TIME-INTEGER    PIC 9(6).
           05  FILLER                  PIC X(7).
       01  REQUEST-STATUS              PIC XX.
       01  LOG-STATUS                  PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  FIELD-REPLY                 PIC X(30).
       01  INPUT-IDENTIFIER            PIC X(30).
       01  INPUT-REQUEST-NR            PIC X(6).
       01  XREF-EOF-STATUS             PIC X.
           88  XREF-END                VALUE 'Y'.
       01  XREF-FOUND-SWITCH           PIC X.
           88  XREF-FOUND              VALUE 'Y'.
       01  REQUEST-EOF-STATUS          PIC X.
           88  REQUEST-END             VALUE 'Y'.
       01  REQUEST-FOUND-SWITCH        PIC X.
           88  REQUEST-ON-FILE         VALUE 'Y'.
       01  ENTRY-VALID-SWITCH          PIC X.
           88  ENTRY-IS-VALID          VALUE 'Y'.
       01  NEXT-REQUEST-NR             PIC 9(6).
       01  RESPONSE-WINDOW-DAYS        PIC 99 VALUE 30.
       01  DUE-SOON-DAYS               PIC 99 VALUE 7.
       01  DAYS-LEFT                   PIC S9(5).
       01  DAYS-LEFT-EDITED            PIC -ZZZ9.
       01  OUTSTANDING-COUNT           PIC 9(4).
       01  REQUEST-TYPE-TEXT           PIC X(7).
       01  DUE-FLAG                    PIC X(8).

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'PRIVACY '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'P'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'CUSTOMER PRIVACY REQUESTS'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO MAINTAIN PRIVACY '
                   'REQUESTS'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN I-O PRIVACY-REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
               OPEN OUTPUT PRIVACY-REQUEST-FILE
               CLOSE PRIVACY-REQUEST-FILE
               OPEN I-O PRIVACY-REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PRIVREQ.DAT, STATUS: '
                   REQUEST-STATUS
               STOP RUN.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               DISPLAY 'NO ECUSXREF.DAT -- RUN XREFBILD FIRST'
               CLOSE PRIVACY-REQUEST-FILE
               STOP RUN.
           OPEN EXTEND PRIVACY-LOG-FILE.
           IF LOG-STATUS NOT = '00'
               OPEN OUTPUT PRIVACY-LOG-FILE.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE PRIVACY-REQUEST-FILE
                 PRIVACY-LOG-FILE
                 ENTERPRISE-XREF.
           STOP RUN.

       0200-MAIN-LOOP.
           DISPLAY '(A)DD, (V)ERIFY, (C)ANCEL, (L)IST OUTSTANDING?'.
           ACCEPT MAINT-CHOICE.
           EVALUATE MAINT-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ADD-REQUEST
               WHEN 'V'
               WHEN 'v'
                   PERFORM 0400-VERIFY-REQUEST
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0500-CANCEL-REQUEST
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0600-LIST-OUTSTANDING
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER A, V, C, OR L'
           END-EVALUATE.
           DISPLAY 'ANOTHER REQUEST? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

      *  The request is tied to the enterprise number, so PRIVRUN
      *  reaches every master the cross-reference links.  The
      *  operator sees whose record was found before anything is
      *  written.
       0300-ADD-REQUEST.
           MOVE SPACES TO PRIVACY-REQUEST-RECORD.
           MOVE 'N' TO ENTRY-VALID-SWITCH.
           DISPLAY 'REQUEST TYPE -- (A)CCESS OR (E)RASURE?'.
           ACCEPT FIELD-REPLY.
           MOVE FUNCTION UPPER-CASE (FIELD-REPLY (1:1))
               TO PRQ-REQUEST-TYPE.
           IF NOT PRQ-IS-ACCESS AND NOT PRQ-IS-ERASURE
               DISPLAY 'THE TYPE MUST BE A OR E -- NOTHING RECORDED'
               EXIT PARAGRAPH.
           DISPLAY 'WHOSE RECORDS -- ENTERPRISE NR, CONTACT LAST '
               'NAME, MAIL HANDLE, CUSTOMER CODE, OR ACCOUNT'.
           ACCEPT INPUT-IDENTIFIER.
           PERFORM 0700-FIND-ENTERPRISE-RECORD.
           IF NOT XREF-FOUND
               DISPLAY 'NOTHING ON THE CROSS-REFERENCE MATCHES -- '
                   'NOTHING RECORDED'
               EXIT PARAGRAPH.
           DISPLAY 'ENTERPRISE ' ECX-ENTERPRISE-NR
               '  (' ECX-MATCH-NAME ')'.
           DISPLAY 'IS THIS THE CUSTOMER? (Y/N)'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:1) NOT = 'Y' AND NOT = 'y'
               DISPLAY 'NOTHING RECORDED'
               EXIT PARAGRAPH.
           MOVE ECX-ENTERPRISE-NR TO PRQ-ENTERPRISE-NR.
           DISPLAY 'REQUESTED BY (NAME)?'.
           ACCEPT PRQ-REQUESTER-NAME.
           IF PRQ-REQUESTER-NAME = SPACES
               DISPLAY 'THE REQUESTER IS REQUIRED -- NOTHING '
                   'RECORDED'
               EXIT PARAGRAPH.
           DISPLAY 'DATE RECEIVED CCYYMMDD (BLANK FOR TODAY)?'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY = SPACES
               MOVE CURRENT-DATE-INTEGER TO PRQ-RECEIVED-DATE
           ELSE
               IF FIELD-REPLY (1:8) NOT NUMERIC
                 OR FIELD-REPLY (9:) NOT = SPACES
                 OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (FIELD-REPLY (1:8))) NOT = 0
                   DISPLAY 'NOT A DATE -- NOTHING RECORDED'
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-REPLY (1:8) TO PRQ-RECEIVED-DATE
           END-IF.
           IF PRQ-RECEIVED-DATE > CURRENT-DATE-INTEGER
               DISPLAY 'A REQUEST CANNOT BE RECEIVED IN THE FUTURE '
                   '-- NOTHING RECORDED'
               EXIT PARAGRAPH.
           COMPUTE PRQ-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PRQ-RECEIVED-DATE)
                + RESPONSE-WINDOW-DAYS).
           DISPLAY 'DUE DATE ' PRQ-DUE-DATE
               ' -- CCYYMMDD TO CHANGE IT, BLANK TO KEEP IT?'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY NOT = SPACES
               IF FIELD-REPLY (1:8) NOT NUMERIC
                 OR FIELD-REPLY (9:) NOT = SPACES
                 OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (FIELD-REPLY (1:8))) NOT = 0
                   DISPLAY 'NOT A DATE -- NOTHING RECORDED'
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-REPLY (1:8) TO PRQ-DUE-DATE
           END-IF.
           IF PRQ-DUE-DATE < PRQ-RECEIVED-DATE
               DISPLAY 'THE DUE DATE IS BEFORE THE REQUEST CAME IN '
                   '-- NOTHING RECORDED'
               EXIT PARAGRAPH.
           PERFORM 0750-ASSIGN-REQUEST-NR.
           MOVE NEXT-REQUEST-NR TO PRQ-REQUEST-NR.
           MOVE 'R' TO PRQ-STATUS.
           MOVE AUTHCHK-USER-ID TO PRQ-ENTERED-BY.
           MOVE ZERO TO PRQ-COMPLETED-DATE
                        PRQ-RECORDS-FOUND
                        PRQ-RECORDS-ERASED
                        PRQ-RECORDS-HELD.
           WRITE PRIVACY-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'REQUEST NOT RECORDED, STATUS: '
                       REQUEST-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'RECEIVED' TO PLG-EVENT.
           PERFORM 0800-LOG-THE-EVENT.
           DISPLAY 'REQUEST ' PRQ-REQUEST-NR ' RECORDED, DUE '
               PRQ-DUE-DATE ' -- VERIFY THE REQUESTER BEFORE '
               'IT IS WORKED'.

       0400-VERIFY-REQUEST.
           PERFORM 0650-READ-REQUEST.
           IF NOT REQUEST-ON-FILE
               EXIT PARAGRAPH.
           IF NOT PRQ-IS-RECEIVED
               DISPLAY 'ONLY A RECEIVED REQUEST CAN BE VERIFIED -- '
                   'THIS ONE IS STATUS ' PRQ-STATUS
               EXIT PARAGRAPH.
           DISPLAY 'HAS THE REQUESTER''S IDENTITY BEEN CHECKED? '
               '(Y/N)'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:1) NOT = 'Y' AND NOT = 'y'
               DISPLAY 'REQUEST LEFT UNVERIFIED'
               EXIT PARAGRAPH.
           MOVE 'V' TO PRQ-STATUS.
           MOVE AUTHCHK-USER-ID TO PRQ-VERIFIED-BY.
           REWRITE PRIVACY-REQUEST-RECORD.
           MOVE 'VERIFIED' TO PLG-EVENT.
           PERFORM 0800-LOG-THE-EVENT.
           DISPLAY 'REQUEST ' PRQ-REQUEST-NR
               ' VERIFIED -- PRIVRUN WILL WORK IT'.

       0500-CANCEL-REQUEST.
           PERFORM 0650-READ-REQUEST.
           IF NOT REQUEST-ON-FILE
               EXIT PARAGRAPH.
           IF NOT PRQ-IS-OUTSTANDING
               DISPLAY 'THAT REQUEST IS NO LONGER OUTSTANDING -- '
                   'STATUS ' PRQ-STATUS
               EXIT PARAGRAPH.
           DISPLAY 'CANCEL REQUEST ' PRQ-REQUEST-NR '? (Y/N)'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:1) NOT = 'Y' AND NOT = 'y'
               DISPLAY 'REQUEST LEFT AS IT WAS'
               EXIT PARAGRAPH.
           MOVE 'X' TO PRQ-STATUS.
           REWRITE PRIVACY-REQUEST-RECORD.
           MOVE 'CANCELLED' TO PLG-EVENT.
           PERFORM 0800-LOG-THE-EVENT.
           DISPLAY 'REQUEST ' PRQ-REQUEST-NR ' CANCELLED'.

       0600-LIST-OUTSTANDING.
           MOVE ZERO TO OUTSTANDING-COUNT.
           MOVE 'N' TO REQUEST-EOF-STATUS.
           MOVE ZERO TO PRQ-REQUEST-NR.
           START PRIVACY-REQUEST-FILE
               KEY IS NOT LESS THAN PRQ-REQUEST-NR
               INVALID KEY
                   MOVE 'Y' TO REQUEST-EOF-STATUS
           END-START.
           PERFORM UNTIL REQUEST-END
               READ PRIVACY-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO REQUEST-EOF-STATUS
                   NOT AT END
                       IF PRQ-IS-OUTSTANDING
                           PERFORM 0610-SHOW-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY OUTSTANDING-COUNT ' REQUESTS OUTSTANDING'.

       0610-SHOW-ONE-REQUEST.
           ADD 1 TO OUTSTANDING-COUNT.
           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (PRQ-DUE-DATE)
             - FUNCTION INTEGER-OF-DATE (CURRENT-DATE-INTEGER).
           MOVE DAYS-LEFT TO DAYS-LEFT-EDITED.
           IF PRQ-IS-ACCESS
               MOVE 'ACCESS' TO REQUEST-TYPE-TEXT
           ELSE
               MOVE 'ERASURE' TO REQUEST-TYPE-TEXT.
           EVALUATE TRUE
               WHEN DAYS-LEFT < ZERO
                   MOVE 'OVERDUE' TO DUE-FLAG
               WHEN DAYS-LEFT NOT > DUE-SOON-DAYS
                   MOVE 'DUE SOON' TO DUE-FLAG
               WHEN OTHER
                   MOVE SPACES TO DUE-FLAG
           END-EVALUATE.
           DISPLAY PRQ-REQUEST-NR ' ' REQUEST-TYPE-TEXT
               ' ENT ' PRQ-ENTERPRISE-NR
               ' STATUS ' PRQ-STATUS
               ' DUE ' PRQ-DUE-DATE
               DAYS-LEFT-EDITED ' DAYS ' DUE-FLAG.
           DISPLAY '       REQUESTED BY ' PRQ-REQUESTER-NAME.

       0650-READ-REQUEST.
           MOVE 'N' TO REQUEST-FOUND-SWITCH.
           DISPLAY 'REQUEST NUMBER?'.
           ACCEPT INPUT-REQUEST-NR.
           IF INPUT-REQUEST-NR NOT NUMERIC
               DISPLAY 'A REQUEST NUMBER IS SIX DIGITS'
               EXIT PARAGRAPH.
           MOVE INPUT-REQUEST-NR TO PRQ-REQUEST-NR.
           READ PRIVACY-REQUEST-FILE
               INVALID KEY
                   DISPLAY 'NO REQUEST ' INPUT-REQUEST-NR
               NOT INVALID KEY
                   MOVE 'Y' TO REQUEST-FOUND-SWITCH
                   DISPLAY 'REQUEST ' PRQ-REQUEST-NR
                       ' TYPE ' PRQ-REQUEST-TYPE
                       ' ENT ' PRQ-ENTERPRISE-NR
                       ' BY ' PRQ-REQUESTER-NAME
           END-READ.

      *  The same walk XREFMNT uses: an enterprise number reads
      *  directly, any other identifier is matched front to back.
       0700-FIND-ENTERPRISE-RECORD.
           MOVE 'N' TO XREF-FOUND-SWITCH
                       XREF-EOF-STATUS.
           IF INPUT-IDENTIFIER (1:6) NUMERIC
               MOVE INPUT-IDENTIFIER (1:6) TO ECX-ENTERPRISE-NR
               READ ENTERPRISE-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO XREF-FOUND-SWITCH
               END-READ
               IF XREF-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO ECX-ENTERPRISE-NR.
           START ENTERPRISE-XREF
               KEY IS NOT LESS THAN ECX-ENTERPRISE-NR
               INVALID KEY
                   MOVE 'Y' TO XREF-EOF-STATUS
           END-START.
           PERFORM UNTIL XREF-END OR XREF-FOUND
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-CONTACT-LAST = INPUT-IDENTIFIER
                         OR ECX-MAIL-HANDLE =
                               INPUT-IDENTIFIER (1:16)
                         OR ECX-CUSTOMER-CODE =
                               INPUT-IDENTIFIER (1:6)
                         OR ECX-BILLING-ACCOUNT =
                               INPUT-IDENTIFIER (1:8)
                           MOVE 'Y' TO XREF-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      *  Request numbers run on from the highest on file; the file
      *  holds one record per request, so the walk is cheap.
       0750-ASSIGN-REQUEST-NR.
           MOVE ZERO TO NEXT-REQUEST-NR.
           MOVE 'N' TO REQUEST-EOF-STATUS.
           MOVE ZERO TO PRQ-REQUEST-NR.
           START PRIVACY-REQUEST-FILE
               KEY IS NOT LESS THAN PRQ-REQUEST-NR
               INVALID KEY
                   MOVE 'Y' TO REQUEST-EOF-STATUS
           END-START.
           PERFORM UNTIL REQUEST-END
               READ PRIVACY-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO REQUEST-EOF-STATUS
                   NOT AT END
                       MOVE PRQ-REQUEST-NR TO NEXT-REQUEST-NR
               END-READ
           END-PERFORM.
           ADD 1 TO NEXT-REQUEST-NR.

       0800-LOG-THE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE CURRENT-DATE-INTEGER TO PLG-LOG-DATE.
           MOVE CURRENT-TIME-INTEGER TO PLG-LOG-TIME.
           MOVE PRQ-REQUEST-NR TO PLG-REQUEST-NR.
           MOVE PRQ-REQUEST-TYPE TO PLG-REQUEST-TYPE.
           MOVE PRQ-ENTERPRISE-NR TO PLG-ENTERPRISE-NR.
           MOVE AUTHCHK-USER-ID TO PLG-USER-ID.
           MOVE PRQ-RECORDS-FOUND TO PLG-RECORDS-FOUND.
           MOVE PRQ-RECORDS-ERASED TO PLG-RECORDS-ERASED.
           MOVE PRQ-RECORDS-HELD TO PLG-RECORDS-HELD.
           WRITE PRIVACY-LOG-RECORD.
