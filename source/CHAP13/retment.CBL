       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Retment.

      *  Returned-mail entry console, in the MAINPRG2 dialog style.
      *  Paper mail the post office sends back undeliverable is
      *  keyed (or scanned -- a scanner types the key for us) here
      *  by what the piece was addressed from:
      *
      *    (M) the CHAPT08.DAT mailing handle,
      *    (C) the CONTACT.DAT contact key, last then first name,
      *    (A) the billing account, for statements and dunning
      *        letters -- the address is the one BILLADDR gives
      *        the account, so it is whatever the piece went to,
      *
      *  with the USPS return reason.  The address that came back
      *  is marked undeliverable on RETMAIL.DAT against the record
      *  it was taken from, and, through the ECUSXREF.DAT cross-
      *  reference, against every linked contact, mailing master,
      *  order customer (CUSTMAST), and bill-to override that
      *  carries the same address -- the other masters would only
      *  send the next piece to the same dead address.  Linked
      *  records at a different address are left alone.
      *
      *  The mailing runs ask RETMCHK before mailing and leave
      *  marked addresses out.  A mark needs no clearing by hand:
      *  it lapses once MOVEUPDT or a maintenance screen gives the
      *  record a new address.  (R)EMOVE is for a piece that came
      *  back in error; (I)NQUIRE shows a mark.
      *
      *  The operator is checked through AUTHCHK (system BILLING,
      *  function 'U') before the session opens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE   ASSIGN TO "RETMAIL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY RTM-KEY
                                       FILE STATUS IS RETMAIL-STATUS.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS BILLING-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS IS XREF-STATUS.
           SELECT CONTACT              ASSIGN TO "CONTACT.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CONTACT-KEY
                                       FILE STATUS IS CONTACT-STATUS.
           SELECT MASTER-FILE          ASSIGN TO "CHAPT08.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MASTER-HANDLE
                                       FILE STATUS IS MASTER-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS IS CUSTOMER-STATUS.
           SELECT BILL-TO-FILE         ASSIGN TO "BILLTO.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY BTO-ACCOUNT-NR
                                       FILE STATUS IS BILLTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RTM-KEY.
               10  RTM-SOURCE          PIC X.
               10  RTM-SOURCE-KEY      PIC X(45).
           05  RTM-NAME                PIC X(30).
           05  RTM-STREET              PIC X(80).
           05  RTM-CITY                PIC X(50).
           05  RTM-STATE               PIC XX.
           05  RTM-ZIP                 PIC X(10).
           05  RTM-REASON              PIC XX.
           05  RTM-RETURN-DATE         PIC 9(8).
           05  RTM-ENTERED-BY          PIC X(20).
           05  RTM-KEYED-AS            PIC X.
           05  RTM-KEYED-VALUE         PIC X(45).
           05  FILLER                  PIC X(10).

       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  FILLER                  PIC X(51).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-HANDLE           PIC X(16).
           05  MASTER-NAME             PIC X(30).
           05  MASTER-ADDRESS          PIC X(50).
           05  MASTER-CITY             PIC X(30).
           05  MASTER-STATE            PIC XX.
           05  MASTER-POSTAL-CODE      PIC X(10).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  FILLER                  PIC X(7).

       FD  BILL-TO-FILE.
       01  BILL-TO-RECORD.
           05  BTO-ACCOUNT-NR          PIC X(8).
           05  BTO-NAME                PIC X(30).
           05  BTO-STREET              PIC X(40).
           05  BTO-CITY                PIC X(25).
           05  BTO-STATE               PIC XX.
           05  BTO-ZIP                 PIC X(10).
           05  BTO-MAINTAINED-DATE     PIC 9(8).
           05  BTO-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(7).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  RETMAIL-STATUS              PIC XX.
       01  BILLING-STATUS              PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  CONTACT-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  BILLTO-STATUS               PIC XX.
       01  BILLING-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  BILLING-ON-HAND         VALUE 'Y'.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  CUSTOMER-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  CUSTOMER-ON-HAND        VALUE 'Y'.
       01  BILLTO-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  BILLTO-ON-HAND          VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X VALUE 'N'.
           88  XREF-END                VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  FIELD-REPLY                 PIC X(40).
       01  ENTRY-VALID-SWITCH          PIC X.
           88  ENTRY-IS-VALID          VALUE 'Y'.
       01  MARK-FOUND-SWITCH           PIC X.
           88  MARK-ON-FILE            VALUE 'Y'.
       01  RECORD-FOUND-SWITCH         PIC X.
           88  RECORD-FOUND            VALUE 'Y'.

       01  KEYED-AS                    PIC X.
       01  KEYED-VALUE                 PIC X(45).
       01  INPUT-CONTACT-KEY.
           05  INPUT-LAST-NAME         PIC X(30).
           05  INPUT-FIRST-NAME        PIC X(15).
       01  MARK-SOURCE                 PIC X.
       01  MARK-SOURCE-KEY             PIC X(45).
       01  RETURN-REASON               PIC XX.

       01  RETURNED-ADDRESS.
           05  RETURNED-NAME           PIC X(30).
           05  RETURNED-STREET         PIC X(80).
           05  RETURNED-CITY           PIC X(50).
           05  RETURNED-STATE          PIC XX.
           05  RETURNED-ZIP            PIC X(10).
       01  RETURNED-SIGNATURE          PIC X(40).
       01  CANDIDATE-ADDRESS.
           05  CANDIDATE-NAME          PIC X(30).
           05  CANDIDATE-STREET        PIC X(80).
           05  CANDIDATE-CITY          PIC X(50).
           05  CANDIDATE-STATE         PIC XX.
           05  CANDIDATE-ZIP           PIC X(10).
       01  MARKED-COUNT                PIC 99.
       01  SOURCE-DESCRIPTION          PIC X(16).

       01  NR-CANDIDATES               PIC 99.
       01  CANDIDATE-SUB               PIC 99.
       01  CANDIDATE-FOUND-SUB         PIC 99.
       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 40 TIMES.
               10  CND-SOURCE          PIC X.
               10  CND-KEY             PIC X(45).
       01  ADD-SOURCE                  PIC X.
       01  ADD-KEY                     PIC X(45).

       01  NR-XREF-LINKS               PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-LINK-TABLE.
           05  XREF-LINK-ENTRY OCCURS 3000 TIMES.
               10  XTBL-CONTACT-KEY    PIC X(45).
               10  XTBL-MAIL-HANDLE    PIC X(16).
               10  XTBL-CUSTOMER-CODE  PIC X(6).
               10  XTBL-BILLING-ACCOUNT PIC X(8).
       01  XREF-LINK-MATCH-SWITCH      PIC X.
           88  XREF-LINK-MATCHES       VALUE 'Y'.

       01  NORMALIZE-WORK              PIC X(40).
       01  SQUEEZE-WORK                PIC X(40).
       01  SQUEEZE-SUB                 PIC 99.
       01  SQUEEZE-PTR                 PIC 99.

      *  USPS return endorsements the console accepts.
       01  RETURN-REASON-LIST.
           05  FILLER PIC X(24) VALUE 'ANATTEMPTED - NOT KNOWN'.
           05  FILLER PIC X(24) VALUE 'IAINSUFFICIENT ADDRESS'.
           05  FILLER PIC X(24) VALUE 'NNNO SUCH NUMBER'.
           05  FILLER PIC X(24) VALUE 'NSNO SUCH STREET'.
           05  FILLER PIC X(24) VALUE 'VCVACANT'.
           05  FILLER PIC X(24) VALUE 'MLMOVED, LEFT NO ADDRESS'.
           05  FILLER PIC X(24) VALUE 'FEFORWARD ORDER EXPIRED'.
           05  FILLER PIC X(24) VALUE 'UFUNABLE TO FORWARD'.
           05  FILLER PIC X(24) VALUE 'NRNO MAIL RECEPTACLE'.
           05  FILLER PIC X(24) VALUE 'RFREFUSED'.
           05  FILLER PIC X(24) VALUE 'UCUNCLAIMED'.
           05  FILLER PIC X(24) VALUE 'DCDECEASED'.
       01  RETURN-REASON-TABLE REDEFINES RETURN-REASON-LIST.
           05  RETURN-REASON-ENTRY OCCURS 12 TIMES.
               10  RRT-CODE            PIC XX.
               10  RRT-DESCRIPTION     PIC X(22).
       01  REASON-SUB                  PIC 99.
       01  REASON-FOUND-SUB            PIC 99.

       01  BILLADDR-ACCOUNT-NR         PIC X(8).
       01  BILLADDR-ADDRESS.
           05  BA-NAME                 PIC X(30).
           05  BA-STREET               PIC X(40).
           05  BA-CITY                 PIC X(25).
           05  BA-STATE                PIC XX.
           05  BA-ZIP                  PIC X(10).
           05  BA-SOURCE               PIC X.
       01  BILLADDR-RETURN             PIC XX.
           88  BILL-TO-RESOLVED        VALUE '00'.

       01  AUTHCHK-USER-ID             PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'BILLING '.
       01  AUTHCHK-FUNCTION            PIC X VALUE 'U'.
       01  AUTHCHK-RETURN              PIC XX.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'RETURNED MAIL ENTRY'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT AUTHCHK-USER-ID FROM ENVIRONMENT-VALUE.
           CALL 'AUTHCHK' USING AUTHCHK-USER-ID AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO ENTER RETURNED '
                   'MAIL'
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN I-O RETURNED-MAIL-FILE.
           IF RETMAIL-STATUS NOT = '00'
               OPEN OUTPUT RETURNED-MAIL-FILE
               CLOSE RETURNED-MAIL-FILE
               OPEN I-O RETURNED-MAIL-FILE.
           IF RETMAIL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETMAIL.DAT, STATUS: '
                   RETMAIL-STATUS
               STOP RUN.
           PERFORM 0150-OPEN-MASTERS.
           PERFORM 0170-LOAD-XREF-LINKS.
           PERFORM 0200-MAIN-LOOP THRU 0200-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE RETURNED-MAIL-FILE.
           IF BILLING-ON-HAND
               CLOSE BILLING-MASTER.
           IF CONTACT-ON-HAND
               CLOSE CONTACT.
           IF MASTER-ON-HAND
               CLOSE MASTER-FILE.
           IF CUSTOMER-ON-HAND
               CLOSE CUSTOMER-MASTER.
           IF BILLTO-ON-HAND
               CLOSE BILL-TO-FILE.
           STOP RUN.

      *  A master that is not on hand is simply never marked.
       0150-OPEN-MASTERS.
           OPEN INPUT BILLING-MASTER.
           IF BILLING-STATUS = '00'
               MOVE 'Y' TO BILLING-ON-HAND-SWITCH.
           OPEN INPUT CONTACT.
           IF CONTACT-STATUS = '00'
               MOVE 'Y' TO CONTACT-ON-HAND-SWITCH.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-ON-HAND-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-ON-HAND-SWITCH.
           OPEN INPUT BILL-TO-FILE.
           IF BILLTO-STATUS = '00'
               MOVE 'Y' TO BILLTO-ON-HAND-SWITCH.

      *  The cross-reference is keyed by enterprise number, so its
      *  links are gathered into a table once for the session.
       0170-LOAD-XREF-LINKS.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF NR-XREF-LINKS < 3000
                           ADD 1 TO NR-XREF-LINKS
                           MOVE ECX-CONTACT-KEY
                               TO XTBL-CONTACT-KEY (NR-XREF-LINKS)
                           MOVE ECX-MAIL-HANDLE
                               TO XTBL-MAIL-HANDLE (NR-XREF-LINKS)
                           MOVE ECX-CUSTOMER-CODE
                               TO XTBL-CUSTOMER-CODE (NR-XREF-LINKS)
                           MOVE ECX-BILLING-ACCOUNT
                               TO XTBL-BILLING-ACCOUNT
                                   (NR-XREF-LINKS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTERPRISE-XREF.

       0200-MAIN-LOOP.
           DISPLAY '(E)NTER A RETURN, (R)EMOVE A MARK, (I)NQUIRE?'.
           ACCEPT MAINT-CHOICE.
           EVALUATE MAINT-CHOICE
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0300-ENTER-RETURN
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0600-REMOVE-MARK
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0650-INQUIRE-MARK
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER E, R, OR I'
           END-EVALUATE.
           DISPLAY 'ANOTHER? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0200-EXIT.
           EXIT.

       0300-ENTER-RETURN.
           PERFORM 0310-ACCEPT-RETURN-KEY.
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH.
           PERFORM 0320-FIND-RETURNED-ADDRESS.
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH.
           DISPLAY 'MAILED TO:      ' RETURNED-NAME.
           DISPLAY 'STREET:         ' RETURNED-STREET.
           DISPLAY 'CITY/STATE/ZIP: ' RETURNED-CITY (1:30) ' '
               RETURNED-STATE ' ' RETURNED-ZIP.
           PERFORM 0340-ACCEPT-RETURN-REASON.
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH.
           DISPLAY 'MARK THIS ADDRESS UNDELIVERABLE? (Y/N)'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:1) NOT = 'Y' AND NOT = 'y'
               DISPLAY 'NOTHING MARKED'
               EXIT PARAGRAPH.
           MOVE RETURNED-STREET TO NORMALIZE-WORK.
           PERFORM 0800-NORMALIZE-STREET.
           MOVE NORMALIZE-WORK TO RETURNED-SIGNATURE.
           PERFORM 0400-GATHER-CANDIDATES.
           MOVE ZERO TO MARKED-COUNT.
           PERFORM VARYING CANDIDATE-SUB FROM 1 BY 1
               UNTIL CANDIDATE-SUB > NR-CANDIDATES
               PERFORM 0500-MARK-CANDIDATE
           END-PERFORM.
           IF MARKED-COUNT = ZERO
               DISPLAY 'NO RECORD STILL CARRIES THAT ADDRESS -- '
                   'NOTHING MARKED'
           ELSE
               DISPLAY MARKED-COUNT ' RECORD(S) MARKED -- NO MORE '
                   'MAIL GOES TO THIS ADDRESS UNTIL IT IS CHANGED'.

       0310-ACCEPT-RETURN-KEY.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           MOVE SPACES TO KEYED-VALUE.
           DISPLAY 'RETURN KEYED BY (M)AILING HANDLE, (C)ONTACT, '
               'OR (A)CCOUNT?'.
           ACCEPT KEYED-AS.
           INSPECT KEYED-AS CONVERTING 'mca' TO 'MCA'.
           EVALUATE KEYED-AS
               WHEN 'M'
                   DISPLAY 'MAILING HANDLE?'
                   ACCEPT FIELD-REPLY
                   MOVE FIELD-REPLY (1:16) TO KEYED-VALUE
               WHEN 'C'
                   PERFORM 0315-ACCEPT-CONTACT-KEY
                   MOVE INPUT-CONTACT-KEY TO KEYED-VALUE
               WHEN 'A'
                   DISPLAY 'BILLING ACCOUNT NUMBER?'
                   ACCEPT FIELD-REPLY
                   MOVE FIELD-REPLY (1:8) TO KEYED-VALUE
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER M, C, OR A'
                   MOVE 'N' TO ENTRY-VALID-SWITCH
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF KEYED-VALUE = SPACES
               DISPLAY 'A KEY IS REQUIRED'
               MOVE 'N' TO ENTRY-VALID-SWITCH.

       0315-ACCEPT-CONTACT-KEY.
           DISPLAY 'CONTACT LAST NAME?'.
           ACCEPT FIELD-REPLY.
           MOVE FIELD-REPLY (1:30) TO INPUT-LAST-NAME.
           DISPLAY 'CONTACT FIRST NAME?'.
           ACCEPT FIELD-REPLY.
           MOVE FIELD-REPLY (1:15) TO INPUT-FIRST-NAME.

      *  The address that came back is the one the keyed record
      *  carries now -- for an account, the one BILLADDR hands the
      *  statement and dunning runs.
       0320-FIND-RETURNED-ADDRESS.
           MOVE SPACES TO RETURNED-ADDRESS.
           EVALUATE KEYED-AS
               WHEN 'M'
                   MOVE 'M' TO MARK-SOURCE
               WHEN 'C'
                   MOVE 'C' TO MARK-SOURCE
               WHEN 'A'
                   PERFORM 0330-FIND-ACCOUNT-ADDRESS
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE KEYED-VALUE TO MARK-SOURCE-KEY.
           PERFORM 0550-READ-SOURCE-RECORD.
           IF NOT RECORD-FOUND
               DISPLAY 'NOT ON FILE: ' KEYED-VALUE
               MOVE 'N' TO ENTRY-VALID-SWITCH
               EXIT PARAGRAPH.
           MOVE CANDIDATE-ADDRESS TO RETURNED-ADDRESS.
           IF RETURNED-STREET = SPACES
               DISPLAY 'THAT RECORD HAS NO STREET ADDRESS -- '
                   'NOTHING TO MARK'
               MOVE 'N' TO ENTRY-VALID-SWITCH.

       0330-FIND-ACCOUNT-ADDRESS.
           IF BILLING-ON-HAND
               MOVE KEYED-VALUE TO MSTR-ACCOUNT-NR
               READ BILLING-MASTER
                   INVALID KEY
                       DISPLAY 'NO BILLING ACCOUNT ' KEYED-VALUE (1:8)
                       MOVE 'N' TO ENTRY-VALID-SWITCH
               END-READ
               IF NOT ENTRY-IS-VALID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE KEYED-VALUE TO BILLADDR-ACCOUNT-NR.
           CALL 'BILLADDR' USING BILLADDR-ACCOUNT-NR
               BILLADDR-ADDRESS BILLADDR-RETURN.
           IF NOT BILL-TO-RESOLVED
               DISPLAY 'THE ACCOUNT HAS NO ADDRESS ON FILE -- '
                   'NOTHING TO MARK'
               MOVE 'N' TO ENTRY-VALID-SWITCH
               EXIT PARAGRAPH.
           MOVE BA-NAME TO RETURNED-NAME.
           MOVE BA-STREET TO RETURNED-STREET.
           MOVE BA-CITY TO RETURNED-CITY.
           MOVE BA-STATE TO RETURNED-STATE.
           MOVE BA-ZIP TO RETURNED-ZIP.

       0340-ACCEPT-RETURN-REASON.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 12
               DISPLAY '  ' RRT-CODE (REASON-SUB) '  '
                   RRT-DESCRIPTION (REASON-SUB)
           END-PERFORM.
           DISPLAY 'USPS RETURN REASON?'.
           ACCEPT FIELD-REPLY.
           MOVE FIELD-REPLY (1:2) TO RETURN-REASON.
           INSPECT RETURN-REASON CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 0345-FIND-RETURN-REASON.
           IF REASON-FOUND-SUB = ZERO
               DISPLAY 'NOT A RETURN REASON: ' RETURN-REASON
               MOVE 'N' TO ENTRY-VALID-SWITCH.

       0345-FIND-RETURN-REASON.
           MOVE ZERO TO REASON-FOUND-SUB.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 12
                  OR REASON-FOUND-SUB > ZERO
               IF RRT-CODE (REASON-SUB) = RETURN-REASON
                   MOVE REASON-SUB TO REASON-FOUND-SUB
               END-IF
           END-PERFORM.

      *  The keyed record (or, for an account, its bill-to
      *  override) and everything the cross-reference links to
      *  the same handle, contact, or account.
       0400-GATHER-CANDIDATES.
           MOVE ZERO TO NR-CANDIDATES.
           IF KEYED-AS = 'A'
               MOVE 'O' TO ADD-SOURCE
           ELSE
               MOVE KEYED-AS TO ADD-SOURCE.
           MOVE KEYED-VALUE TO ADD-KEY.
           PERFORM 0450-ADD-CANDIDATE.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-LINKS
               MOVE 'N' TO XREF-LINK-MATCH-SWITCH
               EVALUATE KEYED-AS
                   WHEN 'M'
                       IF XTBL-MAIL-HANDLE (XREF-SUB) =
                               KEYED-VALUE (1:16)
                           MOVE 'Y' TO XREF-LINK-MATCH-SWITCH
                       END-IF
                   WHEN 'C'
                       IF XTBL-CONTACT-KEY (XREF-SUB) = KEYED-VALUE
                           MOVE 'Y' TO XREF-LINK-MATCH-SWITCH
                       END-IF
                   WHEN 'A'
                       IF XTBL-BILLING-ACCOUNT (XREF-SUB) =
                               KEYED-VALUE (1:8)
                           MOVE 'Y' TO XREF-LINK-MATCH-SWITCH
                       END-IF
               END-EVALUATE
               IF XREF-LINK-MATCHES
                   PERFORM 0420-ADD-LINKED-RECORDS
               END-IF
           END-PERFORM.

       0420-ADD-LINKED-RECORDS.
           IF XTBL-CONTACT-KEY (XREF-SUB) NOT = SPACES
               MOVE 'C' TO ADD-SOURCE
               MOVE XTBL-CONTACT-KEY (XREF-SUB) TO ADD-KEY
               PERFORM 0450-ADD-CANDIDATE.
           IF XTBL-MAIL-HANDLE (XREF-SUB) NOT = SPACES
               MOVE 'M' TO ADD-SOURCE
               MOVE XTBL-MAIL-HANDLE (XREF-SUB) TO ADD-KEY
               PERFORM 0450-ADD-CANDIDATE.
           IF XTBL-CUSTOMER-CODE (XREF-SUB) NOT = SPACES
               MOVE 'U' TO ADD-SOURCE
               MOVE XTBL-CUSTOMER-CODE (XREF-SUB) TO ADD-KEY
               PERFORM 0450-ADD-CANDIDATE.
           IF XTBL-BILLING-ACCOUNT (XREF-SUB) NOT = SPACES
               MOVE 'O' TO ADD-SOURCE
               MOVE XTBL-BILLING-ACCOUNT (XREF-SUB) TO ADD-KEY
               PERFORM 0450-ADD-CANDIDATE.

       0450-ADD-CANDIDATE.
           MOVE ZERO TO CANDIDATE-FOUND-SUB.
           PERFORM VARYING CANDIDATE-SUB FROM 1 BY 1
               UNTIL CANDIDATE-SUB > NR-CANDIDATES
                  OR CANDIDATE-FOUND-SUB > ZERO
               IF CND-SOURCE (CANDIDATE-SUB) = ADD-SOURCE
                 AND CND-KEY (CANDIDATE-SUB) = ADD-KEY
                   MOVE CANDIDATE-SUB TO CANDIDATE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF CANDIDATE-FOUND-SUB = ZERO
             AND NR-CANDIDATES < 40
               ADD 1 TO NR-CANDIDATES
               MOVE ADD-SOURCE TO CND-SOURCE (NR-CANDIDATES)
               MOVE ADD-KEY TO CND-KEY (NR-CANDIDATES).

      *  Only a record still carrying the returned address is
      *  marked, and the mark keeps that record's own copy of it
      *  so RETMCHK can tell when the record has been given a new
      *  one.  A piece returned again just freshens the mark.
       0500-MARK-CANDIDATE.
           MOVE CND-SOURCE (CANDIDATE-SUB) TO MARK-SOURCE.
           MOVE CND-KEY (CANDIDATE-SUB) TO MARK-SOURCE-KEY.
           PERFORM 0550-READ-SOURCE-RECORD.
           IF NOT RECORD-FOUND
             OR CANDIDATE-STREET = SPACES
             OR CANDIDATE-STATE NOT = RETURNED-STATE
               EXIT PARAGRAPH.
           MOVE CANDIDATE-STREET TO NORMALIZE-WORK.
           PERFORM 0800-NORMALIZE-STREET.
           IF NORMALIZE-WORK NOT = RETURNED-SIGNATURE
               EXIT PARAGRAPH.
           PERFORM 0570-READ-MARK.
           MOVE CANDIDATE-NAME TO RTM-NAME.
           MOVE CANDIDATE-STREET TO RTM-STREET.
           MOVE CANDIDATE-CITY TO RTM-CITY.
           MOVE CANDIDATE-STATE TO RTM-STATE.
           MOVE CANDIDATE-ZIP TO RTM-ZIP.
           MOVE RETURN-REASON TO RTM-REASON.
           MOVE CURRENT-DATE-INTEGER TO RTM-RETURN-DATE.
           MOVE AUTHCHK-USER-ID TO RTM-ENTERED-BY.
           MOVE KEYED-AS TO RTM-KEYED-AS.
           MOVE KEYED-VALUE TO RTM-KEYED-VALUE.
           IF MARK-ON-FILE
               REWRITE RETURNED-MAIL-RECORD
           ELSE
               WRITE RETURNED-MAIL-RECORD.
           ADD 1 TO MARKED-COUNT.
           PERFORM 0590-DESCRIBE-SOURCE.
           DISPLAY '  MARKED ' SOURCE-DESCRIPTION ' '
               MARK-SOURCE-KEY.

       0550-READ-SOURCE-RECORD.
           MOVE 'N' TO RECORD-FOUND-SWITCH.
           MOVE SPACES TO CANDIDATE-ADDRESS.
           EVALUATE MARK-SOURCE
               WHEN 'M'
                   IF MASTER-ON-HAND
                       MOVE MARK-SOURCE-KEY TO MASTER-HANDLE
                       READ MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO RECORD-FOUND-SWITCH
                               MOVE MASTER-NAME TO CANDIDATE-NAME
                               MOVE MASTER-ADDRESS TO CANDIDATE-STREET
                               MOVE MASTER-CITY TO CANDIDATE-CITY
                               MOVE MASTER-STATE TO CANDIDATE-STATE
                               MOVE MASTER-POSTAL-CODE
                                   TO CANDIDATE-ZIP
                       END-READ
                   END-IF
               WHEN 'C'
                   IF CONTACT-ON-HAND
                       MOVE MARK-SOURCE-KEY TO CONTACT-KEY
                       READ CONTACT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO RECORD-FOUND-SWITCH
                               PERFORM 0560-FORM-CONTACT-NAME
                               MOVE CONTACT-STREET
                                   TO CANDIDATE-STREET
                               MOVE CONTACT-CITY TO CANDIDATE-CITY
                               MOVE CONTACT-STATE TO CANDIDATE-STATE
                               MOVE CONTACT-ZIP TO CANDIDATE-ZIP
                       END-READ
                   END-IF
               WHEN 'U'
                   IF CUSTOMER-ON-HAND
                       MOVE MARK-SOURCE-KEY TO CUST-CODE
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO RECORD-FOUND-SWITCH
                               MOVE CUST-NAME TO CANDIDATE-NAME
                               MOVE CUST-ADDRESS TO CANDIDATE-STREET
                               MOVE CUST-CITY TO CANDIDATE-CITY
                               MOVE CUST-STATE TO CANDIDATE-STATE
                       END-READ
                   END-IF
               WHEN 'O'
                   IF BILLTO-ON-HAND
                       MOVE MARK-SOURCE-KEY TO BTO-ACCOUNT-NR
                       READ BILL-TO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO RECORD-FOUND-SWITCH
                               MOVE BTO-NAME TO CANDIDATE-NAME
                               MOVE BTO-STREET TO CANDIDATE-STREET
                               MOVE BTO-CITY TO CANDIDATE-CITY
                               MOVE BTO-STATE TO CANDIDATE-STATE
                               MOVE BTO-ZIP TO CANDIDATE-ZIP
                       END-READ
                   END-IF
           END-EVALUATE.

       0560-FORM-CONTACT-NAME.
           STRING CONTACT-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CONTACT-LAST-NAME DELIMITED BY '  '
               INTO CANDIDATE-NAME.
           IF CONTACT-FIRST-NAME = SPACES
               MOVE CONTACT-LAST-NAME TO CANDIDATE-NAME.

       0570-READ-MARK.
           MOVE 'N' TO MARK-FOUND-SWITCH.
           MOVE MARK-SOURCE TO RTM-SOURCE.
           MOVE MARK-SOURCE-KEY TO RTM-SOURCE-KEY.
           READ RETURNED-MAIL-FILE
               INVALID KEY
                   MOVE SPACES TO RETURNED-MAIL-RECORD
                   MOVE MARK-SOURCE TO RTM-SOURCE
                   MOVE MARK-SOURCE-KEY TO RTM-SOURCE-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO MARK-FOUND-SWITCH
           END-READ.

       0590-DESCRIBE-SOURCE.
           EVALUATE MARK-SOURCE
               WHEN 'M'
                   MOVE 'MAILING MASTER' TO SOURCE-DESCRIPTION
               WHEN 'C'
                   MOVE 'CONTACT' TO SOURCE-DESCRIPTION
               WHEN 'U'
                   MOVE 'ORDER CUSTOMER' TO SOURCE-DESCRIPTION
               WHEN OTHER
                   MOVE 'BILL-TO OVERRIDE' TO SOURCE-DESCRIPTION
           END-EVALUATE.

       0600-REMOVE-MARK.
           PERFORM 0610-ACCEPT-MARK-KEY.
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH.
           PERFORM 0570-READ-MARK.
           IF NOT MARK-ON-FILE
               DISPLAY 'NO RETURNED-MAIL MARK ON FILE FOR THAT RECORD'
               EXIT PARAGRAPH.
           PERFORM 0660-DISPLAY-MARK.
           DISPLAY 'REMOVE THIS MARK? (Y/N)'.
           ACCEPT FIELD-REPLY.
           IF FIELD-REPLY (1:1) = 'Y' OR 'y'
               DELETE RETURNED-MAIL-FILE RECORD
               DISPLAY 'MARK REMOVED -- THE ADDRESS MAILS AGAIN'
           ELSE
               DISPLAY 'MARK KEPT'.

       0610-ACCEPT-MARK-KEY.
           MOVE 'Y' TO ENTRY-VALID-SWITCH.
           MOVE SPACES TO MARK-SOURCE-KEY.
           DISPLAY 'MARK ON (M)AILING MASTER, (C)ONTACT, (U) ORDER '
               'CUSTOMER, OR (O) BILL-TO OVERRIDE?'.
           ACCEPT MARK-SOURCE.
           INSPECT MARK-SOURCE CONVERTING 'mcuo' TO 'MCUO'.
           EVALUATE MARK-SOURCE
               WHEN 'M'
                   DISPLAY 'MAILING HANDLE?'
                   ACCEPT FIELD-REPLY
                   MOVE FIELD-REPLY (1:16) TO MARK-SOURCE-KEY
               WHEN 'C'
                   PERFORM 0315-ACCEPT-CONTACT-KEY
                   MOVE INPUT-CONTACT-KEY TO MARK-SOURCE-KEY
               WHEN 'U'
                   DISPLAY 'CUSTOMER CODE?'
                   ACCEPT FIELD-REPLY
                   MOVE FIELD-REPLY (1:6) TO MARK-SOURCE-KEY
               WHEN 'O'
                   DISPLAY 'BILLING ACCOUNT NUMBER?'
                   ACCEPT FIELD-REPLY
                   MOVE FIELD-REPLY (1:8) TO MARK-SOURCE-KEY
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER M, C, U, OR O'
                   MOVE 'N' TO ENTRY-VALID-SWITCH
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF MARK-SOURCE-KEY = SPACES
               DISPLAY 'A KEY IS REQUIRED'
               MOVE 'N' TO ENTRY-VALID-SWITCH.

       0650-INQUIRE-MARK.
           PERFORM 0610-ACCEPT-MARK-KEY.
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH.
           PERFORM 0570-READ-MARK.
           IF MARK-ON-FILE
               PERFORM 0660-DISPLAY-MARK
           ELSE
               DISPLAY 'NO RETURNED-MAIL MARK ON FILE FOR THAT '
                   'RECORD'.

       0660-DISPLAY-MARK.
           MOVE RTM-REASON TO RETURN-REASON.
           PERFORM 0345-FIND-RETURN-REASON.
           DISPLAY 'NAME:           ' RTM-NAME.
           DISPLAY 'STREET:         ' RTM-STREET.
           DISPLAY 'CITY/STATE/ZIP: ' RTM-CITY (1:30) ' ' RTM-STATE
               ' ' RTM-ZIP.
           IF REASON-FOUND-SUB > ZERO
               DISPLAY 'RETURNED:       ' RTM-RETURN-DATE ' '
                   RTM-REASON ' ' RRT-DESCRIPTION (REASON-FOUND-SUB)
           ELSE
               DISPLAY 'RETURNED:       ' RTM-RETURN-DATE ' '
                   RTM-REASON.
           DISPLAY 'KEYED BY:       ' RTM-ENTERED-BY ' AS '
               RTM-KEYED-AS ' ' RTM-KEYED-VALUE.

      *  The RETMCHK compare key: upper case, with the spaces,
      *  periods, commas, hyphens, apostrophes, and number signs
      *  closed up.
       0800-NORMALIZE-STREET.
           INSPECT NORMALIZE-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO SQUEEZE-WORK.
           MOVE 1 TO SQUEEZE-PTR.
           PERFORM VARYING SQUEEZE-SUB FROM 1 BY 1
               UNTIL SQUEEZE-SUB > 40
               IF NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '.'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = ','
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '-'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = "'"
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '#'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = SPACE
                   MOVE NORMALIZE-WORK (SQUEEZE-SUB:1)
                       TO SQUEEZE-WORK (SQUEEZE-PTR:1)
                   ADD 1 TO SQUEEZE-PTR
               END-IF
           END-PERFORM.
           MOVE SQUEEZE-WORK TO NORMALIZE-WORK.
