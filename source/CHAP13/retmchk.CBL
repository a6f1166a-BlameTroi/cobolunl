       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETMCHK.

      *  Returned-mail check service.  Paper mail the post office
      *  sends back undeliverable is keyed through RETMENT onto
      *  RETMAIL.DAT, one record per mailing master record that
      *  carried the dead address.  The mailing runs (MERGPURG,
      *  CAMPEXT, STMTGEN, DUNLETR) call here with the street and
      *  state they are about to mail to, and leave the piece out
      *  when the address has come back.
      *
      *  A mark only stands while the record it was taken from
      *  still carries the address that came back: once MOVEUPDT,
      *  a maintenance screen, or a bill-to override gives the
      *  record a new address, the mark lapses on its own and the
      *  new address mails.  A mark whose record has gone, or whose
      *  master is not on hand to look at, is taken as standing.
      *
      *  Addresses are compared on the first 40 characters of the
      *  street, upper-cased with spaces and punctuation closed up
      *  (the MERGPURG signature), together with the state, so the
      *  same address keyed two ways on two masters still matches.
      *
      *  In:   RETMCHK-STREET, RETMCHK-STATE.
      *  Out:  RETMCHK-RETURN '00' deliverable as far as we know,
      *        '01' mail to this address has come back, with the
      *        USPS reason in RETMCHK-REASON.
      *
      *  The standing marks are gathered into a table on the first
      *  call; the files are closed again straight after.  With no
      *  RETMAIL.DAT nothing has come back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE   ASSIGN TO "RETMAIL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY RTM-KEY
                                       FILE STATUS IS RETMAIL-STATUS.
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
                   88  RTM-FROM-MAILING-MASTER VALUE 'M'.
                   88  RTM-FROM-CONTACT        VALUE 'C'.
                   88  RTM-FROM-ORDER-CUSTOMER VALUE 'U'.
                   88  RTM-FROM-OVERRIDE       VALUE 'O'.
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
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  RETMAIL-STATUS              PIC XX.
       01  CONTACT-STATUS              PIC XX.
       01  MASTER-STATUS               PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  BILLTO-STATUS               PIC XX.
       01  CONTACT-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  CONTACT-ON-HAND         VALUE 'Y'.
       01  MASTER-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  MASTER-ON-HAND          VALUE 'Y'.
       01  CUSTOMER-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  CUSTOMER-ON-HAND        VALUE 'Y'.
       01  BILLTO-ON-HAND-SWITCH       PIC X VALUE 'N'.
           88  BILLTO-ON-HAND          VALUE 'Y'.
       01  RETMAIL-EOF-STATUS          PIC X VALUE 'N'.
           88  RETMAIL-END             VALUE 'Y'.
       01  MARK-STANDING-SWITCH        PIC X.
           88  MARK-STANDING           VALUE 'Y'.
       01  NR-RETURNED                 PIC 9(4) VALUE ZERO.
       01  RETURNED-SUB                PIC 9(4).
       01  RETURNED-ADDRESS-TABLE.
           05  RETURNED-ENTRY OCCURS 3000 TIMES.
               10  RTB-SIGNATURE       PIC X(40).
               10  RTB-STATE           PIC XX.
               10  RTB-REASON          PIC XX.
       01  NORMALIZE-WORK              PIC X(40).
       01  SQUEEZE-WORK                PIC X(40).
       01  SQUEEZE-SUB                 PIC 99.
       01  SQUEEZE-PTR                 PIC 99.

       LINKAGE SECTION.
       01  RETMCHK-STREET              PIC X(40).
       01  RETMCHK-STATE               PIC XX.
       01  RETMCHK-REASON              PIC XX.
       01  RETMCHK-RETURN              PIC XX.

       PROCEDURE DIVISION USING RETMCHK-STREET RETMCHK-STATE
                                 RETMCHK-REASON RETMCHK-RETURN.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-LOAD-RETURNED-ADDRESSES
               MOVE 'N' TO FIRST-TIME-STATUS.
           MOVE '00' TO RETMCHK-RETURN.
           MOVE SPACES TO RETMCHK-REASON.
           IF RETMCHK-STREET = SPACES OR NR-RETURNED = ZERO
               EXIT PROGRAM.
           MOVE RETMCHK-STREET TO NORMALIZE-WORK.
           PERFORM 0800-NORMALIZE-STREET.
           PERFORM VARYING RETURNED-SUB FROM 1 BY 1
               UNTIL RETURNED-SUB > NR-RETURNED
                  OR RETMCHK-RETURN = '01'
               IF RTB-SIGNATURE (RETURNED-SUB) = NORMALIZE-WORK
                 AND RTB-STATE (RETURNED-SUB) = RETMCHK-STATE
                   MOVE RTB-REASON (RETURNED-SUB) TO RETMCHK-REASON
                   MOVE '01' TO RETMCHK-RETURN
               END-IF
           END-PERFORM.
           EXIT PROGRAM.

       0200-LOAD-RETURNED-ADDRESSES.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF RETMAIL-STATUS NOT = '00'
               EXIT PARAGRAPH.
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
           PERFORM UNTIL RETMAIL-END
               READ RETURNED-MAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RETMAIL-EOF-STATUS
                   NOT AT END
                       PERFORM 0300-NOTE-ONE-MARK
               END-READ
           END-PERFORM.
           CLOSE RETURNED-MAIL-FILE.
           IF CONTACT-ON-HAND
               CLOSE CONTACT.
           IF MASTER-ON-HAND
               CLOSE MASTER-FILE.
           IF CUSTOMER-ON-HAND
               CLOSE CUSTOMER-MASTER.
           IF BILLTO-ON-HAND
               CLOSE BILL-TO-FILE.

       0300-NOTE-ONE-MARK.
           PERFORM 0400-CHECK-MARK-STANDING.
           IF NOT MARK-STANDING
             OR NR-RETURNED NOT < 3000
               EXIT PARAGRAPH.
           ADD 1 TO NR-RETURNED.
           MOVE RTM-STREET TO NORMALIZE-WORK.
           PERFORM 0800-NORMALIZE-STREET.
           MOVE NORMALIZE-WORK TO RTB-SIGNATURE (NR-RETURNED).
           MOVE RTM-STATE TO RTB-STATE (NR-RETURNED).
           MOVE RTM-REASON TO RTB-REASON (NR-RETURNED).

      *  The mark stands unless its record can be read and now
      *  carries a different street or state.
       0400-CHECK-MARK-STANDING.
           MOVE 'Y' TO MARK-STANDING-SWITCH.
           EVALUATE TRUE
               WHEN RTM-FROM-MAILING-MASTER
                   IF MASTER-ON-HAND
                       MOVE RTM-SOURCE-KEY TO MASTER-HANDLE
                       READ MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MASTER-ADDRESS NOT = RTM-STREET
                                 OR MASTER-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN RTM-FROM-CONTACT
                   IF CONTACT-ON-HAND
                       MOVE RTM-SOURCE-KEY TO CONTACT-KEY
                       READ CONTACT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CONTACT-STREET NOT = RTM-STREET
                                 OR CONTACT-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN RTM-FROM-ORDER-CUSTOMER
                   IF CUSTOMER-ON-HAND
                       MOVE RTM-SOURCE-KEY TO CUST-CODE
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CUST-ADDRESS NOT = RTM-STREET
                                 OR CUST-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
               WHEN RTM-FROM-OVERRIDE
                   IF BILLTO-ON-HAND
                       MOVE RTM-SOURCE-KEY TO BTO-ACCOUNT-NR
                       READ BILL-TO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF BTO-STREET NOT = RTM-STREET
                                 OR BTO-STATE NOT = RTM-STATE
                                   MOVE 'N' TO MARK-STANDING-SWITCH
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.

      *  The MERGPURG compare key: upper case, with the spaces,
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
