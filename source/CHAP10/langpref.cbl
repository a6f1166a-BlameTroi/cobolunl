       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANGPREF.
      *=================================================================
      * Preferred-language service for the letter producers.  The
      * language a customer reads is kept in one place, the
      * CUST-LANGUAGE code on their CUSTMAST order customer record
      * (maintained through CUSTMNT), and reaches the customer's
      * other identities through the ECUSXREF.DAT enterprise
      * cross-reference, so a statement keyed by billing account or
      * a campaign piece keyed by contact goes out in the same
      * language as the customer's orders.
      *
      * In:   LANGPREF-KEY-TYPE and LANGPREF-KEY, one of
      *           'A'  billing account (first 8 bytes of the key)
      *           'C'  CONTACT.DAT contact key
      *           'M'  CHAPT08.DAT mailing handle
      *           'U'  CUSTMAST customer code
      *           'N'  a name as printed -- matched the XREFBILD way
      *                (upper case, spaces and punctuation closed
      *                up) against the cross-reference match name,
      *                for producers like RENEWAL that hold nothing
      *                but the name.
      * Out:  LANGPREF-LANGUAGE, the two-letter code, 'EN' whenever
      *       no preference can be found.
      *
      * An account on no cross-reference record is tried as a
      * customer code padded to eight, the way INVGEN bills.  The
      * files are opened on the first call and the cross-reference
      * is gathered into a table once, as BILLADDR does.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS IS XREF-STATUS.
           SELECT CUSTOMER-MASTER      ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY CUST-CODE
                                       FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-CODE               PIC X(6).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDRESS            PIC X(25).
           05  CUST-CITY               PIC X(15).
           05  CUST-STATE              PIC XX.
           05  CUST-CREDIT-STATUS      PIC X.
           05  CUST-FREIGHT-TERMS      PIC X.
           05  CUST-CREDIT-LIMIT       PIC 9(3).
           05  CUST-LANGUAGE           PIC XX.

       WORKING-STORAGE SECTION.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  XREF-STATUS                 PIC XX.
       01  CUSTOMER-STATUS             PIC XX.
       01  CUSTOMER-ON-HAND-SWITCH     PIC X VALUE 'N'.
           88  CUSTOMER-ON-HAND        VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X VALUE 'N'.
           88  XREF-END                VALUE 'Y'.
       01  NR-XREF-LINKS               PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-LINK-TABLE.
           05  XREF-LINK-ENTRY OCCURS 3000 TIMES.
               10  XTBL-MATCH-NAME     PIC X(30).
               10  XTBL-CONTACT-KEY    PIC X(45).
               10  XTBL-MAIL-HANDLE    PIC X(16).
               10  XTBL-CUSTOMER-CODE  PIC X(6).
               10  XTBL-BILLING-ACCOUNT PIC X(8).
       01  LOOKUP-CUSTOMER-CODE        PIC X(6).
       01  NORMALIZE-WORK              PIC X(60).
       01  SQUEEZE-WORK                PIC X(60).
       01  SQUEEZE-SUB                 PIC 99.
       01  SQUEEZE-PTR                 PIC 99.

       LINKAGE SECTION.
       01  LANGPREF-KEY-TYPE           PIC X.
       01  LANGPREF-KEY                PIC X(45).
       01  LANGPREF-LANGUAGE           PIC XX.

       PROCEDURE DIVISION USING LANGPREF-KEY-TYPE LANGPREF-KEY
                                 LANGPREF-LANGUAGE.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-OPEN-SOURCES
               MOVE 'N' TO FIRST-TIME-STATUS.
           MOVE 'EN' TO LANGPREF-LANGUAGE.
           MOVE SPACES TO LOOKUP-CUSTOMER-CODE.
           IF LANGPREF-KEY = SPACES
               EXIT PROGRAM.
           IF LANGPREF-KEY-TYPE = 'U'
               MOVE LANGPREF-KEY TO LOOKUP-CUSTOMER-CODE
           ELSE
               PERFORM 0300-FIND-CUSTOMER-CODE.
           IF LOOKUP-CUSTOMER-CODE NOT = SPACES
               PERFORM 0400-READ-CUSTOMER-LANGUAGE.
           EXIT PROGRAM.

       0200-OPEN-SOURCES.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS = '00'
               MOVE 'Y' TO CUSTOMER-ON-HAND-SWITCH.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               MOVE 'Y' TO XREF-EOF-STATUS.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-CUSTOMER-CODE NOT = SPACES
                         AND NR-XREF-LINKS < 3000
                           ADD 1 TO NR-XREF-LINKS
                           MOVE ECX-MATCH-NAME
                               TO XTBL-MATCH-NAME (NR-XREF-LINKS)
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
           IF XREF-STATUS = '00' OR XREF-STATUS = '10'
               CLOSE ENTERPRISE-XREF.

       0300-FIND-CUSTOMER-CODE.
           IF LANGPREF-KEY-TYPE = 'N'
               MOVE SPACES TO NORMALIZE-WORK
               MOVE LANGPREF-KEY TO NORMALIZE-WORK
               PERFORM 0800-NORMALIZE-TEXT.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-LINKS
                  OR LOOKUP-CUSTOMER-CODE NOT = SPACES
               EVALUATE LANGPREF-KEY-TYPE
                   WHEN 'A'
                       IF XTBL-BILLING-ACCOUNT (XREF-SUB) =
                               LANGPREF-KEY (1:8)
                           MOVE XTBL-CUSTOMER-CODE (XREF-SUB)
                               TO LOOKUP-CUSTOMER-CODE
                       END-IF
                   WHEN 'C'
                       IF XTBL-CONTACT-KEY (XREF-SUB) = LANGPREF-KEY
                           MOVE XTBL-CUSTOMER-CODE (XREF-SUB)
                               TO LOOKUP-CUSTOMER-CODE
                       END-IF
                   WHEN 'M'
                       IF XTBL-MAIL-HANDLE (XREF-SUB) =
                               LANGPREF-KEY (1:16)
                           MOVE XTBL-CUSTOMER-CODE (XREF-SUB)
                               TO LOOKUP-CUSTOMER-CODE
                       END-IF
                   WHEN 'N'
                       IF XTBL-MATCH-NAME (XREF-SUB) =
                               NORMALIZE-WORK (1:30)
                           MOVE XTBL-CUSTOMER-CODE (XREF-SUB)
                               TO LOOKUP-CUSTOMER-CODE
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF LOOKUP-CUSTOMER-CODE = SPACES
             AND LANGPREF-KEY-TYPE = 'A'
             AND LANGPREF-KEY (7:2) = SPACES
               MOVE LANGPREF-KEY (1:6) TO LOOKUP-CUSTOMER-CODE.

       0400-READ-CUSTOMER-LANGUAGE.
           IF NOT CUSTOMER-ON-HAND
               EXIT PARAGRAPH.
           MOVE LOOKUP-CUSTOMER-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CUST-LANGUAGE NOT = SPACES
               MOVE CUST-LANGUAGE TO LANGPREF-LANGUAGE.

      *  XREFBILD's match-name signature: upper case, with spaces,
      *  periods, commas, hyphens, and apostrophes closed up.
       0800-NORMALIZE-TEXT.
           INSPECT NORMALIZE-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO SQUEEZE-WORK.
           MOVE 1 TO SQUEEZE-PTR.
           PERFORM VARYING SQUEEZE-SUB FROM 1 BY 1
               UNTIL SQUEEZE-SUB > 60
               IF NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '.'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = ','
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = '-'
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = "'"
                 AND NORMALIZE-WORK (SQUEEZE-SUB:1) NOT = SPACE
                   MOVE NORMALIZE-WORK (SQUEEZE-SUB:1)
                       TO SQUEEZE-WORK (SQUEEZE-PTR:1)
                   ADD 1 TO SQUEEZE-PTR
               END-IF
           END-PERFORM.
           MOVE SQUEEZE-WORK TO NORMALIZE-WORK.
