       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLMAP.

      *  General ledger account mapping service.  The runs that
      *  write their own GLEXTR-format posting extracts (COMMPAY,
      *  PHONCOST, CLAIMGL, INVGEN, UPRRPT) call here for the debit and
      *  credit GL accounts of each posting instead of carrying
      *  the chart of accounts in their code.  GLMAP.DAT holds one
      *  record per source run and mapping key:
      *
      *    COMMPAY   EARNED / SPLIT / OVERRIDE commission class
      *    PHONCOST  department charged back
      *    CLAIMGL   policy type of the claim (indemnity payments
      *              and recoveries)
      *    CLAIMLAE  policy type of the claim (expense payments)
      *    INVGEN    TAXRATE.DAT jurisdiction (state and ZIP-from)
      *    UPRRPT    policy type (unearned premium reserve change)
      *
      *  A record with a blank key is the run's default for any
      *  key not listed.
      *
      *  In:   GLMAP-SOURCE-RUN, GLMAP-KEY, and in GLMAP-DEBIT-
      *        ACCOUNT / GLMAP-CREDIT-ACCOUNT the caller's own
      *        compiled-in accounts.
      *  Out:  the mapped accounts, and GLMAP-RETURN:
      *        '00' the key was mapped;
      *        '04' the run's blank-key default was used;
      *        '08' nothing on file for the run -- the caller's
      *             accounts are returned untouched.
      *
      *  The file is loaded on the first call; a missing file
      *  leaves every caller on its compiled-in accounts, the
      *  CALLRATE.DAT / POSTRATE.DAT parameter convention.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAPPING-FILE      ASSIGN TO "GLMAP.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS MAPPING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAPPING-FILE.
       01  GL-MAPPING-RECORD.
           05  GLM-SOURCE-RUN          PIC X(8).
           05  GLM-MAP-KEY             PIC X(10).
           05  GLM-DEBIT-ACCOUNT       PIC X(8).
           05  GLM-CREDIT-ACCOUNT      PIC X(8).

       WORKING-STORAGE SECTION.
       01  MAPPING-STATUS              PIC XX.
       01  MAPPING-EOF-STATUS          PIC X VALUE 'N'.
           88  MAPPING-END             VALUE 'Y'.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  NR-MAPPINGS                 PIC 999 VALUE ZERO.
       01  MAP-SUB                     PIC 999.
       01  DEFAULT-SUB                 PIC 999.
       01  FOUND-SUB                   PIC 999.
       01  MAPPING-TABLE.
           05  MAPPING-ENTRY OCCURS 300 TIMES.
               10  MAP-SOURCE-RUN      PIC X(8).
               10  MAP-KEY             PIC X(10).
               10  MAP-DEBIT-ACCOUNT   PIC X(8).
               10  MAP-CREDIT-ACCOUNT  PIC X(8).

       LINKAGE SECTION.
       01  GLMAP-SOURCE-RUN            PIC X(8).
       01  GLMAP-KEY                   PIC X(10).
       01  GLMAP-DEBIT-ACCOUNT         PIC X(8).
       01  GLMAP-CREDIT-ACCOUNT        PIC X(8).
       01  GLMAP-RETURN                PIC XX.

       PROCEDURE DIVISION USING GLMAP-SOURCE-RUN GLMAP-KEY
                                 GLMAP-DEBIT-ACCOUNT
                                 GLMAP-CREDIT-ACCOUNT GLMAP-RETURN.
       0100-MAIN.
           IF FIRST-TIME-STATUS = 'Y'
               PERFORM 0200-LOAD-MAPPINGS
               MOVE 'N' TO FIRST-TIME-STATUS.
           MOVE ZERO TO DEFAULT-SUB
                        FOUND-SUB.
           PERFORM VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > NR-MAPPINGS
                  OR FOUND-SUB > ZERO
               IF MAP-SOURCE-RUN (MAP-SUB) = GLMAP-SOURCE-RUN
                   IF MAP-KEY (MAP-SUB) = GLMAP-KEY
                       MOVE MAP-SUB TO FOUND-SUB
                   ELSE
                   IF MAP-KEY (MAP-SUB) = SPACES
                     AND DEFAULT-SUB = ZERO
                       MOVE MAP-SUB TO DEFAULT-SUB
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF FOUND-SUB > ZERO
               MOVE '00' TO GLMAP-RETURN
           ELSE
           IF DEFAULT-SUB > ZERO
               MOVE DEFAULT-SUB TO FOUND-SUB
               MOVE '04' TO GLMAP-RETURN
           ELSE
               MOVE '08' TO GLMAP-RETURN.
           IF FOUND-SUB > ZERO
               MOVE MAP-DEBIT-ACCOUNT (FOUND-SUB)
                   TO GLMAP-DEBIT-ACCOUNT
               MOVE MAP-CREDIT-ACCOUNT (FOUND-SUB)
                   TO GLMAP-CREDIT-ACCOUNT.
           EXIT PROGRAM.

      *  A record naming no account on either side maps nothing
      *  and is passed over.
       0200-LOAD-MAPPINGS.
           OPEN INPUT GL-MAPPING-FILE.
           IF MAPPING-STATUS = '00'
               PERFORM UNTIL MAPPING-END
                   READ GL-MAPPING-FILE
                       AT END
                           MOVE 'Y' TO MAPPING-EOF-STATUS
                       NOT AT END
                           IF NR-MAPPINGS < 300
                             AND GLM-SOURCE-RUN NOT = SPACES
                             AND GLM-DEBIT-ACCOUNT NOT = SPACES
                             AND GLM-CREDIT-ACCOUNT NOT = SPACES
                               ADD 1 TO NR-MAPPINGS
                               MOVE GL-MAPPING-RECORD
                                   TO MAPPING-ENTRY (NR-MAPPINGS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAPPING-FILE.
