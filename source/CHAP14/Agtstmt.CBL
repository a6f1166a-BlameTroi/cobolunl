      *  thing anyone could show an agent was a line on PAYREG.DAT.
      *  This run walks the same cycle input (the ADD policies on
      *  POLICYED.DAT), prices each override exactly the way AGTOVRD
      *  does -- deemed premium from OVRDRATE.DAT, replaced for AUTO
      *  policies by the premium AUTOPREM rates as of today --
      *  and prints AGTSTMT.DAT: one statement section per agent
      *  payee listing every policy that generated an override, the
      *  premium used and whether it was DEEMD or RATED, the rate
      *  applied, the override amount, a period total per agent,
      *  and a company recap.  COMMSTMT does this job for salesmen;
      *  this one speaks policy language for agents.
      *
      *  A policy the agent was not licensed to write (LICCHK against
      *  AGTLIC.DAT, as AGTOVRD checks it) still shows on the agent's
      *  statement so the agent can see it, but marked NOLIC with no
      *  override, and is counted as withheld in the company recap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.
           SELECT OVERRIDE-RATE-PARMS  ASSIGN TO "OVRDRATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           05  POLICY-AUTO-INFO.
               10  POLICY-AUTO-YEAR        PIC XX.
               10  POLICY-AUTO-BRAND       PIC X(10).
           05  POLICY-DRIVER-BIRTH-DATE    PIC X(8).

       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-ACTIVE-FLAG        PIC X.
               88  AGENT-IS-ACTIVE       VALUE 'Y'.

       FD  OVERRIDE-RATE-PARMS.
       01  OVERRIDE-RATE-RECORD.
           05  OVRD-RATE-PCT            PIC V999.

       WORKING-STORAGE SECTION.
       01  AGENT-STATUS                PIC XX VALUE '00'.
       01  PARM-STATUS                 PIC XX.
       01  POLICY-EOF-STATUS           PIC X VALUE 'N'.
           88  POLICY-EOF              VALUE 'Y'.
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  AUTOPREM-REQUEST.
           05  APRM-VEHICLE.
               10  APRM-AUTO-YEAR      PIC XX.
               10  APRM-AUTO-BRAND     PIC X(10).
           05  APRM-GARAGING.
               10  APRM-STATE          PIC XX.
               10  APRM-TERRITORY      PIC X(10).
           05  APRM-DRIVER-BIRTH-DATE  PIC X(8).
           05  APRM-POLICY-HOLDER      PIC X(20).
           05  APRM-RATING-DATE        PIC 9(8).
           05  APRM-PREMIUM            PIC 9(5)V99.
           05  APRM-RATE-VERSION       PIC 9(8).
           05  APRM-FACTORS.
               10  APRM-DRIVER-AGE     PIC 99.
               10  APRM-AGE-FACTOR     PIC 9V99.
               10  APRM-TERRITORY-FACTOR
                                       PIC 9V99.
               10  APRM-PRIOR-CLAIMS   PIC 99.
               10  APRM-CLAIMS-FACTOR  PIC 9V99.
               10  APRM-MULTI-POLICY-FACTOR
                                       PIC 9V99.
               10  APRM-FACTOR-VERSION PIC 9(8).
       01  AUTOPREM-RETURN             PIC XX.
       01  OVERRIDE-RATE               PIC V999 VALUE .010.
       01  DEEMED-PREMIUM              PIC 9(5)V99 VALUE 500.00.
       01  PREMIUM-BASIS               PIC 9(5)V99.
       01  AGENT-PERIOD-TOTAL          PIC 9(7)V99.
       01  COMPANY-OVERRIDE-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  NO-AGENT-COUNT              PIC 9(5) VALUE ZERO.
       01  WITHHELD-COUNT              PIC 9(5) VALUE ZERO.
       01  LICCHK-RETURN               PIC XX.
           88  AGENT-LICENSED          VALUE '00'.

       01  STATEMENT-HEADING.
           05  FILLER                  PIC X(28) VALUE
           05  FILLER                  PIC X(22) VALUE
               '  POLICIES, NO AGENT: '.
           05  RCP-NO-AGENT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  WITHHELD: '.
           05  RCP-WITHHELD            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-READ-OVERRIDE-PARMS.
           OPEN INPUT POLICY-EDITED
                      AGENT-INFO-FILE.
           PERFORM 0200-PRICE-ONE-POLICY
               UNTIL POLICY-EOF.
           CLOSE POLICY-EDITED
                 AGENT-INFO-FILE.
           PERFORM 0500-PRINT-STATEMENTS.
           STOP RUN.

       0400-PRICE-AND-HOLD-DETAIL.
           MOVE DEEMED-PREMIUM TO PREMIUM-BASIS.
           MOVE 'DEEMD' TO PREMIUM-SOURCE.
           IF POLICY-TYPE = 'AUTO'
               PERFORM 0450-RATE-AUTO-PREMIUM
               IF AUTOPREM-RETURN = '00'
                   MOVE APRM-PREMIUM TO PREMIUM-BASIS
                   MOVE 'RATED' TO PREMIUM-SOURCE
               END-IF
           END-IF.
           COMPUTE OVERRIDE-AMOUNT ROUNDED =
               PREMIUM-BASIS * OVERRIDE-RATE.
           CALL 'LICCHK' USING AGENT-KEY POLICY-STATE
               POLICY-TYPE POLICY-DATE LICCHK-RETURN.
           IF NOT AGENT-LICENSED
               MOVE 'NOLIC' TO PREMIUM-SOURCE
               MOVE ZERO TO OVERRIDE-AMOUNT
               ADD 1 TO WITHHELD-COUNT.
           MOVE SPACES TO PAYEE-ID-WORK.
           STRING 'A' DELIMITED BY SIZE
                  AGENT-STATE DELIMITED BY SIZE
               DISPLAY 'AGTSTMT: DETAIL TABLE FULL, POLICY '
                   'DROPPED: ' POLICY-NUMBER.

      *  Rated as of today through AUTOPREM, as AGTOVRD rates it.
       0450-RATE-AUTO-PREMIUM.
           MOVE POLICY-AUTO-INFO TO APRM-VEHICLE.
           MOVE POLICY-MISC-INFO TO APRM-GARAGING.
           MOVE POLICY-DRIVER-BIRTH-DATE TO APRM-DRIVER-BIRTH-DATE.
           MOVE POLICY-HOLDER TO APRM-POLICY-HOLDER.
           MOVE CURRENT-DATE-INTEGER TO APRM-RATING-DATE.
           CALL 'AUTOPREM' USING AUTOPREM-REQUEST AUTOPREM-RETURN.

      *  One statement per payee: each pass picks the first unshown
      *  detail's payee and prints everything priced to that payee.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE COMPANY-OVERRIDE-TOTAL TO RCP-TOTAL.
           MOVE NO-AGENT-COUNT TO RCP-NO-AGENT.
           MOVE WITHHELD-COUNT TO RCP-WITHHELD.
           WRITE STATEMENT-LINE FROM COMPANY-RECAP-LINE.
           CLOSE AGENT-STATEMENTS.

