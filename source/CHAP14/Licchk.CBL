       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LICCHK.

      *  Agent license check.  Answers "was this agent licensed and
      *  appointed to write this line in this state on this date?"
      *  off the agent license file AGTLIC.DAT (maintained with
      *  AGTLICM), one record per agent and licensing state.
      *
      *  In:   LICCHK-AGENT-KEY, the AGTINFO key (state and
      *        territory) of the agent; LICCHK-STATE, the state the
      *        policy is written in; LICCHK-POLICY-TYPE, the line;
      *        LICCHK-POLICY-DATE (CCYYMMDD).
      *  Out:  LICCHK-RETURN
      *          '00'  licensed
      *          '01'  no license for the state
      *          '02'  the line is not among the license's lines
      *                of authority
      *          '03'  the license was not in force on the date
      *                (not yet effective, or expired)
      *          '04'  no carrier appointment on or before the date
      *
      *  AGTLIC.DAT is opened on the first call and held open, the
      *  way NSTSUB2A holds AUTOINFO.  With no license file on hand
      *  every check passes, as AUTHCHK allows everything before its
      *  authority file exists, so the file can be loaded before
      *  anything is withheld against it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-LICENSE-FILE   ASSIGN TO "AGTLIC.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LIC-KEY
                                       FILE STATUS LICENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-LICENSE-FILE.
       01  AGENT-LICENSE-RECORD.
           05  LIC-KEY.
               10  LIC-AGENT-KEY.
                   15  LIC-AGENT-STATE     PIC XX.
                   15  LIC-AGENT-TERRITORY PIC X(20).
               10  LIC-LICENSE-STATE       PIC XX.
           05  LIC-LICENSE-NR              PIC X(15).
           05  LIC-LINES-OF-AUTHORITY.
               10  LIC-LINE                PIC XXXX OCCURS 8 TIMES.
           05  LIC-EFFECTIVE-DATE          PIC 9(8).
           05  LIC-EXPIRATION-DATE         PIC 9(8).
           05  LIC-APPOINTMENT-DATE        PIC 9(8).
           05  LIC-MAINTAINED-BY           PIC X(20).
           05  LIC-MAINTAINED-DATE         PIC 9(8).
           05  FILLER                      PIC X(10).

       WORKING-STORAGE SECTION.
       01  LICENSE-STATUS              PIC XX.
       01  FIRST-TIME-STATUS           PIC X VALUE 'Y'.
       01  LICENSE-FILE-SWITCH         PIC X VALUE 'N'.
           88  LICENSE-FILE-OPEN       VALUE 'Y'.
       01  LINE-SUB                    PIC 9.
       01  LINE-FOUND-SWITCH           PIC X.
           88  LINE-AUTHORIZED         VALUE 'Y'.

       LINKAGE SECTION.
       01  LICCHK-AGENT-KEY            PIC X(22).
       01  LICCHK-STATE                PIC XX.
       01  LICCHK-POLICY-TYPE          PIC XXXX.
       01  LICCHK-POLICY-DATE          PIC 9(8).
       01  LICCHK-RETURN               PIC XX.

       PROCEDURE DIVISION USING LICCHK-AGENT-KEY LICCHK-STATE
                                 LICCHK-POLICY-TYPE
                                 LICCHK-POLICY-DATE LICCHK-RETURN.
       0000-LICCHK-MAIN.
           MOVE '00' TO LICCHK-RETURN.
           IF FIRST-TIME-STATUS = 'Y'
               MOVE 'N' TO FIRST-TIME-STATUS
               OPEN INPUT AGENT-LICENSE-FILE
               IF LICENSE-STATUS = '00'
                   MOVE 'Y' TO LICENSE-FILE-SWITCH.
           IF NOT LICENSE-FILE-OPEN
               GOBACK.
           MOVE LICCHK-AGENT-KEY TO LIC-AGENT-KEY.
           MOVE LICCHK-STATE TO LIC-LICENSE-STATE.
           READ AGENT-LICENSE-FILE
               INVALID KEY
                   MOVE '01' TO LICCHK-RETURN
                   GOBACK
           END-READ.
           MOVE 'N' TO LINE-FOUND-SWITCH.
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 8 OR LINE-AUTHORIZED
               IF LIC-LINE (LINE-SUB) = LICCHK-POLICY-TYPE
                   MOVE 'Y' TO LINE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT LINE-AUTHORIZED
               MOVE '02' TO LICCHK-RETURN
               GOBACK.
           IF LICCHK-POLICY-DATE < LIC-EFFECTIVE-DATE
             OR LICCHK-POLICY-DATE > LIC-EXPIRATION-DATE
               MOVE '03' TO LICCHK-RETURN
               GOBACK.
           IF LIC-APPOINTMENT-DATE = ZERO
             OR LIC-APPOINTMENT-DATE > LICCHK-POLICY-DATE
               MOVE '04' TO LICCHK-RETURN.
           GOBACK.
