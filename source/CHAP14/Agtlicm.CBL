       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AGTLICM.

      *  Agent license maintenance console, in the MAINPRG2 dialog
      *  style.  AGTLIC.DAT holds one record per agent and licensing
      *  state: the state license number, the lines of authority
      *  (the policy types -- LIFE, AUTO, HLTH, UMBR, RENT -- the
      *  agent may write), the license's effective and expiration
      *  dates, and the date the agent was appointed with us in that
      *  state.  The LICCHK service reads it for AGTOVRD, AGTSTMT,
      *  and NESTPROG; LICEXP reports the licenses coming due.
      *
      *  The agent is named by the AGTINFO key, state and
      *  territory, and has to be on AGTINFO.  Listing is open to
      *  anyone; adding, replacing, and deleting need the AGENT
      *  system's update or delete function through AUTHCHK, and
      *  the record carries who last maintained it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-LICENSE-FILE   ASSIGN TO "AGTLIC.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY LIC-KEY
                                       FILE STATUS LICENSE-STATUS.
           SELECT AGENT-INFO-FILE      ASSIGN TO "AGTINFO"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.

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

       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-KEY.
               10  AGENT-STATE          PIC XX.
               10  AGENT-TERRITORY      PIC X(20).
           05  AGENT-NAME               PIC X(20).
           05  AGENT-PHONE-NR           PIC X(13).
           05  AGENT-ADDRESS            PIC X(25).
           05  AGENT-ACTIVE-FLAG        PIC X.

       WORKING-STORAGE SECTION.
       01  LICENSE-STATUS              PIC XX.
       01  AGENT-STATUS                PIC XX.
       01  LICENSE-SCAN-STATUS         PIC X.
           88  LICENSE-SCAN-DONE       VALUE 'Y'.
       01  CONTINUE-PROCESSING         PIC XXX VALUE SPACES.
       01  MAINT-CHOICE                PIC X.
       01  SIGNED-ON-USER              PIC X(20).
       01  AUTHCHK-SYSTEM              PIC X(8) VALUE 'AGENT   '.
       01  AUTHCHK-FUNCTION            PIC X.
       01  AUTHCHK-RETURN              PIC XX.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  CURRENT-DATE-INFO-GROUP REDEFINES CURRENT-DATE-INFO.
           05  CURRENT-DATE-INTEGER    PIC 9(8).
           05  FILLER                  PIC X(13).
       01  REPLY-AGENT-KEY.
           05  REPLY-AGENT-STATE       PIC XX.
           05  REPLY-AGENT-TERRITORY   PIC X(20).
       01  REPLY-LICENSE-STATE         PIC XX.
       01  REPLY-LICENSE-NR            PIC X(15).
       01  REPLY-LINES                 PIC X(40).
       01  REPLY-LINE-TABLE.
           05  REPLY-LINE              PIC XXXX OCCURS 8 TIMES.
       01  LINE-SUB                    PIC 9.
       01  LINES-VALID-SWITCH          PIC X.
           88  LINES-VALID             VALUE 'Y'.
       01  REPLY-EFFECTIVE-DATE        PIC 9(8).
       01  REPLY-EXPIRATION-DATE       PIC 9(8).
       01  REPLY-APPOINTMENT-DATE      PIC 9(8).
       01  DATE-PROMPT                 PIC X(40).
       01  DATE-OPTIONAL-SWITCH        PIC X.
           88  DATE-IS-OPTIONAL        VALUE 'Y'.
       01  DATENTRY-INPUT              PIC X(12).
       01  DATENTRY-OUTPUT             PIC 9(8).
       01  DATENTRY-STATUS             PIC X.
       01  DATE-ANSWER                 PIC 9(8).
       01  DATE-ANSWER-SWITCH          PIC X.
           88  DATE-ANSWERED           VALUE 'Y'.
       01  LICENSE-FOUND-SWITCH        PIC X.
           88  LICENSE-ON-FILE         VALUE 'Y'.
       01  LICENSES-LISTED             PIC 99.
       01  CONFIRM-REPLY               PIC X.

       PROCEDURE DIVISION.
       0100-MAIN.
           DISPLAY 'AGENT LICENSE MAINTENANCE'.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT SIGNED-ON-USER FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           OPEN INPUT AGENT-INFO-FILE.
           IF AGENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AGENT FILE, STATUS: '
                   AGENT-STATUS
               STOP RUN.
           OPEN I-O AGENT-LICENSE-FILE.
           IF LICENSE-STATUS NOT = '00'
               OPEN OUTPUT AGENT-LICENSE-FILE
               CLOSE AGENT-LICENSE-FILE
               OPEN I-O AGENT-LICENSE-FILE.
           PERFORM 0300-MAIN-LOOP THRU 0300-EXIT
               UNTIL CONTINUE-PROCESSING (1:1) = 'N' OR 'n'.
           CLOSE AGENT-LICENSE-FILE
                 AGENT-INFO-FILE.
           STOP RUN.

       0300-MAIN-LOOP.
           DISPLAY '(L)IST, (A)DD OR REPLACE, (D)ELETE A LICENSE?'.
           ACCEPT MAINT-CHOICE.
           EVALUATE MAINT-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0400-LIST-LICENSES
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0500-ADD-OR-REPLACE-LICENSE
                       THRU 0500-DONE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0600-DELETE-LICENSE
                       THRU 0600-DONE
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER L, A, OR D'
           END-EVALUATE.
           DISPLAY 'ANYTHING ELSE? (Y/N)'.
           ACCEPT CONTINUE-PROCESSING.
       0300-EXIT.
           EXIT.

      *  Every licensing state on file for the one agent.
       0400-LIST-LICENSES.
           PERFORM 0700-ASK-AGENT.
           MOVE ZERO TO LICENSES-LISTED.
           MOVE 'N' TO LICENSE-SCAN-STATUS.
           MOVE REPLY-AGENT-KEY TO LIC-AGENT-KEY.
           MOVE LOW-VALUES TO LIC-LICENSE-STATE.
           START AGENT-LICENSE-FILE
               KEY IS NOT LESS THAN LIC-KEY
               INVALID KEY
                   MOVE 'Y' TO LICENSE-SCAN-STATUS
           END-START.
           PERFORM UNTIL LICENSE-SCAN-DONE
               READ AGENT-LICENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LICENSE-SCAN-STATUS
                   NOT AT END
                       IF LIC-AGENT-KEY NOT = REPLY-AGENT-KEY
                           MOVE 'Y' TO LICENSE-SCAN-STATUS
                       ELSE
                           PERFORM 0450-SHOW-LICENSE
                           ADD 1 TO LICENSES-LISTED
                       END-IF
               END-READ
           END-PERFORM.
           IF LICENSES-LISTED = ZERO
               DISPLAY 'NO LICENSES ON FILE FOR THAT AGENT'.

       0450-SHOW-LICENSE.
           DISPLAY 'STATE ' LIC-LICENSE-STATE
               '  LICENSE ' LIC-LICENSE-NR
               '  LINES ' LIC-LINES-OF-AUTHORITY.
           DISPLAY '    EFFECTIVE ' LIC-EFFECTIVE-DATE
               '  EXPIRES ' LIC-EXPIRATION-DATE
               '  APPOINTED ' LIC-APPOINTMENT-DATE.
           DISPLAY '    MAINTAINED BY ' LIC-MAINTAINED-BY
               ' ON ' LIC-MAINTAINED-DATE.

       0500-ADD-OR-REPLACE-LICENSE.
           MOVE 'U' TO AUTHCHK-FUNCTION.
           CALL 'AUTHCHK' USING SIGNED-ON-USER AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO MAINTAIN LICENSES'
               GO TO 0500-DONE.
           PERFORM 0700-ASK-AGENT.
           MOVE REPLY-AGENT-KEY TO AGENT-KEY.
           READ AGENT-INFO-FILE
               INVALID KEY
                   DISPLAY 'THAT AGENT IS NOT ON THE AGENT FILE'
                   GO TO 0500-DONE
           END-READ.
           DISPLAY 'AGENT: ' AGENT-NAME.
           PERFORM 0720-ASK-LICENSE-STATE.
           PERFORM 0750-READ-LICENSE.
           IF LICENSE-ON-FILE
               DISPLAY 'REPLACING:'
               PERFORM 0450-SHOW-LICENSE.
           DISPLAY 'STATE LICENSE NUMBER?'.
           ACCEPT REPLY-LICENSE-NR.
           IF REPLY-LICENSE-NR = SPACES
               DISPLAY 'A LICENSE NUMBER IS REQUIRED'
               GO TO 0500-DONE.
           DISPLAY 'LINES OF AUTHORITY (E.G. LIFE AUTO HLTH)?'.
           ACCEPT REPLY-LINES.
           PERFORM 0800-EDIT-LINES.
           IF NOT LINES-VALID
               GO TO 0500-DONE.
           MOVE 'EFFECTIVE DATE?' TO DATE-PROMPT.
           MOVE 'N' TO DATE-OPTIONAL-SWITCH.
           PERFORM 0850-ASK-DATE.
           IF NOT DATE-ANSWERED
               GO TO 0500-DONE.
           MOVE DATE-ANSWER TO REPLY-EFFECTIVE-DATE.
           MOVE 'EXPIRATION DATE?' TO DATE-PROMPT.
           PERFORM 0850-ASK-DATE.
           IF NOT DATE-ANSWERED
               GO TO 0500-DONE.
           MOVE DATE-ANSWER TO REPLY-EXPIRATION-DATE.
           IF REPLY-EXPIRATION-DATE NOT > REPLY-EFFECTIVE-DATE
               DISPLAY 'THE LICENSE MUST EXPIRE AFTER IT TAKES EFFECT'
               GO TO 0500-DONE.
           MOVE 'CARRIER APPOINTMENT DATE (BLANK IF NONE)?'
               TO DATE-PROMPT.
           MOVE 'Y' TO DATE-OPTIONAL-SWITCH.
           PERFORM 0850-ASK-DATE.
           IF NOT DATE-ANSWERED
               GO TO 0500-DONE.
           MOVE DATE-ANSWER TO REPLY-APPOINTMENT-DATE.
           MOVE REPLY-AGENT-KEY TO LIC-AGENT-KEY.
           MOVE REPLY-LICENSE-STATE TO LIC-LICENSE-STATE.
           MOVE REPLY-LICENSE-NR TO LIC-LICENSE-NR.
           MOVE REPLY-LINE-TABLE TO LIC-LINES-OF-AUTHORITY.
           MOVE REPLY-EFFECTIVE-DATE TO LIC-EFFECTIVE-DATE.
           MOVE REPLY-EXPIRATION-DATE TO LIC-EXPIRATION-DATE.
           MOVE REPLY-APPOINTMENT-DATE TO LIC-APPOINTMENT-DATE.
           MOVE SIGNED-ON-USER TO LIC-MAINTAINED-BY.
           MOVE CURRENT-DATE-INTEGER TO LIC-MAINTAINED-DATE.
           IF LICENSE-ON-FILE
               REWRITE AGENT-LICENSE-RECORD
               DISPLAY 'LICENSE REPLACED'
           ELSE
               WRITE AGENT-LICENSE-RECORD
               DISPLAY 'LICENSE ADDED'.
       0500-DONE.
           EXIT.

       0600-DELETE-LICENSE.
           MOVE 'D' TO AUTHCHK-FUNCTION.
           CALL 'AUTHCHK' USING SIGNED-ON-USER AUTHCHK-SYSTEM
               AUTHCHK-FUNCTION AUTHCHK-RETURN.
           IF AUTHCHK-RETURN NOT = '00'
               DISPLAY 'YOU ARE NOT AUTHORIZED TO DELETE LICENSES'
               GO TO 0600-DONE.
           PERFORM 0700-ASK-AGENT.
           PERFORM 0720-ASK-LICENSE-STATE.
           PERFORM 0750-READ-LICENSE.
           IF NOT LICENSE-ON-FILE
               DISPLAY 'NO SUCH LICENSE'
               GO TO 0600-DONE.
           PERFORM 0450-SHOW-LICENSE.
           DISPLAY 'DELETE THIS LICENSE? (Y/N)'.
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY = 'Y' OR 'y'
               DELETE AGENT-LICENSE-FILE
               DISPLAY 'LICENSE DELETED'
           ELSE
               DISPLAY 'NOTHING DELETED'.
       0600-DONE.
           EXIT.

       0700-ASK-AGENT.
           DISPLAY 'AGENT STATE?'.
           ACCEPT REPLY-AGENT-STATE.
           DISPLAY 'AGENT TERRITORY?'.
           ACCEPT REPLY-AGENT-TERRITORY.

       0720-ASK-LICENSE-STATE.
           DISPLAY 'LICENSING STATE?'.
           ACCEPT REPLY-LICENSE-STATE.

       0750-READ-LICENSE.
           MOVE REPLY-AGENT-KEY TO LIC-AGENT-KEY.
           MOVE REPLY-LICENSE-STATE TO LIC-LICENSE-STATE.
           MOVE 'Y' TO LICENSE-FOUND-SWITCH.
           READ AGENT-LICENSE-FILE
               INVALID KEY
                   MOVE 'N' TO LICENSE-FOUND-SWITCH
           END-READ.

      *  The lines are the policy types NESTPROG edits; anything
      *  else is a typing mistake, not a new line of business.
       0800-EDIT-LINES.
           MOVE SPACES TO REPLY-LINE-TABLE.
           MOVE 'Y' TO LINES-VALID-SWITCH.
           UNSTRING REPLY-LINES DELIMITED BY ALL SPACE
               INTO REPLY-LINE (1) REPLY-LINE (2) REPLY-LINE (3)
                    REPLY-LINE (4) REPLY-LINE (5) REPLY-LINE (6)
                    REPLY-LINE (7) REPLY-LINE (8).
           IF REPLY-LINE-TABLE = SPACES
               DISPLAY 'AT LEAST ONE LINE OF AUTHORITY IS REQUIRED'
               MOVE 'N' TO LINES-VALID-SWITCH.
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 8
               IF REPLY-LINE (LINE-SUB) NOT = SPACES
                 AND REPLY-LINE (LINE-SUB) NOT = 'LIFE'
                 AND REPLY-LINE (LINE-SUB) NOT = 'AUTO'
                 AND REPLY-LINE (LINE-SUB) NOT = 'HLTH'
                 AND REPLY-LINE (LINE-SUB) NOT = 'UMBR'
                 AND REPLY-LINE (LINE-SUB) NOT = 'RENT'
                   DISPLAY 'UNKNOWN LINE OF AUTHORITY: '
                       REPLY-LINE (LINE-SUB)
                   MOVE 'N' TO LINES-VALID-SWITCH
               END-IF
           END-PERFORM.

      *  Dates come in through the DATENTRY free-format editor.  An
      *  optional date left blank answers zero.
       0850-ASK-DATE.
           MOVE 'N' TO DATE-ANSWER-SWITCH.
           MOVE ZERO TO DATE-ANSWER.
           DISPLAY DATE-PROMPT.
           ACCEPT DATENTRY-INPUT.
           IF DATENTRY-INPUT = SPACES AND DATE-IS-OPTIONAL
               MOVE 'Y' TO DATE-ANSWER-SWITCH
               EXIT PARAGRAPH.
           CALL 'DATENTRY' USING DATENTRY-INPUT DATENTRY-OUTPUT
               DATENTRY-STATUS.
           IF DATENTRY-STATUS NOT = 'Y'
               DISPLAY 'THAT IS NOT A DATE I CAN READ'
           ELSE
               MOVE DATENTRY-OUTPUT TO DATE-ANSWER
               MOVE 'Y' TO DATE-ANSWER-SWITCH.
