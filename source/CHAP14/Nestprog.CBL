           SELECT CHECKPOINT-FILE      ASSIGN TO "NESTCKPT.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS CHECKPOINT-STATUS.
           SELECT AGENT-INFO-FILE      ASSIGN TO "AGTINFO"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY AGENT-KEY
                                       FILE STATUS AGENT-STATUS.
           SELECT LICENSE-WARNING-FILE ASSIGN TO "LICWARN.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT           PIC 9(8).
           05  CKPT-POLICY-NUMBER          PIC X(12).
       FD  AGENT-INFO-FILE.
       01  AGENT-RECORD.
           05  AGENT-KEY.
               10  AGENT-STATE             PIC XX.
               10  AGENT-TERRITORY         PIC X(20).
           05  AGENT-NAME                  PIC X(20).
           05  AGENT-PHONE-NR              PIC X(13).
           05  AGENT-ADDRESS               PIC X(25).
           05  AGENT-ACTIVE-FLAG           PIC X.
               88  AGENT-IS-ACTIVE          VALUE 'Y'.
       FD  LICENSE-WARNING-FILE.
       01  LICENSE-WARNING-RECORD.
           05  LWRN-INFO                   PIC X(80).
           05  LWRN-REASON                 PIC X(30).
       WORKING-STORAGE SECTION.
       01  POLICY-INFO                     GLOBAL.                      (2)
           05  POLICY-TYPE                 PIC XXXX.
           05  POLICY-AUTO-INFO.
               10  POLICY-AUTO-YEAR        PIC XX.
               10  POLICY-AUTO-BRAND       PIC X(10).
           05  POLICY-DRIVER-BIRTH-DATE    PIC X(8).
       01  EDIT-STATUS                     PIC X.
       01  VALID-STATUS                    PIC X.
       01  ERROR-CODE                      PIC 999.
           88  RESTARTING                  VALUE 'Y'.
       01  RESTART-SKIP-COUNT              PIC 9(8) VALUE ZERO.
       01  RECORDS-PROCESSED-COUNT         PIC 9(8) VALUE ZERO.

      *  License warning.  New business (ADD) that passes the edits
      *  is checked against the territory's agent: if no active
      *  agent holds a license in force for the line on the policy
      *  date (LICCHK against AGTLIC.DAT), the policy still goes to
      *  POLICYED.DAT but is listed on LICWARN.DAT for follow-up.
       01  AGENT-STATUS                    PIC XX VALUE '00'.
       01  AGENT-FILE-OPEN-STATUS          PIC X VALUE 'N'.
           88  AGENT-FILE-AVAILABLE        VALUE 'Y'.
       01  AGENT-FOUND-SWITCH              PIC X.
           88  AGENT-FOUND                 VALUE 'Y'.
       01  LICCHK-RETURN                   PIC XX.
           88  AGENT-LICENSED              VALUE '00'.
       PROCEDURE DIVISION.
       0100-MAIN-CONTROL.
           PERFORM 0950-READ-CHECKPOINT.
           OPEN INPUT AGENT-INFO-FILE.
           IF AGENT-STATUS = '00'
               MOVE 'Y' TO AGENT-FILE-OPEN-STATUS.
           IF RESTARTING
               OPEN INPUT POLICY-INPUT
               OPEN EXTEND POLICY-EDITED
                           LICENSE-WARNING-FILE
               PERFORM RESTART-SKIP-COUNT TIMES
                   PERFORM 0800-READ-POLICY-CHANGES
               END-PERFORM
           ELSE
               OPEN INPUT POLICY-INPUT
                    OUTPUT POLICY-EDITED
                           LICENSE-WARNING-FILE
               PERFORM 0900-REEDIT-CONTROL
           END-IF.
           PERFORM 0800-READ-POLICY-CHANGES.
           PERFORM 0200-EDIT-CONTROL
               UNTIL POLICY-EOF.
           CLOSE POLICY-INPUT
                 POLICY-EDITED
                 LICENSE-WARNING-FILE.
           IF AGENT-FILE-AVAILABLE
               CLOSE AGENT-INFO-FILE.
           CALL 'NSTSUB2C'.                                             (3)
           CALL 'NSTSUBXC'.
           PERFORM 0960-CLEAR-CHECKPOINT.
              CALL 'NSTSUBX' USING ERROR-CODE                           (9)
           END-IF.
           IF EDIT-STATUS = 'Y'
              WRITE GOOD-POLICY-RECORD FROM POLICY-INFO
              IF POLICY-UPDATE-CODE = 'ADD ' AND AGENT-FILE-AVAILABLE
                 PERFORM 0270-CHECK-AGENT-LICENSE.
      *  Same territory agent AGTOVRD pays: the active agent whose
      *  key starts at the policy's state and territory.
       0270-CHECK-AGENT-LICENSE.
           MOVE 'N' TO AGENT-FOUND-SWITCH.
           MOVE POLICY-MISC-INFO (1:2) TO AGENT-STATE.
           MOVE SPACES TO AGENT-TERRITORY.
           MOVE POLICY-MISC-INFO (3:10) TO AGENT-TERRITORY (1:10).
           START AGENT-INFO-FILE
               KEY IS NOT LESS THAN AGENT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF AGENT-STATUS = '00'
               READ AGENT-INFO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AGENT-STATE = POLICY-MISC-INFO (1:2)
                         AND AGENT-TERRITORY (1:10) =
                                 POLICY-MISC-INFO (3:10)
                         AND AGENT-IS-ACTIVE
                           MOVE 'Y' TO AGENT-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF NOT AGENT-FOUND
               MOVE 'NO AGENT FOR TERRITORY' TO LWRN-REASON
               PERFORM 0280-WRITE-LICENSE-WARNING
           ELSE
               CALL 'LICCHK' USING AGENT-KEY POLICY-MISC-INFO (1:2)
                   POLICY-TYPE POLICY-DATE LICCHK-RETURN
               EVALUATE LICCHK-RETURN
                   WHEN '00'
                       CONTINUE
                   WHEN '01'
                       MOVE 'AGENT NOT LICENSED IN STATE'
                           TO LWRN-REASON
                       PERFORM 0280-WRITE-LICENSE-WARNING
                   WHEN '02'
                       MOVE 'AGENT LINE NOT AUTHORIZED'
                           TO LWRN-REASON
                       PERFORM 0280-WRITE-LICENSE-WARNING
                   WHEN '03'
                       MOVE 'AGENT LICENSE NOT IN FORCE'
                           TO LWRN-REASON
                       PERFORM 0280-WRITE-LICENSE-WARNING
                   WHEN OTHER
                       MOVE 'AGENT NOT APPOINTED' TO LWRN-REASON
                       PERFORM 0280-WRITE-LICENSE-WARNING
               END-EVALUATE
           END-IF.
       0280-WRITE-LICENSE-WARNING.
           MOVE POLICY-INFO TO LWRN-INFO.
           WRITE LICENSE-WARNING-RECORD.
       0800-READ-POLICY-CHANGES.
           READ POLICY-INPUT INTO POLICY-INFO
              AT END
