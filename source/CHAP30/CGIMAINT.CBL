      * silently overwriting them.  A form with no stamp (kept open
      * from before the field existed) still saves.
      *
      * Contact activity: a retrieved contact's entries on the
      * contact activity file CONTACTA.DAT (calls, visits, letters,
      * emails, campaign responses -- see ACTPOST) are listed newest
      * first, up to the latest fifty, where the template carries
      * the %%ACTIVITY%% token, one table row per entry.  A NOTE
      * request adds an entry for the contact on the form from the
      * ACT_TYPE (C, V, L, or E), EMPLOYEE (an active EMPMAST
      * employee ID), NOTES, and optional FOLLOW_UP date fields; the
      * follow-up stays on the daily FOLLOWUP report until a later
      * entry is added here for the contact.
      *
      * A sample contact file can be created by compiling and running
      * MKCONT.CBL.
      *
               ORGANIZATION LINE SEQUENTIAL
               ACCESS       SEQUENTIAL
               FILE STATUS  AUDIT-FILESTATUS.
           SELECT CONTACT-ACTIVITY ASSIGN "CONTACTA.DAT"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   ACT-KEY
               FILE STATUS  ACTIVITY-FILESTATUS.
           SELECT EMPLOYEE-MASTER ASSIGN "EMPMAST"
               ORGANIZATION INDEXED
               ACCESS       DYNAMIC
               RECORD KEY   EMP-ID
               ALTERNATE RECORD KEY EMP-PHONE-USER-ID
                            WITH DUPLICATES
               FILE STATUS  EMPLOYEE-FILESTATUS.

      *=================================================================
       DATA DIVISION.
         05  AUDIT-KEY             PIC X(45).
         05  AUDIT-STATUS          PIC X(30).

       FD  CONTACT-ACTIVITY LABEL RECORDS STANDARD.
       01  CONTACT-ACTIVITY-RECORD.
         05  ACT-KEY.
           10  ACT-CONTACT-KEY     PIC X(45).
           10  ACT-TIMESTAMP       PIC 9(16).
         05  ACT-TYPE              PIC X.
         05  ACT-EMPLOYEE-ID       PIC X(6).
         05  ACT-FOLLOW-UP-DATE    PIC 9(8).
         05  ACT-SOURCE            PIC X.
         05  ACT-NOTES             PIC X(160).

       FD  EMPLOYEE-MASTER LABEL RECORDS STANDARD.
       01  EMPLOYEE-RECORD.
         05  EMP-ID                PIC X(6).
         05  EMP-NAME              PIC X(20).
         05  EMP-DEPARTMENT        PIC X(10).
         05  EMP-LOCATION          PIC X(10).
         05  EMP-EXTENSION         PIC X(4).
         05  EMP-STATUS-FLAG       PIC X.
           88  EMP-IS-ACTIVE                 VALUE "A".
         05  EMP-PHONE-USER-ID     PIC X(8).
         05  FILLER                PIC X(21).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
         88  DOCTPL-IO-OK                    VALUE "00" THRU "09".
       01  AUDIT-FILESTATUS        PIC X(2).
         88  AUDIT-IO-OK                     VALUE "00" THRU "09".
       01  ACTIVITY-FILESTATUS     PIC X(2).
         88  ACTIVITY-IO-OK                  VALUE "00" THRU "09".
       01  EMPLOYEE-FILESTATUS     PIC X(2).
         88  EMPLOYEE-IO-OK                  VALUE "00" THRU "09".

       01  AUDIT-USER-ID-IN        PIC X(20) VALUE SPACE.
       01  AUTHCHK-SYSTEM          PIC X(8) VALUE "CONTACT ".
       01  STAMP-SUM               PIC 9(12).
       01  STAMP-PTR               PIC 9(4) BINARY.

       01  NOTE-TYPE-IN            PIC X       VALUE SPACE.
         88  NOTE-TYPE-VALID                 VALUE "C" "V" "L" "E".
       01  NOTE-EMPLOYEE-IN        PIC X(6)    VALUE SPACE.
       01  NOTE-TEXT-IN            PIC X(160)  VALUE SPACE.
       01  NOTE-FOLLOW-UP-IN       PIC X(12)   VALUE SPACE.
       01  NOTE-OK-SWITCH          PIC X.
         88  NOTE-OK                         VALUE "Y".
       01  DATENTRY-INPUT          PIC X(12).
       01  DATENTRY-OUTPUT         PIC 9(8).
       01  DATENTRY-STATUS         PIC X.
         88  DATENTRY-VALID                  VALUE "Y".
       01  TODAY-DATE              PIC 9(8).

       01  ACTPOST-FUNCTION        PIC X.
       01  ACTPOST-ENTRY.
         05  ACTV-CONTACT-KEY      PIC X(45).
         05  ACTV-TIMESTAMP        PIC 9(16).
         05  ACTV-TYPE             PIC X.
         05  ACTV-EMPLOYEE-ID      PIC X(6).
         05  ACTV-FOLLOW-UP-DATE   PIC 9(8).
         05  ACTV-SOURCE           PIC X.
         05  ACTV-NOTES            PIC X(160).
       01  ACTPOST-RETURN          PIC XX.

       01  HISTORY-COUNT           PIC 9(5) BINARY VALUE ZERO.
       01  HISTORY-QUOTIENT        PIC 9(5) BINARY.
       01  HISTORY-SLOT            PIC 9(4) BINARY.
       01  HISTORY-SHOWN           PIC 9(4) BINARY.
       01  HISTORY-LINE-CNT        PIC 9(4) BINARY.
       01  HISTORY-TABLE.
         05  HISTORY-ENTRY OCCURS 50 TIMES.
           10  HST-CONTACT-KEY     PIC X(45).
           10  HST-TIMESTAMP       PIC X(16).
           10  HST-TYPE            PIC X.
           10  HST-EMPLOYEE-ID     PIC X(6).
           10  HST-FOLLOW-UP-DATE  PIC X(8).
           10  HST-SOURCE          PIC X.
           10  HST-NOTES           PIC X(160).
       01  HISTORY-TYPE-TEXT       PIC X(8).
       01  HISTORY-BY-TEXT         PIC X(8).
       01  HISTORY-FOLLOW-UP-TEXT  PIC X(10).


       PROCEDURE DIVISION.

               END-IF
             WHEN "SEARCH"
               PERFORM SEARCH-CONTACT
             WHEN "NOTE"
               MOVE "A" TO AUTHCHK-FUNCTION
               PERFORM CHECK-WEB-AUTHORITY
               IF AUTHCHK-RETURN = "00"
                   PERFORM ADD-ACTIVITY
               END-IF
           END-EVALUATE
           IF CONTACT-KEY NOT = SPACE
               PERFORM LOAD-ACTIVITY-HISTORY
           END-IF
           PERFORM PUT-OUTPUT
           STOP RUN
           .
                   MOVE FIELD-VALUE    TO SEARCH-NAME
                 WHEN "STAMP"
                   MOVE FIELD-VALUE    TO FORM-STAMP-X
                 WHEN "ACT_TYPE"
                   MOVE FIELD-VALUE    TO NOTE-TYPE-IN
                 WHEN "EMPLOYEE"
                   MOVE FIELD-VALUE    TO NOTE-EMPLOYEE-IN
                 WHEN "NOTES"
                   MOVE FIELD-VALUE    TO NOTE-TEXT-IN
                 WHEN "FOLLOW_UP"
                   MOVE FIELD-VALUE    TO NOTE-FOLLOW-UP-IN
                 END-EVALUATE
           END-PERFORM
           .
           PERFORM WRITE-AUDIT-RECORD
           .

      *=================================================================
       ADD-ACTIVITY.
      *-----------------------------------------------------------------
      * Adds one activity entry for the contact named on the form.
      * The contact must be on file; the entry is posted through
      * ACTPOST like every other activity entry, and the reply form
      * shows the contact as it stands with the new entry at the
      * top of its history.
      *=================================================================
           OPEN INPUT CONTACT
           IF CONTACT-IO-OK
               READ CONTACT
               IF CONTACT-IO-OK
                   PERFORM COMPUTE-RECORD-STAMP
                   PERFORM EDIT-ACTIVITY-ENTRY
                   IF NOTE-OK
                       PERFORM POST-ACTIVITY-ENTRY
                   END-IF
               ELSE
                   MOVE "Record not found" TO STATUS-MESSAGE
               END-IF
               CLOSE CONTACT
           ELSE
               MOVE "Error opening contact file" TO STATUS-MESSAGE
           END-IF
           MOVE "NOTE" TO AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD
           .

      *=================================================================
       EDIT-ACTIVITY-ENTRY.
      *-----------------------------------------------------------------
      * The type, the employee, and the notes are required; a
      * follow-up date is optional but may not be in the past.
      *=================================================================
           MOVE "N" TO NOTE-OK-SWITCH
           MOVE FUNCTION UPPER-CASE(NOTE-TYPE-IN) TO NOTE-TYPE-IN
           MOVE FUNCTION UPPER-CASE(NOTE-EMPLOYEE-IN)
             TO NOTE-EMPLOYEE-IN
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE ZERO TO DATENTRY-OUTPUT
           EVALUATE TRUE
             WHEN NOT NOTE-TYPE-VALID
               MOVE "Activity type must be C, V, L, or E"
                 TO STATUS-MESSAGE
             WHEN NOTE-TEXT-IN = SPACE
               MOVE "Activity notes are required" TO STATUS-MESSAGE
             WHEN NOTE-EMPLOYEE-IN = SPACE
               MOVE "Employee ID is required" TO STATUS-MESSAGE
             WHEN OTHER
               OPEN INPUT EMPLOYEE-MASTER
               IF EMPLOYEE-IO-OK
                   MOVE NOTE-EMPLOYEE-IN TO EMP-ID
                   READ EMPLOYEE-MASTER
                   IF EMPLOYEE-IO-OK AND EMP-IS-ACTIVE
                       MOVE "Y" TO NOTE-OK-SWITCH
                   ELSE
                       MOVE "Employee ID not on file or not active"
                         TO STATUS-MESSAGE
                   END-IF
                   CLOSE EMPLOYEE-MASTER
               ELSE
                   MOVE "Error opening employee file"
                     TO STATUS-MESSAGE
               END-IF
           END-EVALUATE
           IF NOTE-OK AND NOTE-FOLLOW-UP-IN NOT = SPACE
               MOVE NOTE-FOLLOW-UP-IN TO DATENTRY-INPUT
               CALL "DATENTRY" USING DATENTRY-INPUT DATENTRY-OUTPUT
                   DATENTRY-STATUS
               IF NOT DATENTRY-VALID
                   MOVE "N" TO NOTE-OK-SWITCH
                   MOVE "Follow-up date is not a valid date"
                     TO STATUS-MESSAGE
               ELSE
                   IF DATENTRY-OUTPUT < TODAY-DATE
                       MOVE "N" TO NOTE-OK-SWITCH
                       MOVE "Follow-up date is in the past"
                         TO STATUS-MESSAGE
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
       POST-ACTIVITY-ENTRY.
      *=================================================================
           MOVE SPACE             TO ACTPOST-ENTRY
           MOVE CONTACT-KEY       TO ACTV-CONTACT-KEY
           MOVE NOTE-TYPE-IN      TO ACTV-TYPE
           MOVE NOTE-EMPLOYEE-IN  TO ACTV-EMPLOYEE-ID
           MOVE DATENTRY-OUTPUT   TO ACTV-FOLLOW-UP-DATE
           MOVE "W"               TO ACTV-SOURCE
           MOVE NOTE-TEXT-IN      TO ACTV-NOTES
           MOVE "W" TO ACTPOST-FUNCTION
           CALL "ACTPOST" USING ACTPOST-FUNCTION ACTPOST-ENTRY
               ACTPOST-RETURN
           IF ACTPOST-RETURN = "00"
               MOVE "Activity added" TO STATUS-MESSAGE
           ELSE
               MOVE "Activity not added" TO STATUS-MESSAGE
           END-IF
           MOVE "C" TO ACTPOST-FUNCTION
           CALL "ACTPOST" USING ACTPOST-FUNCTION ACTPOST-ENTRY
               ACTPOST-RETURN
           .

      *=================================================================
       LOAD-ACTIVITY-HISTORY.
      *-----------------------------------------------------------------
      * The contact's entries come off the file oldest first; the
      * latest fifty are kept in a ring so they can be shown newest
      * first.  HISTORY-SLOT is left on the newest.
      *=================================================================
           MOVE ZERO TO HISTORY-COUNT
           OPEN INPUT CONTACT-ACTIVITY
           IF ACTIVITY-IO-OK
               MOVE CONTACT-KEY TO ACT-CONTACT-KEY
               MOVE ZERO        TO ACT-TIMESTAMP
               START CONTACT-ACTIVITY KEY IS NOT LESS THAN ACT-KEY
               PERFORM UNTIL NOT ACTIVITY-IO-OK
                   READ CONTACT-ACTIVITY NEXT RECORD
                   IF ACTIVITY-IO-OK
                       IF ACT-CONTACT-KEY NOT = CONTACT-KEY
                           MOVE "10" TO ACTIVITY-FILESTATUS
                       ELSE
                           ADD 1 TO HISTORY-COUNT
                           DIVIDE HISTORY-COUNT BY 50
                               GIVING HISTORY-QUOTIENT
                               REMAINDER HISTORY-SLOT
                           ADD 1 TO HISTORY-SLOT
                           MOVE CONTACT-ACTIVITY-RECORD
                             TO HISTORY-ENTRY (HISTORY-SLOT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTACT-ACTIVITY
           END-IF
           .

      *=================================================================
       WRITE-ACTIVITY-HISTORY.
      *-----------------------------------------------------------------
      * One table row per entry, newest first: when, what, who,
      * follow-up date, and the notes.
      *=================================================================
           EVALUATE TRUE
             WHEN CONTACT-KEY = SPACE
               CONTINUE
             WHEN HISTORY-COUNT = ZERO
               MOVE "<TR><TD COLSPAN=5>No activity recorded</TD></TR>"
                 TO STDOUT-RECORD
               WRITE STDOUT-RECORD
             WHEN OTHER
               IF HISTORY-COUNT > 50
                   MOVE 50 TO HISTORY-SHOWN
               ELSE
                   MOVE HISTORY-COUNT TO HISTORY-SHOWN
               END-IF
               PERFORM VARYING HISTORY-LINE-CNT FROM 1 BY 1
                 UNTIL HISTORY-LINE-CNT > HISTORY-SHOWN
                   PERFORM WRITE-ACTIVITY-ROW
                   IF HISTORY-SLOT = 1
                       MOVE 50 TO HISTORY-SLOT
                   ELSE
                       SUBTRACT 1 FROM HISTORY-SLOT
                   END-IF
               END-PERFORM
           END-EVALUATE
           MOVE SPACE TO STDOUT-RECORD
           .

      *=================================================================
       WRITE-ACTIVITY-ROW.
      *=================================================================
           EVALUATE HST-TYPE (HISTORY-SLOT)
             WHEN "C"   MOVE "Call"     TO HISTORY-TYPE-TEXT
             WHEN "V"   MOVE "Visit"    TO HISTORY-TYPE-TEXT
             WHEN "L"   MOVE "Letter"   TO HISTORY-TYPE-TEXT
             WHEN "E"   MOVE "Email"    TO HISTORY-TYPE-TEXT
             WHEN "R"   MOVE "Response" TO HISTORY-TYPE-TEXT
             WHEN OTHER MOVE SPACE      TO HISTORY-TYPE-TEXT
           END-EVALUATE
           MOVE HST-EMPLOYEE-ID (HISTORY-SLOT) TO HISTORY-BY-TEXT
           IF HISTORY-BY-TEXT = SPACE
               EVALUATE HST-SOURCE (HISTORY-SLOT)
                 WHEN "F"   MOVE "FORMLETR" TO HISTORY-BY-TEXT
                 WHEN "R"   MOVE "RESPENTR" TO HISTORY-BY-TEXT
               END-EVALUATE
           END-IF
           MOVE SPACE TO HISTORY-FOLLOW-UP-TEXT
           IF HST-FOLLOW-UP-DATE (HISTORY-SLOT) NUMERIC
             AND HST-FOLLOW-UP-DATE (HISTORY-SLOT) NOT = ZERO
               STRING HST-FOLLOW-UP-DATE (HISTORY-SLOT) (5:2) "/"
                      HST-FOLLOW-UP-DATE (HISTORY-SLOT) (7:2) "/"
                      HST-FOLLOW-UP-DATE (HISTORY-SLOT) (1:4)
                      DELIMITED SIZE INTO HISTORY-FOLLOW-UP-TEXT
               END-STRING
           END-IF
           MOVE SPACE TO STDOUT-RECORD
           STRING "<TR><TD>"
                  HST-TIMESTAMP (HISTORY-SLOT) (5:2) "/"
                  HST-TIMESTAMP (HISTORY-SLOT) (7:2) "/"
                  HST-TIMESTAMP (HISTORY-SLOT) (1:4) " "
                  HST-TIMESTAMP (HISTORY-SLOT) (9:2) ":"
                  HST-TIMESTAMP (HISTORY-SLOT) (11:2)
                  "</TD><TD>" HISTORY-TYPE-TEXT
                  "</TD><TD>" HISTORY-BY-TEXT
                  "</TD><TD>" HISTORY-FOLLOW-UP-TEXT
                  "</TD>" DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           MOVE SPACE TO STDOUT-RECORD
           STRING "<TD>" HST-NOTES (HISTORY-SLOT) "</TD></TR>"
                  DELIMITED SIZE INTO STDOUT-RECORD
           END-STRING
           WRITE STDOUT-RECORD
           .

      *=================================================================
       WRITE-AUDIT-RECORD.
      *-----------------------------------------------------------------
                       PERFORM WRITE-VALUE-STDOUT
                     WHEN "%%PROMPT%%"
                       MOVE STATUS-MESSAGE TO STDOUT-RECORD
                     WHEN "%%ACTIVITY%%"
                       PERFORM WRITE-ACTIVITY-HISTORY
                     WHEN OTHER
                       MOVE DOCTPL-RECORD TO STDOUT-RECORD
                   END-EVALUATE
