       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACTPOST.

      *=================================================================
      * Contact activity posting service.  CONTACT.DAT says who a
      * contact is; the contact activity file CONTACTA.DAT says what
      * we have said to them -- one record per call, visit, letter,
      * email, or campaign response, keyed by the contact key and a
      * date/time stamp, so a contact's entries read back in the
      * order they happened:
      *
      *     contact key (last + first name, as on CONTACT.DAT)
      *     timestamp   CCYYMMDDHHMMSShh
      *     type        C call / V visit / L letter / E email /
      *                 R campaign response
      *     employee    EMPMAST employee ID, blank for an entry
      *                 the letter run posted on its own
      *     follow-up   CCYYMMDD date someone promised to get back
      *                 to the contact, zero when nothing is owed
      *     source      W entered on the CGIMAINT contact page /
      *                 R RESPENTR / F FORMLETR
      *     notes       free text
      *
      * Every program that records activity posts through here, so
      * the stamp is assigned one way: the time of the call, moved
      * on a hundredth of a second when the letter run posts two
      * entries for one contact inside the same hundredth.
      *
      * In:   ACTPOST-FUNCTION  'W' write ACTPOST-ENTRY (its stamp is
      *                         filled in here) / 'C' close the file
      *                         so the caller can read it itself
      * Out:  ACTPOST-RETURN    '00' posted, '01' activity file not
      *                         available, '02' entry not posted
      *
      * The file is opened on the first write and created when it
      * is not there yet, as RETMENT creates RETMAIL.DAT.
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-ACTIVITY     ASSIGN TO "CONTACTA.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ACT-KEY
                                       FILE STATUS ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-ACTIVITY.
       01  CONTACT-ACTIVITY-RECORD.
           05  ACT-KEY.
               10  ACT-CONTACT-KEY     PIC X(45).
               10  ACT-TIMESTAMP       PIC 9(16).
           05  ACT-TYPE                PIC X.
           05  ACT-EMPLOYEE-ID         PIC X(6).
           05  ACT-FOLLOW-UP-DATE      PIC 9(8).
           05  ACT-SOURCE              PIC X.
           05  ACT-NOTES               PIC X(160).

       WORKING-STORAGE SECTION.
       01  ACTIVITY-STATUS             PIC XX.
       01  ACTIVITY-OPEN-SWITCH        PIC X VALUE 'N'.
           88  ACTIVITY-FILE-OPEN      VALUE 'Y'.
       01  CURRENT-DATE-INFO           PIC X(21).
       01  STAMP-TRIES                 PIC 99.

       LINKAGE SECTION.
       01  ACTPOST-FUNCTION            PIC X.
       01  ACTPOST-ENTRY.
           05  ACTV-CONTACT-KEY        PIC X(45).
           05  ACTV-TIMESTAMP          PIC 9(16).
           05  ACTV-TYPE               PIC X.
           05  ACTV-EMPLOYEE-ID        PIC X(6).
           05  ACTV-FOLLOW-UP-DATE     PIC 9(8).
           05  ACTV-SOURCE             PIC X.
           05  ACTV-NOTES              PIC X(160).
       01  ACTPOST-RETURN              PIC XX.

       PROCEDURE DIVISION USING ACTPOST-FUNCTION ACTPOST-ENTRY
                                 ACTPOST-RETURN.
       0100-MAIN.
           MOVE '00' TO ACTPOST-RETURN.
           IF ACTPOST-FUNCTION = 'C'
               IF ACTIVITY-FILE-OPEN
                   CLOSE CONTACT-ACTIVITY
                   MOVE 'N' TO ACTIVITY-OPEN-SWITCH
               END-IF
               EXIT PROGRAM.
           IF NOT ACTIVITY-FILE-OPEN
               PERFORM 0200-OPEN-ACTIVITY-FILE.
           IF NOT ACTIVITY-FILE-OPEN
               MOVE '01' TO ACTPOST-RETURN
               EXIT PROGRAM.
           IF ACTV-CONTACT-KEY = SPACES
               MOVE '02' TO ACTPOST-RETURN
               EXIT PROGRAM.
           PERFORM 0300-WRITE-ACTIVITY.
           EXIT PROGRAM.

       0200-OPEN-ACTIVITY-FILE.
           OPEN I-O CONTACT-ACTIVITY.
           IF ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT CONTACT-ACTIVITY
               CLOSE CONTACT-ACTIVITY
               OPEN I-O CONTACT-ACTIVITY.
           IF ACTIVITY-STATUS = '00'
               MOVE 'Y' TO ACTIVITY-OPEN-SWITCH.

       0300-WRITE-ACTIVITY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-INFO.
           MOVE CURRENT-DATE-INFO (1:16) TO ACTV-TIMESTAMP.
           IF ACTV-FOLLOW-UP-DATE NOT NUMERIC
               MOVE ZERO TO ACTV-FOLLOW-UP-DATE.
           MOVE ACTPOST-ENTRY TO CONTACT-ACTIVITY-RECORD.
           MOVE '22' TO ACTIVITY-STATUS.
           PERFORM VARYING STAMP-TRIES FROM 1 BY 1
               UNTIL STAMP-TRIES > 50
                  OR ACTIVITY-STATUS NOT = '22'
               WRITE CONTACT-ACTIVITY-RECORD
                   INVALID KEY
                       ADD 1 TO ACT-TIMESTAMP
               END-WRITE
           END-PERFORM.
           IF ACTIVITY-STATUS = '00'
               MOVE ACT-TIMESTAMP TO ACTV-TIMESTAMP
           ELSE
               MOVE '02' TO ACTPOST-RETURN.
