      *                'F' FILLED AT RECEIVING (DB2RECV SETS IT,     *
      *                PRINTING THE PICKUP NOTICE).                  *
      *                                                               *
      *              THE LAST BYTE TAGS WHERE THE REQUEST CAME FROM: *
      *              'S' TAKEN HERE AT THE STORE, 'W' SUBMITTED ON   *
      *              THE CATALOG WEB PAGE (CGIBOOK).  OLDER RECORDS  *
      *              CARRY A SPACE AND COUNT AS STORE REQUESTS.      *
      *                                                               *
      *              SPORDRPT AGES WHATEVER IS STILL UNFILLED.       *
      *****************************************************************

           02  SPO-REQUEST-DATE       PIC 9(8).
           02  SPO-STATUS             PIC X.
           02  SPO-FILLED-DATE        PIC 9(8).
           02  SPO-SOURCE             PIC X.

       WORKING-STORAGE SECTION.
       01  SPECORD-STATUS             PIC XX.
                  MOVE CURRENT-DATE-INTEGER TO SPO-REQUEST-DATE
                  MOVE 'O' TO SPO-STATUS
                  MOVE ZERO TO SPO-FILLED-DATE
                  MOVE 'S' TO SPO-SOURCE
                  WRITE SPECIAL-ORDER-RECORD
                  ADD 1 TO REQUESTS-ENTERED-COUNT
                  DISPLAY 'REQUEST RECORDED'
