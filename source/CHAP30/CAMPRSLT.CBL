      *   - revenue, priced from ORDHIST for each order response
      *     whose key resolves there.
      *
      * Where CAMPEXT held out a control group, the campaign also
      * gets a lift measurement.  Every member of both groups on
      * CAMPGRP.DAT is tied through ECUSXREF.DAT to an order
      * customer, and that customer's ORDHIST orders dated within
      * the campaign window (mail date through mail date plus the
      * window days) are counted and priced.  A member with no
      * order customer on the cross-reference simply shows no
      * orders, the same in either group.  Beneath the campaign
      * line the report shows, for each group, members, buyers
      * (members with an order), the buying rate, orders and order
      * dollars; then:
      *
      *   - incremental lift: the mailed buying rate less the
      *     control rate, in points and relative to control;
      *   - incremental orders and dollars: the mailed group's less
      *     what the control group's rate would have produced at
      *     the mailed group's size;
      *   - campaign cost (pieces times the piece cost on
      *     CAMPMAIL.DAT) and cost per incremental order;
      *   - whether the difference is meaningful: a two-proportion
      *     z test on the buying rates, significant at 95% when z
      *     is 1.96 or more either way.  When either group would
      *     expect fewer than five buyers at the pooled rate the
      *     groups are too small to tell, and the report says so.
      *
      * The report is CAMPRSLT.DAT, one line per campaign plus a
      * run total.
      *=================================================================
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY OHIST-KEY
                                       FILE STATUS HISTORY-STATUS.
           SELECT CAMPAIGN-GROUP-FILE  ASSIGN TO "CAMPGRP.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS GROUP-FILE-STATUS.
           SELECT ENTERPRISE-XREF      ASSIGN TO "ECUSXREF.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE SEQUENTIAL
                                       RECORD KEY ECX-ENTERPRISE-NR
                                       FILE STATUS XREF-STATUS.
           SELECT RESULTS-REPORT       ASSIGN TO "CAMPRSLT.DAT"
                                       LINE SEQUENTIAL.

           05  CMAIL-CAMPAIGN-CODE   PIC X(6).
           05  CMAIL-MAIL-DATE       PIC 9(8).
           05  CMAIL-PIECE-COUNT     PIC 9(5).
           05  CMAIL-CONTROL-COUNT   PIC 9(5).
           05  CMAIL-WINDOW-DAYS     PIC 9(3).
           05  CMAIL-PIECE-COST      PIC 9V999.

       FD  CAMPAIGN-GROUP-FILE.
       01  CAMPAIGN-GROUP-RECORD.
           05  CGRP-CAMPAIGN-CODE    PIC X(6).
           05  CGRP-MAIL-DATE        PIC 9(8).
           05  CGRP-WINDOW-DAYS      PIC 9(3).
           05  CGRP-GROUP            PIC X.
               88  CGRP-MAILED-GROUP   VALUE 'M'.
               88  CGRP-CONTROL-GROUP  VALUE 'C'.
           05  CGRP-CONTACT-KEY      PIC X(45).

       FD  ENTERPRISE-XREF.
       01  ENTERPRISE-XREF-RECORD.
           05  ECX-ENTERPRISE-NR       PIC 9(6).
           05  ECX-MATCH-NAME          PIC X(30).
           05  ECX-CONTACT-KEY         PIC X(45).
           05  ECX-MAIL-HANDLE         PIC X(16).
           05  ECX-CUSTOMER-CODE       PIC X(6).
           05  ECX-BILLING-ACCOUNT     PIC X(8).
           05  ECX-CONFIRMED-FLAG      PIC X.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  OHIST-CUSTOMER-NAME        PIC X(25).
           05  OHIST-ORDER-AMOUNT         PIC 9(8)V99.
           05  OHIST-SALESMAN-NAME        PIC X(25).
           05  OHIST-SALESMAN-ID          PIC X(9).

       FD  RESULTS-REPORT.
       01  RESULTS-REPORT-LINE         PIC X(100).
       01  MAIL-COUNT-STATUS           PIC XX.
       01  RESPONSE-STATUS             PIC XX.
       01  HISTORY-STATUS              PIC XX.
       01  GROUP-FILE-STATUS           PIC XX.
       01  XREF-STATUS                 PIC XX.
       01  GROUP-EOF-STATUS            PIC X VALUE 'N'.
           88  GROUP-END               VALUE 'Y'.
       01  XREF-EOF-STATUS             PIC X VALUE 'N'.
           88  XREF-END                VALUE 'Y'.
       01  HISTORY-ON-HAND-SWITCH      PIC X VALUE 'N'.
           88  HISTORY-ON-HAND         VALUE 'Y'.
       01  HISTORY-EOF-STATUS          PIC X.
           88  HISTORY-END             VALUE 'Y'.
       01  MAIL-EOF-STATUS             PIC X VALUE 'N'.
           88  MAIL-END                VALUE 'Y'.
       01  RESPONSE-EOF-STATUS         PIC X VALUE 'N'.
               10  CAMP-CALLS          PIC 9(5).
               10  CAMP-REPLIES        PIC 9(5).
               10  CAMP-REVENUE        PIC 9(10)V99.
               10  CAMP-CONTROL        PIC 9(7).
               10  CAMP-COST           PIC 9(8)V99.
               10  CAMP-GROUP-TALLY OCCURS 2 TIMES.
                   15  GRP-MEMBERS     PIC 9(7).
                   15  GRP-BUYERS      PIC 9(7).
                   15  GRP-ORDERS      PIC 9(7).
                   15  GRP-DOLLARS     PIC 9(10)V99.
       01  LOOKUP-CAMPAIGN-CODE        PIC X(6).
       01  RESPONSE-RATE-PCT           PIC 9(3)V9.
       01  TOTAL-RESPONSES             PIC 9(6).
       01  RUN-RESPONSES               PIC 9(6) VALUE ZERO.
       01  RUN-REVENUE                 PIC 9(11)V99 VALUE ZERO.

      *  Group 1 is the mailed group, group 2 the control group.
       01  GROUP-SUB                   PIC 9.
       01  PIECE-COST                  PIC 9V999.
       01  WINDOW-DAYS                 PIC 9(3).
       01  WINDOW-AGE-DAYS             PIC S9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  MEMBER-CUSTOMER-CODE        PIC X(6).
       01  MEMBER-ORDERS               PIC 9(5).
       01  NR-XREF-LINKS               PIC 9(4) VALUE ZERO.
       01  XREF-SUB                    PIC 9(4).
       01  XREF-LINK-TABLE.
           05  XREF-LINK-ENTRY OCCURS 3000 TIMES.
               10  XTBL-CONTACT-KEY    PIC X(45).
               10  XTBL-CUSTOMER-CODE  PIC X(6).

       01  MAILED-RATE                 PIC 9V9(8).
       01  CONTROL-RATE                PIC 9V9(8).
       01  POOLED-RATE                 PIC 9V9(8).
       01  RATE-DIFFERENCE             PIC S9V9(8).
       01  STANDARD-ERROR              PIC 9V9(8).
       01  Z-SCORE                     PIC S9(3)V99.
       01  EXPECTED-MAILED-BUYERS      PIC 9(7)V99.
       01  EXPECTED-CONTROL-BUYERS     PIC 9(7)V99.
       01  SIZE-RATIO                  PIC 9(5)V9(6).
       01  INCREMENTAL-ORDERS          PIC S9(7)V99.
       01  INCREMENTAL-DOLLARS         PIC S9(10)V99.
       01  COST-PER-INCREMENTAL        PIC 9(7)V99.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(24) VALUE
               'CAMPAIGN RESULTS REPORT '.
           05  TOT-RESPONSES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  REVENUE '.
           05  TOT-REVENUE             PIC ZZZ,ZZZ,ZZ9.99.
       01  GROUP-DETAIL-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  GDL-LABEL               PIC X(8).
           05  FILLER                  PIC X(9) VALUE ' MEMBERS '.
           05  GDL-MEMBERS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE '  BUYERS '.
           05  GDL-BUYERS              PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE ' ('.
           05  GDL-RATE                PIC ZZ9.99.
           05  FILLER                  PIC XX VALUE '%)'.
           05  FILLER                  PIC X(9) VALUE '  ORDERS '.
           05  GDL-ORDERS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE '  $  '.
           05  GDL-DOLLARS             PIC ZZZ,ZZZ,ZZ9.99.
       01  LIFT-DETAIL-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'LIFT '.
           05  LDL-POINTS              PIC +ZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' PTS ('.
           05  LDL-RELATIVE            PIC +ZZZZ9.9.
           05  LDL-RELATIVE-TEXT REDEFINES LDL-RELATIVE
                                       PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               '%)  INCR ORDERS '.
           05  LDL-INCR-ORDERS         PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE '  INCR $ '.
           05  LDL-INCR-DOLLARS        PIC -ZZZ,ZZZ,ZZ9.99.
       01  LIFT-COST-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'COST '.
           05  LCL-COST                PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17) VALUE
               '  PER INCR ORDER '.
           05  LCL-COST-PER            PIC ZZZ,ZZ9.99.
           05  LCL-COST-PER-TEXT REDEFINES LCL-COST-PER
                                       PIC X(10).
           05  FILLER                  PIC X(4) VALUE '  Z '.
           05  LCL-Z-SCORE             PIC -ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  LCL-VERDICT             PIC X(30).
       01  NO-CONTROL-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(46) VALUE
               'NO CONTROL GROUP HELD OUT -- LIFT NOT MEASURED'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                   'CAMPAIGNS TO REPORT'
               STOP RUN.
           OPEN INPUT ORDER-HISTORY.
           IF HISTORY-STATUS = '00'
               MOVE 'Y' TO HISTORY-ON-HAND-SWITCH.
           PERFORM 0200-TALLY-RESPONSES.
           PERFORM 0400-LOAD-XREF-LINKS.
           PERFORM 0420-MEASURE-GROUPS.
           IF HISTORY-ON-HAND
               CLOSE ORDER-HISTORY.
           PERFORM 0500-PRINT-RESULTS.
           STOP RUN.
                           IF CAMP-FOUND-SUB > ZERO
                               ADD CMAIL-PIECE-COUNT
                                   TO CAMP-MAILED (CAMP-FOUND-SUB)
                               PERFORM 0120-ADD-CONTROL-AND-COST
                           END-IF
                       END-IF
               END-READ
           IF MAIL-COUNT-STATUS = '00' OR MAIL-COUNT-STATUS = '10'
               CLOSE CAMPAIGN-MAIL-COUNTS.

      *  Count records written before control groups carry blanks
      *  here: no control group, and pieces at the postage rate.
       0120-ADD-CONTROL-AND-COST.
           IF CMAIL-CONTROL-COUNT NUMERIC
               ADD CMAIL-CONTROL-COUNT
                   TO CAMP-CONTROL (CAMP-FOUND-SUB).
           IF CMAIL-PIECE-COST NUMERIC
             AND CMAIL-PIECE-COST > ZERO
               MOVE CMAIL-PIECE-COST TO PIECE-COST
           ELSE
               MOVE .734 TO PIECE-COST.
           COMPUTE CAMP-COST (CAMP-FOUND-SUB) ROUNDED =
               CAMP-COST (CAMP-FOUND-SUB)
               + CMAIL-PIECE-COUNT * PIECE-COST.

       0150-FIND-OR-ADD-CAMPAIGN.
           MOVE ZERO TO CAMP-FOUND-SUB.
           PERFORM VARYING CAMP-SUB FROM 1 BY 1
                            CAMP-ORDERS (NR-CAMPAIGNS)
                            CAMP-CALLS (NR-CAMPAIGNS)
                            CAMP-REPLIES (NR-CAMPAIGNS)
                            CAMP-REVENUE (NR-CAMPAIGNS)
                            CAMP-CONTROL (NR-CAMPAIGNS)
                            CAMP-COST (NR-CAMPAIGNS)
                            GRP-MEMBERS (NR-CAMPAIGNS, 1)
                            GRP-BUYERS (NR-CAMPAIGNS, 1)
                            GRP-ORDERS (NR-CAMPAIGNS, 1)
                            GRP-DOLLARS (NR-CAMPAIGNS, 1)
                            GRP-MEMBERS (NR-CAMPAIGNS, 2)
                            GRP-BUYERS (NR-CAMPAIGNS, 2)
                            GRP-ORDERS (NR-CAMPAIGNS, 2)
                            GRP-DOLLARS (NR-CAMPAIGNS, 2).

      *  A response against a campaign that never mailed still gets
      *  a row -- the mismatch is worth seeing, not hiding.
           END-EVALUATE.

       0350-PRICE-ORDER-RESPONSE.
           IF HISTORY-ON-HAND
             AND RESP-ORDER-NUMBER > ZERO
               MOVE RESP-CUSTOMER-CODE TO OHIST-CUSTOMER-CODE
               MOVE RESP-ORDER-DATE TO OHIST-ORDER-DATE
                           TO CAMP-REVENUE (CAMP-FOUND-SUB)
               END-READ.

       0400-LOAD-XREF-LINKS.
           OPEN INPUT ENTERPRISE-XREF.
           IF XREF-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL XREF-END
               READ ENTERPRISE-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO XREF-EOF-STATUS
                   NOT AT END
                       IF ECX-CONTACT-KEY NOT = SPACES
                         AND ECX-CUSTOMER-CODE NOT = SPACES
                         AND NR-XREF-LINKS < 3000
                           ADD 1 TO NR-XREF-LINKS
                           MOVE ECX-CONTACT-KEY
                               TO XTBL-CONTACT-KEY (NR-XREF-LINKS)
                           MOVE ECX-CUSTOMER-CODE
                               TO XTBL-CUSTOMER-CODE (NR-XREF-LINKS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTERPRISE-XREF.

      *  Members of a campaign that has no count record are left
      *  out -- without its pieces there is nothing to compare.
       0420-MEASURE-GROUPS.
           OPEN INPUT CAMPAIGN-GROUP-FILE.
           IF GROUP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH.
           PERFORM UNTIL GROUP-END
               READ CAMPAIGN-GROUP-FILE
                   AT END
                       MOVE 'Y' TO GROUP-EOF-STATUS
                   NOT AT END
                       PERFORM 0440-MEASURE-ONE-MEMBER
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-GROUP-FILE.

       0440-MEASURE-ONE-MEMBER.
           MOVE ZERO TO CAMP-FOUND-SUB.
           PERFORM VARYING CAMP-SUB FROM 1 BY 1
               UNTIL CAMP-SUB > NR-CAMPAIGNS
                  OR CAMP-FOUND-SUB > ZERO
               IF CAMP-CODE (CAMP-SUB) = CGRP-CAMPAIGN-CODE
                   MOVE CAMP-SUB TO CAMP-FOUND-SUB
               END-IF
           END-PERFORM.
           IF CAMP-FOUND-SUB = ZERO
               EXIT PARAGRAPH.
           IF CGRP-CONTROL-GROUP
               MOVE 2 TO GROUP-SUB
           ELSE
               MOVE 1 TO GROUP-SUB.
           ADD 1 TO GRP-MEMBERS (CAMP-FOUND-SUB, GROUP-SUB).
           MOVE SPACES TO MEMBER-CUSTOMER-CODE.
           PERFORM VARYING XREF-SUB FROM 1 BY 1
               UNTIL XREF-SUB > NR-XREF-LINKS
                  OR MEMBER-CUSTOMER-CODE NOT = SPACES
               IF XTBL-CONTACT-KEY (XREF-SUB) = CGRP-CONTACT-KEY
                   MOVE XTBL-CUSTOMER-CODE (XREF-SUB)
                       TO MEMBER-CUSTOMER-CODE
               END-IF
           END-PERFORM.
           IF MEMBER-CUSTOMER-CODE = SPACES
             OR NOT HISTORY-ON-HAND
               EXIT PARAGRAPH.
           IF CGRP-WINDOW-DAYS NUMERIC
             AND CGRP-WINDOW-DAYS > ZERO
               MOVE CGRP-WINDOW-DAYS TO WINDOW-DAYS
           ELSE
               MOVE 90 TO WINDOW-DAYS.
           PERFORM 0460-COUNT-WINDOW-ORDERS.
           IF MEMBER-ORDERS > ZERO
               ADD 1 TO GRP-BUYERS (CAMP-FOUND-SUB, GROUP-SUB)
               ADD MEMBER-ORDERS
                   TO GRP-ORDERS (CAMP-FOUND-SUB, GROUP-SUB).

      *  ORDHIST is keyed customer, order date, order number, so
      *  the window's orders are read in date order from the mail
      *  date until the customer changes or the window closes.
       0460-COUNT-WINDOW-ORDERS.
           MOVE ZERO TO MEMBER-ORDERS.
           MOVE 'N' TO HISTORY-EOF-STATUS.
           MOVE MEMBER-CUSTOMER-CODE TO OHIST-CUSTOMER-CODE.
           MOVE CGRP-MAIL-DATE TO OHIST-ORDER-DATE.
           MOVE ZERO TO OHIST-ORDER-NUMBER.
           START ORDER-HISTORY KEY NOT < OHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-STATUS
           END-START.
           PERFORM UNTIL HISTORY-END
               READ ORDER-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-STATUS
                   NOT AT END
                       IF OHIST-CUSTOMER-CODE NOT = MEMBER-CUSTOMER-CODE
                           MOVE 'Y' TO HISTORY-EOF-STATUS
                       ELSE
                           CALL 'DATEARTH' USING CGRP-MAIL-DATE
                               OHIST-ORDER-DATE WINDOW-AGE-DAYS
                               ARTH-STATUS
                           IF NOT ARTH-DATES-VALID
                             OR WINDOW-AGE-DAYS > WINDOW-DAYS
                               MOVE 'Y' TO HISTORY-EOF-STATUS
                           ELSE
                               ADD 1 TO MEMBER-ORDERS
                               ADD OHIST-ORDER-AMOUNT TO GRP-DOLLARS
                                   (CAMP-FOUND-SUB, GROUP-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0500-PRINT-RESULTS.
           OPEN OUTPUT RESULTS-REPORT.
           WRITE RESULTS-REPORT-LINE FROM REPORT-HEADING.
               MOVE CAMP-REPLIES (CAMP-SUB) TO RSL-REPLIES
               MOVE CAMP-REVENUE (CAMP-SUB) TO RSL-REVENUE
               WRITE RESULTS-REPORT-LINE FROM RESULTS-DETAIL-LINE
               PERFORM 0550-PRINT-LIFT
               ADD CAMP-MAILED (CAMP-SUB) TO RUN-MAILED
               ADD TOTAL-RESPONSES TO RUN-RESPONSES
               ADD CAMP-REVENUE (CAMP-SUB) TO RUN-REVENUE
           MOVE RUN-REVENUE TO TOT-REVENUE.
           WRITE RESULTS-REPORT-LINE FROM RESULTS-TOTAL-LINE.
           CLOSE RESULTS-REPORT.

       0550-PRINT-LIFT.
           IF GRP-MEMBERS (CAMP-SUB, 2) = ZERO
             OR GRP-MEMBERS (CAMP-SUB, 1) = ZERO
               WRITE RESULTS-REPORT-LINE FROM NO-CONTROL-LINE
               EXIT PARAGRAPH.
           PERFORM VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > 2
               IF GROUP-SUB = 1
                   MOVE 'MAILED' TO GDL-LABEL
               ELSE
                   MOVE 'CONTROL' TO GDL-LABEL
               END-IF
               MOVE GRP-MEMBERS (CAMP-SUB, GROUP-SUB) TO GDL-MEMBERS
               MOVE GRP-BUYERS (CAMP-SUB, GROUP-SUB) TO GDL-BUYERS
               COMPUTE GDL-RATE ROUNDED =
                   GRP-BUYERS (CAMP-SUB, GROUP-SUB) * 100
                   / GRP-MEMBERS (CAMP-SUB, GROUP-SUB)
               MOVE GRP-ORDERS (CAMP-SUB, GROUP-SUB) TO GDL-ORDERS
               MOVE GRP-DOLLARS (CAMP-SUB, GROUP-SUB) TO GDL-DOLLARS
               WRITE RESULTS-REPORT-LINE FROM GROUP-DETAIL-LINE
           END-PERFORM.
           PERFORM 0560-FIGURE-LIFT.
           COMPUTE LDL-POINTS ROUNDED = RATE-DIFFERENCE * 100.
           IF CONTROL-RATE > ZERO
               COMPUTE LDL-RELATIVE ROUNDED =
                   RATE-DIFFERENCE * 100 / CONTROL-RATE
           ELSE
               MOVE '     N/A' TO LDL-RELATIVE-TEXT.
           MOVE INCREMENTAL-ORDERS TO LDL-INCR-ORDERS.
           MOVE INCREMENTAL-DOLLARS TO LDL-INCR-DOLLARS.
           WRITE RESULTS-REPORT-LINE FROM LIFT-DETAIL-LINE.
           MOVE CAMP-COST (CAMP-SUB) TO LCL-COST.
           IF INCREMENTAL-ORDERS >= 1
               COMPUTE COST-PER-INCREMENTAL ROUNDED =
                   CAMP-COST (CAMP-SUB) / INCREMENTAL-ORDERS
               MOVE COST-PER-INCREMENTAL TO LCL-COST-PER
           ELSE
               MOVE '   NO LIFT' TO LCL-COST-PER-TEXT.
           MOVE Z-SCORE TO LCL-Z-SCORE.
           WRITE RESULTS-REPORT-LINE FROM LIFT-COST-LINE.

      *  The control group's orders and dollars are scaled up to
      *  the mailed group's size before they are taken away, so the
      *  remainder is what the mailing itself brought in.
       0560-FIGURE-LIFT.
           COMPUTE MAILED-RATE ROUNDED =
               GRP-BUYERS (CAMP-SUB, 1) / GRP-MEMBERS (CAMP-SUB, 1).
           COMPUTE CONTROL-RATE ROUNDED =
               GRP-BUYERS (CAMP-SUB, 2) / GRP-MEMBERS (CAMP-SUB, 2).
           COMPUTE RATE-DIFFERENCE = MAILED-RATE - CONTROL-RATE.
           COMPUTE SIZE-RATIO ROUNDED =
               GRP-MEMBERS (CAMP-SUB, 1) / GRP-MEMBERS (CAMP-SUB, 2).
           COMPUTE INCREMENTAL-ORDERS ROUNDED =
               GRP-ORDERS (CAMP-SUB, 1)
               - GRP-ORDERS (CAMP-SUB, 2) * SIZE-RATIO.
           COMPUTE INCREMENTAL-DOLLARS ROUNDED =
               GRP-DOLLARS (CAMP-SUB, 1)
               - GRP-DOLLARS (CAMP-SUB, 2) * SIZE-RATIO.
           COMPUTE POOLED-RATE ROUNDED =
               (GRP-BUYERS (CAMP-SUB, 1) + GRP-BUYERS (CAMP-SUB, 2))
               / (GRP-MEMBERS (CAMP-SUB, 1)
                  + GRP-MEMBERS (CAMP-SUB, 2)).
           COMPUTE EXPECTED-MAILED-BUYERS ROUNDED =
               POOLED-RATE * GRP-MEMBERS (CAMP-SUB, 1).
           COMPUTE EXPECTED-CONTROL-BUYERS ROUNDED =
               POOLED-RATE * GRP-MEMBERS (CAMP-SUB, 2).
           MOVE ZERO TO Z-SCORE.
           IF EXPECTED-MAILED-BUYERS < 5
             OR EXPECTED-CONTROL-BUYERS < 5
               MOVE 'GROUPS TOO SMALL TO TELL' TO LCL-VERDICT
               EXIT PARAGRAPH.
           COMPUTE STANDARD-ERROR ROUNDED =
               (POOLED-RATE * (1 - POOLED-RATE)
                * (1 / GRP-MEMBERS (CAMP-SUB, 1)
                   + 1 / GRP-MEMBERS (CAMP-SUB, 2))) ** 0.5.
           IF STANDARD-ERROR > ZERO
               COMPUTE Z-SCORE ROUNDED =
                   RATE-DIFFERENCE / STANDARD-ERROR.
           IF Z-SCORE >= 1.96 OR Z-SCORE <= -1.96
               MOVE 'SIGNIFICANT AT 95%' TO LCL-VERDICT
           ELSE
               MOVE 'NOT SIGNIFICANT AT 95%' TO LCL-VERDICT.
