                   QUANTITY       INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR         VARCHAR(20),
                   ISBN           VARCHAR(13),
                   AVG_COST       DECIMAL(7,4))
                END-EXEC.

      *****************************************************
          10 HV-ISBN.
             49 HV-ISBN-LEN  PIC S9(4) USAGE COMP.
             49 HV-ISBN-TEXT PIC X(13) VALUE SPACES.
          10 HV-AVG-COST PIC S9(3)V9(4) COMP-3.
       01 IND-BOOK.
          10 IND-BOOK-VARS PIC S9(4) COMP OCCURS 12 TIMES.
      *         EXEC SQL END DECLARE SECTION.

      *****************************************************
                   QUANTITY INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR VARCHAR(20),
                   ISBN VARCHAR(13),
                   AVG_COST DECIMAL(7,4))
                END-EXEC.
      * SHOW RESULTS OF CREATE
                MOVE SQLCODE TO SQLCD.
                  VALUES ('Bears in the Wild', 'Ursine',
                          125, 15.95, '12/19/1991',
                          'Case studies of wild bear behavior', 4,
                          12, 'A-14', 'Wildland Press', '0-123-45678-9',
                          9.5700)
                END-EXEC.
      * SHOW RESULTS OF INSERT
                MOVE SQLCODE TO SQLCD.
                  VALUES ('French Cooking for Amateurs', 'LaForet',
                          500, NULL, NULL,
                          'Good recipes-NOT for amateurs', 2,
                          3, 'B-02', 'Gourmet Imports', '0-987-65432-1',
                          NULL)
                END-EXEC.
      * SHOW RESULTS OF INSERT
                MOVE SQLCODE TO SQLCD.
