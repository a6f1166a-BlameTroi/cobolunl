                   QUANTITY       INTEGER,
                   SHELF_LOCATION VARCHAR(10),
                   VENDOR         VARCHAR(20),
                   ISBN           VARCHAR(13),
                   AVG_COST       DECIMAL(7,4))
                END-EXEC.
      ****************************************************
      *   DECLARE A HOST VARIABLE TO COUNT THE NUMBER    *
