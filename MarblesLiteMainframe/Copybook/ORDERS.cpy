      * PROMISE_DATE on the open order. Both are NULL until the
      * acknowledgment arrives - a chase list is every open order
      * where PROMISE_DATE is still NULL or already past.
      *
      * SUPPLIER_ID is the EVENT.MARBLE_SUPPLIER the order went to,
      * resolved by MARBLESR from EVENT.MARBLE_SOURCE when the order
      * is raised (see Copybook/SUPPLY.cpy); NULL only on orders
      * raised before suppliers were recorded. RECEIVED_DATE and
      * RECEIVED_QTY are filled in by RCV when the order closes -
      * the quantity actually booked in, which may fall short of
      * QUANTITY and CONFIRMED_QTY - and feed the monthly MARBLES1
      * supplier scorecard.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_ORDER TABLE
           ( ORDER_NO                       INTEGER NOT NULL,
             RAISED_DATE                    DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             CONFIRMED_QTY                  INTEGER,
             PROMISE_DATE                   DATE,
             SUPPLIER_ID                    VARCHAR(8),
             RECEIVED_DATE                  DATE,
             RECEIVED_QTY                   INTEGER
           ) END-EXEC.
