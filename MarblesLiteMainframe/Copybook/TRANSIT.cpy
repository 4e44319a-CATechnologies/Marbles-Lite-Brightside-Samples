      * ===============================================================
      * TRANSIT.cpy
      *
      * DCLGEN-style host variable layout for the
      * EVENT.MARBLE_TRANSIT table - stock moving between warehouses
      * on a truck. An inter-warehouse transfer is two steps: the
      * sending dock ships it (MRBC SHP), which takes QUANTITY off
      * the COLOR's row at FROM_LOCATION and records it here under
      * the next TRANSFER_NO with STATUS 'T' (in transit) and today's
      * SHIP_DATE; the receiving dock books in what actually arrived
      * (MRBC RTR), which adds RECEIVED_QTY to the COLOR's row at
      * TO_LOCATION and closes the transfer STATUS 'R' with its
      * RECEIVED_DATE and RECEIVED_TS - the moment of receipt, in the
      * same unit of work as the RTR audit row, so the MARBLES6 GL
      * journal books the over/short in the same period as the
      * receipt itself. While a transfer is in transit its stock is
      * on neither warehouse's shelf - it is carried here, valued as
      * its own in-transit line on the MARBLESE month-end valuation,
      * and a warehouse at either end cannot be closed on MRBW.
      *
      * RECEIVED_QTY short of (or over) QUANTITY is the over/short
      * the trip lost or gained; it stays on the closed row for the
      * nightly MARBLES4 transit report, which also lists every
      * transfer still in transit past the expected number of days.
      * TRANSFER_NO is allocated by SHP as one more than the highest
      * already on file. SHIPPED_BY/RECEIVED_BY are the operators
      * who posted each step; RECEIVED_* are NULL until received.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_TRANSIT TABLE
           ( TRANSFER_NO                    INTEGER NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER NOT NULL,
             FROM_LOCATION                  VARCHAR(8) NOT NULL,
             TO_LOCATION                    VARCHAR(8) NOT NULL,
             SHIP_DATE                      DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             SHIPPED_BY                     CHAR(8) NOT NULL,
             RECEIVED_QTY                   INTEGER,
             RECEIVED_DATE                  DATE,
             RECEIVED_TS                    TIMESTAMP,
             RECEIVED_BY                    CHAR(8)
           ) END-EXEC.
