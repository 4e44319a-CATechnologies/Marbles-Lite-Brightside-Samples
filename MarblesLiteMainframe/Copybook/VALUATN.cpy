      * ===============================================================
      * VALUATN.cpy
      *
      * DCLGEN-style host variable layout for the
      * EVENT.MARBLE_VALUATION table - the closing stock value the
      * month-end MARBLESE valuation printed, kept per LOCATION so
      * the figures handed to finance survive the report. One row
      * per warehouse subtotal, plus one under LOCATION '*TRANSIT'
      * for the IN TRANSIT group, all stamped with the VALUATION_DATE
      * (DATEPARM card 1) and the VALUED_TS at which MARBLESE began
      * reading EVENT.MARBLE. NOCOST_COUNT is how many of the
      * warehouse's rows were left out of STOCK_VALUE for want of a
      * cost on file. A rerun for the same VALUATION_DATE replaces
      * the date's rows.
      *
      * MARBLES6 (marbles_gl_journal.cbl) journals the audit trail
      * between two of these valuations and proves opening value
      * plus journal equals closing value per LOCATION; VALUED_TS is
      * what bounds its period.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_VALUATION TABLE
           ( VALUATION_DATE                 DATE NOT NULL,
             LOCATION                       VARCHAR(8) NOT NULL,
             STOCK_VALUE                    DECIMAL(15,2) NOT NULL,
             NOCOST_COUNT                   INTEGER NOT NULL,
             VALUED_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
