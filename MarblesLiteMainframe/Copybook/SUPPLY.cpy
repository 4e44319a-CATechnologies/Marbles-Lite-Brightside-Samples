      * ===============================================================
      * SUPPLY.cpy
      *
      * DCLGEN-style host variable layouts for the supplier master and
      * the color-to-supplier assignment, both maintained on MRBS
      * (marbles_supplier_maint.cbl).
      *
      * EVENT.MARBLE_SUPPLIER holds one row per supplier: its code,
      * name and STATUS - 'A' active, 'R' retired. A retired supplier
      * is kept (its closed orders still score on the MARBLES1
      * scorecard) but can no longer be assigned colors.
      *
      * EVENT.MARBLE_SOURCE says who supplies each COLOR - one row per
      * COLOR, plus an optional COLOR 'DEFAULT' row naming the
      * supplier for any color without one of its own, the same
      * fallback EVENT.MARBLE_REORDER uses. The nightly MARBLESR
      * replenishment resolves (COLOR) then ('DEFAULT') to an active
      * supplier and stamps it on each EVENT.MARBLE_ORDER it raises;
      * a color that resolves to nobody is reported, not ordered.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_SUPPLIER TABLE
           ( SUPPLIER_ID                    VARCHAR(8) NOT NULL,
             NAME                           VARCHAR(30) NOT NULL,
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLE_SOURCE TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             SUPPLIER_ID                    VARCHAR(8) NOT NULL
           ) END-EXEC.
