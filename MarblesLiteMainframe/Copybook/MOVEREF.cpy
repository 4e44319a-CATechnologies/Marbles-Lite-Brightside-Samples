      * ===============================================================
      * MOVEREF.cpy
      *
      * DCLGEN-style host variable layout for the
      * EVENT.MARBLE_MOVEREF table - every picking-system movement
      * line MARBLESM has ever applied, by the file's own line
      * identifier (MOVE-REFERENCE in marbles_movements.cbl). The row
      * is inserted in the same unit of work as the EVENT.MARBLE
      * update it records, so it commits (or backs out) with the
      * movement itself and a restart never disagrees with it.
      *
      * EVENT.MARBLE_RESTART only stops the same night's file being
      * applied twice; this table stops the same LINE being applied
      * twice on any night - a file resent by mistake under another
      * RUNDATE, or a line repeated in a later file, is rejected to
      * ERROUT as a duplicate naming the RUN_DATE it was applied
      * under. Lines that were rejected are not recorded, so a
      * corrected line can be resent under its original REFERENCE.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_MOVEREF TABLE
           ( REFERENCE                      VARCHAR(12) NOT NULL,
             RUN_DATE                       DATE NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(8) NOT NULL,
             QUANTITY                       INTEGER NOT NULL,
             APPLIED_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
