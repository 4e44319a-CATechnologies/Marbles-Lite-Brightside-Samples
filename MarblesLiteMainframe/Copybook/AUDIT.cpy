      * rollback of the main change also rolls back its audit row.
      * OLD_INVENTORY is NULL for a CREate (nothing existed before) and
      * NEW_INVENTORY is NULL for a DELete (nothing exists after).
      * APPROVED_BY is NULL except on a change that waited on the
      * supervisor approval queue (see Copybook/PENDCHG.cpy): there
      * USERID/TERMID are still the operator who asked for it and
      * APPROVED_BY is the supervisor who let it through.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_AUDIT TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             VERB                           VARCHAR(3) NOT NULL,
             TERMID                         CHAR(4) NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             AUDIT_TS                       TIMESTAMP NOT NULL,
             APPROVED_BY                    CHAR(8)
           ) END-EXEC.
