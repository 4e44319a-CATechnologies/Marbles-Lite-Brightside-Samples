      * ===============================================================
      * RUNCTL.cpy
      *
      * DCLGEN-style host variable layout for the EVENT.MARBLE_RUNCTL
      * table - the run-control log every MARBLES batch program
      * writes, one row per run. RUN_DATE is the night the run
      * belongs to, from the job's RUNDATE control card (today when
      * the card is blank or the DD is DUMMY), the same convention
      * MARBLESM keys its EVENT.MARBLE_RESTART row by, so a step that
      * slips past midnight still lands on its own night's chain.
      *
      * A program inserts its row with STATUS 'R' and START_TS as
      * its first act and commits it straight away; when it ends it
      * sets END_TS, STATUS 'C', the RETURN-CODE it ends with as
      * COMPLETION_CODE and the record counts its own report prints:
      * APPLIED_COUNT the rows it processed or wrote, REJECTED_COUNT
      * the rows it rejected or flagged as exceptions (the rows
      * behind a RETURN-CODE 4 or 8), SKIPPED_COUNT the rows it
      * passed over or held back. A row still 'R' the next morning
      * is a run that abended - END_TS and the counts stay NULL/zero.
      * A rerun adds a row of its own; the latest START_TS for a
      * PROGRAM_ID and RUN_DATE is the run that counts.
      *
      * MARBLESB, MARBLESG and MARBLESE read the log before doing
      * anything and refuse to run (RETURN-CODE 12) unless the latest
      * MARBLESX run for the same RUN_DATE completed cleanly - STATUS
      * 'C' with COMPLETION_CODE 4 or less - so they never balance,
      * compare or value against the wrong extract generation. The
      * morning MARBLES5 operations summary prints the night's chain
      * from this table.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_RUNCTL TABLE
           ( RUN_DATE                       DATE NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             START_TS                       TIMESTAMP NOT NULL,
             END_TS                         TIMESTAMP,
             STATUS                         CHAR(1) NOT NULL,
             COMPLETION_CODE                SMALLINT NOT NULL,
             APPLIED_COUNT                  INTEGER NOT NULL,
             REJECTED_COUNT                 INTEGER NOT NULL,
             SKIPPED_COUNT                  INTEGER NOT NULL
           ) END-EXEC.
