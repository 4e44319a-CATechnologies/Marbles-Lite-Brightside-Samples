      * part is padded with .999999 so "as of 15.00.00" includes the
      * whole of that second.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marblesp.jcl
      *
      * Build via
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ASOFPARM-FILE
       FD RPTOUT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE PIC X(100).
       FD RUNDATE-FILE
           RECORDING MODE IS F.
       01 RUNDATE-RECORD.
          05 RUNDATE-DATE PIC X(10).
          05 FILLER PIC X(70).
      * ===============================================================
      * Map input / output areas
      * ===============================================================
          05 FILLER PIC X(2) VALUE SPACES.
          05 BRK-REASON PIC X(24).
       01 WS-BREAK-EDIT PIC ZZZZZZZZ9.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESP'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY AUDIT.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESP audit replay
               ORDER BY COLOR, LOCATION, AUDIT_TS
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-ASOF-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           IF WS-WORK-BREAK-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           GOBACK.
      * ===============================================================
      * Which night does this run belong to? The RUNDATE card says,
      * as it does for MARBLESM - a blank card or a DUMMY DD means
      * today. It keys this run's row on the run-control log.
      * ===============================================================
       READ-RUN-DATE.
           OPEN INPUT RUNDATE-FILE
           READ RUNDATE-FILE
               AT END
                   MOVE SPACES TO RUNDATE-RECORD
           END-READ
           MOVE RUNDATE-DATE TO WS-RUNCTL-DATE
           CLOSE RUNDATE-FILE
           IF WS-RUNCTL-DATE = SPACES THEN
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-RUNCTL-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
      * ===============================================================
      * Open this run's row on the run-control log, STATUS 'R', and
      * commit it at once - a run that abends leaves the row 'R' for
      * the morning MARBLES5 summary to show
      * ===============================================================
       START-RUN-CONTROL.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-RUNCTL-START-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC SQL
               INSERT INTO EVENT.MARBLE_RUNCTL
                   (RUN_DATE, PROGRAM_ID, START_TS, END_TS, STATUS,
                    COMPLETION_CODE, APPLIED_COUNT, REJECTED_COUNT,
                    SKIPPED_COUNT)
               VALUES (
                     :WS-RUNCTL-DATE,
                     :WS-RUNCTL-PROGRAM,
                     :WS-RUNCTL-START-TS,
                     NULL,
                     'R',
                     0, 0, 0, 0)
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.
      * ===============================================================
      * Close this run's row: end time, completion code and counts.
      * The RETURN-CODE is put back afterwards so the log's SQL
      * cannot change what the step ends with.
      * ===============================================================
       END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUNCTL-CODE
           MOVE WS-WORK-ASOF-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-BREAK-COUNT TO WS-RUNCTL-REJECTED
           EXEC SQL
               UPDATE EVENT.MARBLE_RUNCTL
               SET END_TS = CURRENT TIMESTAMP,
                   STATUS = 'C',
                   COMPLETION_CODE = :WS-RUNCTL-CODE,
                   APPLIED_COUNT = :WS-RUNCTL-APPLIED,
                   REJECTED_COUNT = :WS-RUNCTL-REJECTED,
                   SKIPPED_COUNT = :WS-RUNCTL-SKIPPED
               WHERE RUN_DATE = :WS-RUNCTL-DATE
                 AND PROGRAM_ID = :WS-RUNCTL-PROGRAM
                 AND START_TS = :WS-RUNCTL-START-TS
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE WS-RUNCTL-CODE TO RETURN-CODE.
      * ===============================================================
      * The as-of moment, from the single ASOFPARM control card. A
      * card with no fractional seconds is padded with .999999 so the
      * whole named second is included.
