      * row stays at the top of the worksheet queue, and the step
      * ends RETURN-CODE 4.
      *
      * Lines that fail validation (non-numeric count, LOCATION not
      * open on the EVENT.MARBLE_LOCATION warehouse master, key not on
      * EVENT.MARBLE) go to RVWOUT with the reason, the same reject
      * discipline as MARBLESM.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marblesz.jcl
      *
      * Build via
               ORGANIZATION IS SEQUENTIAL.
           SELECT RVWOUT-FILE ASSIGN TO RVWOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CNTIN-FILE
       FD RVWOUT-FILE
           RECORDING MODE IS F.
       01 RVW-LINE PIC X(100).
       FD RUNDATE-FILE
           RECORDING MODE IS F.
       01 RUNDATE-RECORD.
          05 RUNDATE-DATE PIC X(10).
          05 FILLER PIC X(70).
      * ===============================================================
      * Map input / output areas
      * ===============================================================
          02 WS-WORK-COUNTED PIC S9(9) COMP VALUE 0.
          02 WS-WORK-VARIANCE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ABS-VARIANCE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
      *
      *    Fixed identification for the audit rows this batch writes
      *    - the same convention as MARBLESM's movement apply.
          05 RVW-VARIANCE PIC +ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RVW-REASON PIC X(36).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESZ'.
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
           COPY RESERVE.
           COPY CYCSCHD.
           COPY LOCMAST.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESZ cycle count posting
      * ===============================================================
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-TOLERANCE-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REVIEW-HEADER
                   OR WS-WORK-REJECT-COUNT > 0 THEN
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
           COMPUTE WS-RUNCTL-APPLIED =
               WS-WORK-CLEAN-COUNT + WS-WORK-POSTED-COUNT
           MOVE WS-WORK-REJECT-COUNT TO WS-RUNCTL-REJECTED
           MOVE WS-WORK-REVIEW-COUNT TO WS-RUNCTL-SKIPPED
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
      * The auto-post tolerance, from the TOLPARM card
      * ===============================================================
       READ-TOLERANCE-PARM.
               MOVE 'COUNT NOT NUMERIC' TO RVW-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM CHECK-LOCATION-IS-OPEN
               IF WS-WORK-ROW-COUNT = 0 THEN
                   MOVE 'UNKNOWN OR CLOSED LOCATION, SEE MRBW'
                       TO RVW-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM POST-AT-OPEN-LOCATION
               END-IF
           END-IF
           PERFORM READ-COUNT-RECORD.
      * ===============================================================
      * LOCATION is open - the counted row must exist there before
      * the count can be compared to its book figure
      * ===============================================================
       POST-AT-OPEN-LOCATION.
           PERFORM FETCH-CURRENT-INVENTORY
           IF SQLCODE NOT = 0 THEN
               MOVE 'NOT IN EVENT.MARBLE AT LOCATION' TO RVW-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM APPLY-COUNT-RESULT
           END-IF.
      * ===============================================================
      * Is the count's LOCATION an open warehouse on
      * EVENT.MARBLE_LOCATION? (Same check MARBLESM makes before
      * applying a movement)
      * ===============================================================
       CHECK-LOCATION-IS-OPEN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
               FROM EVENT.MARBLE_LOCATION
               WHERE LOCATION = :CNT-LOCATION
                 AND STATUS = 'O'
           END-EXEC.
      * ===============================================================
      * Current book inventory for the counted row - both the
      * exists check and the OLD value for the audit row
      * ===============================================================
