      * card without the fractional part is padded with .999999, the
      * same convention as MARBLESP's ASOFPARM.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card, and refuses to run (RETURN-CODE 12) unless
      * MARBLESX completed cleanly for that same night.
      *
      * JCL: see Jcl/marblesb.jcl
      *
      * Build via
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OPENIN-FILE
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
          05 RPT-CLOSING PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-DIFFERENCE PIC +ZZZZZZZZ9.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESB'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-PREREQ PIC X(8) VALUE 'MARBLESX'.
          02 WS-RUNCTL-PREREQ-COUNT PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY AUDIT.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESB nightly book-to-book balance
               ORDER BY COLOR, LOCATION
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM CHECK-PREREQUISITE-RUN
           IF WS-RUNCTL-PREREQ-COUNT = 0 THEN
               PERFORM WRITE-PREREQUISITE-REFUSAL
               PERFORM END-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM READ-WINDOW-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           IF WS-WORK-IMBALANCE-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
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
      * MARBLESX must have completed cleanly (STATUS 'C', RETURN-CODE
      * 4 or less) for the same run date, or this run would work off
      * the wrong extract generation. Its latest run for the date
      * decides, so a failed rerun after a good run still blocks.
      * ===============================================================
       CHECK-PREREQUISITE-RUN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RUNCTL-PREREQ-COUNT
               FROM EVENT.MARBLE_RUNCTL R
               WHERE R.PROGRAM_ID = :WS-RUNCTL-PREREQ
                 AND R.RUN_DATE = :WS-RUNCTL-DATE
                 AND R.STATUS = 'C'
                 AND R.COMPLETION_CODE <= 4
                 AND R.START_TS =
                     (SELECT MAX(L.START_TS)
                      FROM EVENT.MARBLE_RUNCTL L
                      WHERE L.PROGRAM_ID = R.PROGRAM_ID
                        AND L.RUN_DATE = R.RUN_DATE)
           END-EXEC.
      * ===============================================================
      * The prerequisite has not completed cleanly - say so on the
      * report and end RETURN-CODE 12 without touching anything
      * ===============================================================
       WRITE-PREREQUISITE-REFUSAL.
           OPEN OUTPUT RPTOUT-FILE
           MOVE SPACES TO RPT-LINE
           STRING WS-RUNCTL-PROGRAM DELIMITED BY SIZE
                  ' NOT RUN - ' DELIMITED BY SIZE
                   WS-RUNCTL-PREREQ DELIMITED BY SIZE
                  ' HAS NOT COMPLETED CLEANLY FOR ' DELIMITED BY SIZE
                   WS-RUNCTL-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           CLOSE RPTOUT-FILE
           MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Close this run's row: end time, completion code and counts.
      * The RETURN-CODE is put back afterwards so the log's SQL
      * cannot change what the step ends with.
      * ===============================================================
       END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUNCTL-CODE
           MOVE WS-WORK-BALANCED-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-IMBALANCE-COUNT TO WS-RUNCTL-REJECTED
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
      * The audit window, from the two WINPARM cards: card 1 the
      * opening extract's moment (exclusive), card 2 the closing
      * extract's (inclusive). Cards without fractional seconds are
