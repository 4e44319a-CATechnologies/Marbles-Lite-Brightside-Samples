      * ===============================================================
      * Batch program MARBLES5 - Morning operations summary
      *
      * One page, first thing in the morning, showing how the night
      * went - from the EVENT.MARBLE_RUNCTL run-control log every
      * batch program writes (Copybook/RUNCTL.cpy), so operations
      * does not have to trawl a dozen SYSOUTs. Two sections:
      *
      *  1. OVERNIGHT CHAIN - the chain steps in the order they must
      *     run: MARBLESM, then MARBLESV, MARBLESR and MARBLESX, then
      *     MARBLESB and MARBLESG. Each shows its latest run for the
      *     night - start and end time, completion code, status and
      *     the applied/rejected/skipped counts - and how many times
      *     it ran. A step with no run at all shows NOT RUN; a run
      *     still open on the log (it never got to record its end)
      *     shows ABENDED.
      *  2. OTHER BATCH RUNS - every other batch run logged for the
      *     night (reports, maintenance, month-end), each run on its
      *     own line in start order.
      *
      * Status is OK for RETURN-CODE 0, WARNING for 1 to 4 (the
      * review conditions the programs already flag) and FAILED for
      * anything higher - which includes a step that refused to run
      * because its prerequisite had not completed cleanly. The step
      * ends RETURN-CODE 4 when any chain step is not clean or any
      * other run failed or abended, so the morning schedule flags
      * it.
      *
      * The night comes from the RUNDATE card, as for every batch
      * program; a blank card or a DUMMY DD means the latest night on
      * the log. This run logs itself like the rest but leaves itself
      * off its own page.
      *
      * JCL: see Jcl/marbles5.jcl
      *
      * Build via
      *  gulp build --source marbles_ops_summary.cbl && gulp refresh --source marbles_ops_summary.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUNDATE-FILE
           RECORDING MODE IS F.
       01 RUNDATE-RECORD.
          05 RUNDATE-DATE PIC X(10).
          05 FILLER PIC X(70).
       FD RPTOUT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE PIC X(80).
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-BOOLEAN.
          02 BOOLEAN-FALSE PIC 9 VALUE 0.
          02 BOOLEAN-TRUE PIC 9 VALUE 1.
       01 WS-EOF-SWITCHES.
          02 WS-EOF-OTHER PIC 9 VALUE 0.
      *
      *    The overnight chain, in running order - the first section
      *    lists exactly these steps whether they ran or not.
      *
       01 WS-CHAIN-NAMES.
          02 FILLER PIC X(8) VALUE 'MARBLESM'.
          02 FILLER PIC X(8) VALUE 'MARBLESV'.
          02 FILLER PIC X(8) VALUE 'MARBLESR'.
          02 FILLER PIC X(8) VALUE 'MARBLESX'.
          02 FILLER PIC X(8) VALUE 'MARBLESB'.
          02 FILLER PIC X(8) VALUE 'MARBLESG'.
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-NAMES.
          02 WS-CHAIN-PROGRAM PIC X(8) OCCURS 6 TIMES.
       01 WS-CHAIN-MAX PIC S9(4) COMP VALUE 6.
       01 WS-CHAIN-IX PIC S9(4) COMP VALUE 0.
      *
      *    One EVENT.MARBLE_RUNCTL row. RUN-COUNT is only fetched for
      *    a chain step - the number of runs it had for the night.
      *
       01 WS-DB-ROW.
          02 WS-DB-PROGRAM PIC X(8).
          02 WS-DB-START-TIME PIC X(8).
          02 WS-DB-END-TIME PIC X(8).
          02 WS-DB-STATUS PIC X(1).
          02 WS-DB-CODE PIC S9(4) COMP.
          02 WS-DB-APPLIED PIC S9(9) COMP.
          02 WS-DB-REJECTED PIC S9(9) COMP.
          02 WS-DB-SKIPPED PIC S9(9) COMP.
          02 WS-DB-RUN-COUNT PIC S9(9) COMP.
      *
      *    The status word for the row just fetched, and whether it
      *    counts as clean (OK or WARNING).
      *
       01 WS-STATUS-TEXT PIC X(8) VALUE SPACES.
       01 WS-ROW-CLEAN PIC 9 VALUE 0.
       01 WS-WORK-COUNTS.
          02 WS-WORK-CHAIN-CLEAN PIC 9(7) VALUE 0.
          02 WS-WORK-CHAIN-STEPS PIC 9(7) VALUE 0.
          02 WS-WORK-OTHER-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-OTHER-FAILED PIC 9(7) VALUE 0.
       01 WS-RPT-RUN.
          05 RPT-R-PROGRAM PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-R-START PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-R-END PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-R-CODE PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-R-STATUS PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-R-APPLIED PIC ZZZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-R-REJECTED PIC ZZZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-R-SKIPPED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-R-RUNS PIC ZZ9.
          05 RPT-R-RUNS-X REDEFINES RPT-R-RUNS PIC X(3).
          05 FILLER PIC X(1) VALUE SPACES.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES5'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES5 morning operations summary
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE OTHER-CURSOR CURSOR FOR
               SELECT PROGRAM_ID,
                      CHAR(TIME(START_TS), ISO),
                      COALESCE(CHAR(TIME(END_TS), ISO), ' '),
                      STATUS, COMPLETION_CODE,
                      APPLIED_COUNT, REJECTED_COUNT, SKIPPED_COUNT
               FROM EVENT.MARBLE_RUNCTL
               WHERE RUN_DATE = :WS-RUNCTL-DATE
                 AND PROGRAM_ID NOT IN ('MARBLESM', 'MARBLESV',
                                        'MARBLESR', 'MARBLESX',
                                        'MARBLESB', 'MARBLESG',
                                        'MARBLES5')
               ORDER BY START_TS
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM WRITE-CHAIN-HEADER
           PERFORM REPORT-CHAIN-STEP
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-MAX
           PERFORM WRITE-OTHER-HEADER
           PERFORM FETCH-OTHER-ROW
           PERFORM WRITE-OTHER-LINE
               UNTIL WS-EOF-OTHER = BOOLEAN-TRUE
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-WORK-CHAIN-CLEAN < WS-CHAIN-MAX
                   OR WS-WORK-OTHER-FAILED > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           GOBACK.
      * ===============================================================
      * Which night is this the summary of? The RUNDATE card says; a
      * blank card or a DUMMY DD means the latest night MARBLESM, the
      * chain's first step, has logged (today when it has none). Not
      * the latest night of any run: jobs with a DUMMY RUNDATE log
      * the calendar date, so a morning MARBLESY or any job run past
      * midnight would move that on to the new day before the
      * chain's night has been summarised.
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
                   SELECT COALESCE(CHAR(MAX(RUN_DATE), ISO),
                                   CHAR(CURRENT DATE, ISO))
                   INTO :WS-RUNCTL-DATE
                   FROM EVENT.MARBLE_RUNCTL
                   WHERE PROGRAM_ID = 'MARBLESM'
               END-EXEC
           END-IF.
      * ===============================================================
      * Open this run's row on the run-control log, STATUS 'R', and
      * commit it at once, like every other batch program
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
               WS-WORK-CHAIN-STEPS + WS-WORK-OTHER-COUNT
           COMPUTE WS-RUNCTL-REJECTED =
               WS-CHAIN-MAX - WS-WORK-CHAIN-CLEAN +
                   WS-WORK-OTHER-FAILED
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
      * Open the report file and the other-runs cursor
      * ===============================================================
       OPEN-FILES.
           OPEN OUTPUT RPTOUT-FILE
           EXEC SQL
               OPEN OTHER-CURSOR
           END-EXEC.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           EXEC SQL
               CLOSE OTHER-CURSOR
           END-EXEC
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Report and first-section heading
      * ===============================================================
       WRITE-CHAIN-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'MORNING OPERATIONS SUMMARY FOR THE NIGHT OF '
                   DELIMITED BY SIZE
                   WS-RUNCTL-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE '1. OVERNIGHT CHAIN - LATEST RUN OF EACH STEP'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-COLUMN-HEADER.
      * ===============================================================
      * Column heading, both sections
      * ===============================================================
       WRITE-COLUMN-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'PROGRAM   STARTED   ENDED       RC  STATUS'
                   DELIMITED BY SIZE
                  '     APPLIED  REJECTED   SKIPPED RUNS'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * One chain step: its latest run for the night and how many
      * runs it had, or NOT RUN when it has none
      * ===============================================================
       REPORT-CHAIN-STEP.
           MOVE SPACES TO WS-RPT-RUN
           MOVE WS-CHAIN-PROGRAM(WS-CHAIN-IX) TO WS-DB-PROGRAM
           EXEC SQL
               SELECT CHAR(TIME(R.START_TS), ISO),
                      COALESCE(CHAR(TIME(R.END_TS), ISO), ' '),
                      R.STATUS, R.COMPLETION_CODE,
                      R.APPLIED_COUNT, R.REJECTED_COUNT,
                      R.SKIPPED_COUNT,
                      (SELECT COUNT(*)
                       FROM EVENT.MARBLE_RUNCTL C
                       WHERE C.PROGRAM_ID = R.PROGRAM_ID
                         AND C.RUN_DATE = R.RUN_DATE)
               INTO :WS-DB-START-TIME, :WS-DB-END-TIME,
                    :WS-DB-STATUS, :WS-DB-CODE,
                    :WS-DB-APPLIED, :WS-DB-REJECTED,
                    :WS-DB-SKIPPED, :WS-DB-RUN-COUNT
               FROM EVENT.MARBLE_RUNCTL R
               WHERE R.PROGRAM_ID = :WS-DB-PROGRAM
                 AND R.RUN_DATE = :WS-RUNCTL-DATE
                 AND R.START_TS =
                     (SELECT MAX(L.START_TS)
                      FROM EVENT.MARBLE_RUNCTL L
                      WHERE L.PROGRAM_ID = R.PROGRAM_ID
                        AND L.RUN_DATE = R.RUN_DATE)
           END-EXEC
           MOVE WS-DB-PROGRAM TO RPT-R-PROGRAM
           IF SQLCODE = 0 THEN
               ADD 1 TO WS-WORK-CHAIN-STEPS
               PERFORM SET-STATUS-TEXT
               PERFORM MOVE-RUN-FIELDS
               MOVE WS-DB-RUN-COUNT TO RPT-R-RUNS
               IF WS-ROW-CLEAN = BOOLEAN-TRUE THEN
                   ADD 1 TO WS-WORK-CHAIN-CLEAN
               END-IF
           ELSE
               MOVE 'NOT RUN' TO RPT-R-STATUS
           END-IF
           WRITE RPT-LINE FROM WS-RPT-RUN.
      * ===============================================================
      * Second-section heading
      * ===============================================================
       WRITE-OTHER-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE '2. OTHER BATCH RUNS - EVERY RUN, IN START ORDER'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-COLUMN-HEADER.
      * ===============================================================
      * Fetch the next run outside the chain
      * ===============================================================
       FETCH-OTHER-ROW.
           EXEC SQL
               FETCH OTHER-CURSOR
               INTO :WS-DB-PROGRAM, :WS-DB-START-TIME,
                    :WS-DB-END-TIME, :WS-DB-STATUS, :WS-DB-CODE,
                    :WS-DB-APPLIED, :WS-DB-REJECTED, :WS-DB-SKIPPED
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-OTHER
           END-IF.
      * ===============================================================
      * One run outside the chain, then fetch the next
      * ===============================================================
       WRITE-OTHER-LINE.
           MOVE SPACES TO WS-RPT-RUN
           MOVE WS-DB-PROGRAM TO RPT-R-PROGRAM
           PERFORM SET-STATUS-TEXT
           PERFORM MOVE-RUN-FIELDS
           MOVE SPACES TO RPT-R-RUNS-X
           WRITE RPT-LINE FROM WS-RPT-RUN
           ADD 1 TO WS-WORK-OTHER-COUNT
           IF WS-STATUS-TEXT = 'FAILED' OR 'ABENDED' THEN
               ADD 1 TO WS-WORK-OTHER-FAILED
           END-IF
           PERFORM FETCH-OTHER-ROW.
      * ===============================================================
      * The status word for the row just read: a run still open on
      * the log never recorded its end - it abended; otherwise the
      * completion code decides
      * ===============================================================
       SET-STATUS-TEXT.
           MOVE BOOLEAN-FALSE TO WS-ROW-CLEAN
           IF WS-DB-STATUS NOT = 'C' THEN
               MOVE 'ABENDED' TO WS-STATUS-TEXT
           ELSE
               IF WS-DB-CODE = 0 THEN
                   MOVE 'OK' TO WS-STATUS-TEXT
                   MOVE BOOLEAN-TRUE TO WS-ROW-CLEAN
               ELSE
                   IF WS-DB-CODE NOT > 4 THEN
                       MOVE 'WARNING' TO WS-STATUS-TEXT
                       MOVE BOOLEAN-TRUE TO WS-ROW-CLEAN
                   ELSE
                       MOVE 'FAILED' TO WS-STATUS-TEXT
                   END-IF
               END-IF
           END-IF.
      * ===============================================================
      * Times, code, status and counts onto the report line - the
      * code and counts only once the run has recorded its end
      * ===============================================================
       MOVE-RUN-FIELDS.
           MOVE WS-DB-START-TIME TO RPT-R-START
           MOVE WS-DB-END-TIME TO RPT-R-END
           MOVE WS-STATUS-TEXT TO RPT-R-STATUS
           IF WS-DB-STATUS = 'C' THEN
               MOVE WS-DB-CODE TO RPT-R-CODE
               MOVE WS-DB-APPLIED TO RPT-R-APPLIED
               MOVE WS-DB-REJECTED TO RPT-R-REJECTED
               MOVE WS-DB-SKIPPED TO RPT-R-SKIPPED
           END-IF.
      * ===============================================================
      * Report summary totals
      * ===============================================================
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'CHAIN STEPS COMPLETED CLEANLY: ' DELIMITED BY SIZE
                   WS-WORK-CHAIN-CLEAN DELIMITED BY SIZE
                  ' OF 6' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'OTHER BATCH RUNS: ' DELIMITED BY SIZE
                   WS-WORK-OTHER-COUNT DELIMITED BY SIZE
                  '  FAILED OR ABENDED: ' DELIMITED BY SIZE
                   WS-WORK-OTHER-FAILED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
