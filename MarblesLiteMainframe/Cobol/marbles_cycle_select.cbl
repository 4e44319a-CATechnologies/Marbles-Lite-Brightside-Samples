      * prints a worksheet per warehouse to WSHOUT for the floor to
      * key against.
      *
      * A row is due when it is flagged with a variance, has never
      * been counted, or its ABC class's count interval has run out
      * since LAST_COUNT_DATE - the class is set by the MARBLES7
      * usage-value classification, so the high-value 'A' rows come
      * round far more often than the slow 'C' rows, and a row not
      * yet classified is treated as an 'A'. Priority among the due
      * rows within a warehouse: rows MARBLESW flagged with a
      * reconciliation variance first (VARIANCE_FLAG 'Y'), then the
      * longest overdue (never-counted rows ahead of everything).
      *
      * DUEPARM card 1 caps how many rows each warehouse is asked to
      * count per day, so counting spreads across the month instead
      * of freezing a warehouse for a full MARBLESW-style count.
      * Cards 2, 3 and 4 are the count intervals in days for classes
      * A, B and C; a missing card or an interval of zero makes every
      * row of that class due every day, oldest count first.
      *
      * Only rows still on EVENT.MARBLE are selected - a schedule
      * row whose stock row was DELeted has nothing to count.
      * auto-posts small variances through the audited batch
      * adjustment path.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marblesy.jcl
      *
      * Build via
               ORGANIZATION IS SEQUENTIAL.
           SELECT WSHOUT-FILE ASSIGN TO WSHOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DUEPARM-FILE
           RECORDING MODE IS F.
       01 DUEPARM-RECORD.
          05 DUEPARM-VALUE PIC 9(3).
          05 FILLER PIC X(77).
       FD WSHOUT-FILE
           RECORDING MODE IS F.
       01 WSH-LINE PIC X(80).
       FD RUNDATE-FILE
           RECORDING MODE IS F.
       01 RUNDATE-RECORD.
          05 RUNDATE-DATE PIC X(10).
          05 FILLER PIC X(70).
      * ===============================================================
      * Map input / output areas
      * ===============================================================
      *
       01 WS-DUE-MAX PIC S9(4) COMP VALUE 0.
      *
      *    Days between counts for each ABC class, DUEPARM cards 2-4.
      *
       01 WS-INTERVAL-A PIC S9(4) COMP VALUE 0.
       01 WS-INTERVAL-B PIC S9(4) COMP VALUE 0.
       01 WS-INTERVAL-C PIC S9(4) COMP VALUE 0.
      *
      *    The schedule row just fetched. LAST_COUNT_DATE is NULL
      *    (indicator -1) until the row's first count.
      *
          02 WS-DB-LAST-COUNT PIC X(10).
          02 WS-DB-LAST-COUNT-IND PIC S9(4) COMP VALUE 0.
          02 WS-DB-VARIANCE-FLAG PIC X(1).
          02 WS-DB-ABC-CLASS PIC X(1).
          02 WS-DB-ABC-CLASS-IND PIC S9(4) COMP VALUE 0.
      *
      *    The warehouse whose worksheet is being built, for the
      *    per-warehouse heading and selection cap.
       01 WS-WSH-DETAIL.
          05 WSH-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSH-CLASS PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSH-LAST-COUNT PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSH-PRIORITY PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSH-COUNT-BOX PIC X(18).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESY'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY MARBLE.
           COPY CYCSCHD.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESY daily cycle count selection
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Only due rows: flagged, never counted, or last counted at
      *     least the class's interval ago as of the run date.
      *     Warehouse-major so the worksheets come out one warehouse
      *     at a time; within a warehouse, flagged rows first, then
      *     earliest due date first - a NULL LAST_COUNT_DATE (never
      *     counted) collates as the dawn of time, i.e. most overdue.
      *
           EXEC SQL
               DECLARE DUE-CURSOR CURSOR FOR
               SELECT C.COLOR, C.LOCATION, C.LAST_COUNT_DATE,
                      C.VARIANCE_FLAG, C.ABC_CLASS
               FROM EVENT.MARBLE_CYCLE C
               WHERE EXISTS
                     (SELECT 1 FROM EVENT.MARBLE M
                      WHERE M.COLOR = C.COLOR
                        AND M.LOCATION = C.LOCATION)
                 AND (C.VARIANCE_FLAG = 'Y'
                      OR C.LAST_COUNT_DATE IS NULL
                      OR C.LAST_COUNT_DATE +
                         (CASE COALESCE(C.ABC_CLASS, 'A')
                               WHEN 'B' THEN :WS-INTERVAL-B
                               WHEN 'C' THEN :WS-INTERVAL-C
                               ELSE :WS-INTERVAL-A
                          END) DAYS <= :WS-RUNCTL-DATE)
               ORDER BY C.LOCATION, C.VARIANCE_FLAG DESC,
                        COALESCE(C.LAST_COUNT_DATE +
                           (CASE COALESCE(C.ABC_CLASS, 'A')
                                 WHEN 'B' THEN :WS-INTERVAL-B
                                 WHEN 'C' THEN :WS-INTERVAL-C
                                 ELSE :WS-INTERVAL-A
                            END) DAYS, '0001-01-01'),
                        C.COLOR
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-DUE-PARM
           PERFORM ENROLL-NEW-ROWS
           PERFORM OPEN-FILES
               UNTIL WS-EOF-DUE = BOOLEAN-TRUE
           PERFORM WRITE-WORKSHEET-SUMMARY
           PERFORM CLOSE-FILES
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
           MOVE WS-WORK-SELECTED-COUNT TO WS-RUNCTL-APPLIED
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
      * The DUEPARM cards: the per-warehouse daily count cap, then
      * the count intervals in days for classes A, B and C
      * ===============================================================
       READ-DUE-PARM.
           OPEN INPUT DUEPARM-FILE
               AT END
                   MOVE ZEROS TO DUEPARM-RECORD
           END-READ
           MOVE DUEPARM-VALUE TO WS-DUE-MAX
           READ DUEPARM-FILE
               AT END
                   MOVE ZEROS TO DUEPARM-RECORD
           END-READ
           MOVE DUEPARM-VALUE TO WS-INTERVAL-A
           READ DUEPARM-FILE
               AT END
                   MOVE ZEROS TO DUEPARM-RECORD
           END-READ
           MOVE DUEPARM-VALUE TO WS-INTERVAL-B
           READ DUEPARM-FILE
               AT END
                   MOVE ZEROS TO DUEPARM-RECORD
           END-READ
           MOVE DUEPARM-VALUE TO WS-INTERVAL-C
           CLOSE DUEPARM-FILE.
      * ===============================================================
      * Enroll every EVENT.MARBLE row not yet on the schedule - new
               FETCH DUE-CURSOR
               INTO :WS-DB-COLOR, :WS-DB-LOCATION,
                    :WS-DB-LAST-COUNT :WS-DB-LAST-COUNT-IND,
                    :WS-DB-VARIANCE-FLAG,
                    :WS-DB-ABC-CLASS :WS-DB-ABC-CLASS-IND
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-DUE
           END-STRING
           WRITE WSH-LINE
           MOVE SPACES TO WSH-LINE
           MOVE 'COLOR       CLS  LAST-COUNT  PRIORITY  COUNTED QTY'
               TO WSH-LINE
           WRITE WSH-LINE.
      * ===============================================================
      * One row for the floor to count - ABC class ('-' until first
      * classified), last counted date (NEVER until the first
      * count), why it was picked, and a blank box for the keyed
      * result
      * ===============================================================
       WRITE-WORKSHEET-LINE.
           ADD 1 TO WS-GROUP-PRINTED
           ADD 1 TO WS-WORK-SELECTED-COUNT
           MOVE SPACES TO WS-WSH-DETAIL
           MOVE WS-DB-COLOR TO WSH-COLOR
           IF WS-DB-ABC-CLASS-IND < 0 THEN
               MOVE '-' TO WSH-CLASS
           ELSE
               MOVE WS-DB-ABC-CLASS TO WSH-CLASS
           END-IF
           IF WS-DB-LAST-COUNT-IND < 0 THEN
               MOVE 'NEVER' TO WSH-LAST-COUNT
           ELSE
