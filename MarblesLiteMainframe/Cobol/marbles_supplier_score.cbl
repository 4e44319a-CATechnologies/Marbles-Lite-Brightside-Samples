      * ===============================================================
      * Batch program MARBLES1 - Monthly supplier performance scorecard
      *
      * Scores every supplier on the orders it delivered, from what
      * EVENT.MARBLE_ORDER now records end to end: RAISED_DATE and
      * SUPPLIER_ID stamped by MARBLESR, CONFIRMED_QTY and
      * PROMISE_DATE applied from the acknowledgment file by
      * MARBLESO, and RECEIVED_DATE and RECEIVED_QTY kept by RCV when
      * the dock closes the order. Two sections:
      *
      *  1. SUPPLIER PERFORMANCE - per supplier, over the orders
      *     received in the month under review: orders received,
      *     average lead time (RAISED_DATE to RECEIVED_DATE, days),
      *     on-time rate (received on or before PROMISE_DATE, as a
      *     share of the orders that were given a promise date -
      *     orders never acknowledged show in the count but cannot
      *     be on time or late), and fill rate - the quantity
      *     received against CONFIRMED_QTY (QUANTITY where the
      *     supplier never confirmed) and against the QUANTITY
      *     ordered, with all three totals shown.
      *  2. CHRONIC OFFENDERS - suppliers whose on-time rate or fill
      *     rate against the ordered QUANTITY falls below the
      *     SCRPARM minimum over the trailing window of months
      *     ending with the month under review, with at least the
      *     SCRPARM minimum number of orders received in the window
      *     (so one bad delivery from an occasional supplier does
      *     not list it). These are the buyer's conversations for
      *     the month.
      *
      * Orders raised before suppliers were recorded (SUPPLIER_ID
      * NULL) and orders still open are not scored.
      *
      * SCRPARM holds five cards: the first day of the month under
      * review (ISO), the on-time minimum percent (3 digits), the
      * fill minimum percent (3 digits), the trailing window in
      * months (2 digits) and the minimum orders in the window (3
      * digits).
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marbles1.jcl
      *
      * Build via
      *  gulp build --source marbles_supplier_score.cbl && gulp refresh --source marbles_supplier_score.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRPARM-FILE ASSIGN TO SCRPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SCRPARM-FILE
           RECORDING MODE IS F.
       01 SCRPARM-RECORD.
          05 SCRPARM-VALUE PIC X(10).
          05 FILLER PIC X(70).
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
       WORKING-STORAGE SECTION.
       01 WS-BOOLEAN.
          02 BOOLEAN-FALSE PIC 9 VALUE 0.
          02 BOOLEAN-TRUE PIC 9 VALUE 1.
       01 WS-EOF-SWITCHES.
          02 WS-EOF-SCORE PIC 9 VALUE 0.
          02 WS-EOF-CHRONIC PIC 9 VALUE 0.
      *
      *    Scorecard tuning from the five SCRPARM cards, and the
      *    period and window boundaries derived from the first.
      *
       01 WS-FROM-DATE PIC X(10) VALUE SPACES.
       01 WS-TO-DATE PIC X(10) VALUE SPACES.
       01 WS-WINDOW-DATE PIC X(10) VALUE SPACES.
       01 WS-ONTIME-MIN PIC S9(3)V9 COMP-3 VALUE 0.
       01 WS-FILL-MIN PIC S9(3)V9 COMP-3 VALUE 0.
       01 WS-WINDOW-MONTHS PIC S9(4) COMP VALUE 0.
       01 WS-MIN-ORDERS PIC S9(9) COMP VALUE 0.
       01 WS-PCT-TOKEN PIC 9(3) VALUE 0.
       01 WS-MONTHS-TOKEN PIC 9(2) VALUE 0.
       01 WS-ORDERS-TOKEN PIC 9(3) VALUE 0.
      *
      *    One supplier's totals, fetched from either cursor, and the
      *    rates worked out from them.
      *
       01 WS-SCORE-ROW.
          02 WS-SC-SUPPLIER-ID PIC X(8).
          02 WS-SC-NAME PIC X(30).
          02 WS-SC-ORDERS PIC S9(9) COMP.
          02 WS-SC-AVG-LEAD PIC S9(5)V9 COMP-3.
          02 WS-SC-PROMISED PIC S9(9) COMP.
          02 WS-SC-ON-TIME PIC S9(9) COMP.
          02 WS-SC-ORDERED-QTY PIC S9(11) COMP-3.
          02 WS-SC-CONFIRMED-QTY PIC S9(11) COMP-3.
          02 WS-SC-RECEIVED-QTY PIC S9(11) COMP-3.
       01 WS-RATES.
          02 WS-ONTIME-PCT PIC S9(3)V9 COMP-3 VALUE 0.
          02 WS-FILL-CONF-PCT PIC S9(3)V9 COMP-3 VALUE 0.
          02 WS-FILL-ORD-PCT PIC S9(3)V9 COMP-3 VALUE 0.
          02 WS-LATE-FLAG PIC 9 VALUE 0.
          02 WS-SHORT-FLAG PIC 9 VALUE 0.
       01 WS-WORK-COUNTS.
          02 WS-WORK-SUPPLIER-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-OFFENDER-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZZZ9.
       01 WS-RPT-SCORE.
          05 RPT-P-SUPPLIER-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-ORDERS PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-AVG-LEAD PIC ZZZ9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-ONTIME PIC ZZ9.9.
          05 RPT-P-ONTIME-X REDEFINES RPT-P-ONTIME PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-ORDERED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-CONFIRMED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-RECEIVED PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-FILL-CONF PIC ZZ9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-FILL-ORD PIC ZZ9.9.
       01 WS-RPT-CHRONIC.
          05 RPT-C-SUPPLIER-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-C-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-C-ORDERS PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-C-ONTIME PIC ZZ9.9.
          05 RPT-C-ONTIME-X REDEFINES RPT-C-ONTIME PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-C-FILL-ORD PIC ZZ9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-C-REASON PIC X(20).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES1'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY ORDERS.
           COPY SUPPLY.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES1 monthly supplier performance scorecard
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE SCORE-CURSOR CURSOR FOR
               SELECT O.SUPPLIER_ID, P.NAME, COUNT(*),
                      AVG(DEC(DAYS(O.RECEIVED_DATE)
                              - DAYS(O.RAISED_DATE), 7, 1)),
                      SUM(CASE WHEN O.PROMISE_DATE IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN O.RECEIVED_DATE <= O.PROMISE_DATE
                               THEN 1 ELSE 0 END),
                      SUM(O.QUANTITY),
                      SUM(COALESCE(O.CONFIRMED_QTY, O.QUANTITY)),
                      SUM(O.RECEIVED_QTY)
               FROM EVENT.MARBLE_ORDER O, EVENT.MARBLE_SUPPLIER P
               WHERE O.STATUS = 'C'
                 AND O.RECEIVED_DATE >= :WS-FROM-DATE
                 AND O.RECEIVED_DATE < :WS-TO-DATE
                 AND P.SUPPLIER_ID = O.SUPPLIER_ID
               GROUP BY O.SUPPLIER_ID, P.NAME
               ORDER BY O.SUPPLIER_ID
           END-EXEC.
           EXEC SQL
               DECLARE CHRONIC-CURSOR CURSOR FOR
               SELECT O.SUPPLIER_ID, P.NAME, COUNT(*),
                      AVG(DEC(DAYS(O.RECEIVED_DATE)
                              - DAYS(O.RAISED_DATE), 7, 1)),
                      SUM(CASE WHEN O.PROMISE_DATE IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN O.RECEIVED_DATE <= O.PROMISE_DATE
                               THEN 1 ELSE 0 END),
                      SUM(O.QUANTITY),
                      SUM(COALESCE(O.CONFIRMED_QTY, O.QUANTITY)),
                      SUM(O.RECEIVED_QTY)
               FROM EVENT.MARBLE_ORDER O, EVENT.MARBLE_SUPPLIER P
               WHERE O.STATUS = 'C'
                 AND O.RECEIVED_DATE >= :WS-WINDOW-DATE
                 AND O.RECEIVED_DATE < :WS-TO-DATE
                 AND P.SUPPLIER_ID = O.SUPPLIER_ID
               GROUP BY O.SUPPLIER_ID, P.NAME
               HAVING COUNT(*) >= :WS-MIN-ORDERS
               ORDER BY O.SUPPLIER_ID
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-SCORE-PARMS
           PERFORM GET-PERIOD-BOUNDS
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-SUPPLIER-SCORES
           PERFORM REPORT-CHRONIC-OFFENDERS
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
           MOVE WS-WORK-SUPPLIER-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-OFFENDER-COUNT TO WS-RUNCTL-REJECTED
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
      * The five SCRPARM cards: month start, on-time minimum, fill
      * minimum, trailing window months, minimum orders in window
      * ===============================================================
       READ-SCORE-PARMS.
           OPEN INPUT SCRPARM-FILE
           READ SCRPARM-FILE
               AT END
                   MOVE SPACES TO SCRPARM-RECORD
           END-READ
           MOVE SCRPARM-VALUE TO WS-FROM-DATE
           READ SCRPARM-FILE
               AT END
                   MOVE ZEROS TO SCRPARM-RECORD
           END-READ
           MOVE SCRPARM-VALUE(1:3) TO WS-PCT-TOKEN
           MOVE WS-PCT-TOKEN TO WS-ONTIME-MIN
           READ SCRPARM-FILE
               AT END
                   MOVE ZEROS TO SCRPARM-RECORD
           END-READ
           MOVE SCRPARM-VALUE(1:3) TO WS-PCT-TOKEN
           MOVE WS-PCT-TOKEN TO WS-FILL-MIN
           READ SCRPARM-FILE
               AT END
                   MOVE ZEROS TO SCRPARM-RECORD
           END-READ
           MOVE SCRPARM-VALUE(1:2) TO WS-MONTHS-TOKEN
           MOVE WS-MONTHS-TOKEN TO WS-WINDOW-MONTHS
           IF WS-WINDOW-MONTHS < 1 THEN
               MOVE 1 TO WS-WINDOW-MONTHS
           END-IF
           READ SCRPARM-FILE
               AT END
                   MOVE ZEROS TO SCRPARM-RECORD
           END-READ
           MOVE SCRPARM-VALUE(1:3) TO WS-ORDERS-TOKEN
           MOVE WS-ORDERS-TOKEN TO WS-MIN-ORDERS
           CLOSE SCRPARM-FILE.
      * ===============================================================
      * End of the month under review (exclusive) and the start of
      * the trailing window ending with it - DB2 date arithmetic, so
      * month lengths and year ends need no handling here
      * ===============================================================
       GET-PERIOD-BOUNDS.
           EXEC SQL
               SELECT CHAR(DATE(:WS-FROM-DATE) + 1 MONTH, ISO),
                      CHAR(DATE(:WS-FROM-DATE)
                           - :WS-WINDOW-MONTHS MONTHS + 1 MONTH, ISO)
               INTO :WS-TO-DATE, :WS-WINDOW-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      * ===============================================================
      * Open the report file
      * ===============================================================
       OPEN-FILES.
           OPEN OUTPUT RPTOUT-FILE.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Section 1 - every supplier with orders received in the month
      * ===============================================================
       REPORT-SUPPLIER-SCORES.
           PERFORM WRITE-SCORE-HEADER
           EXEC SQL
               OPEN SCORE-CURSOR
           END-EXEC
           PERFORM FETCH-SCORE-ROW
           PERFORM WRITE-SCORE-LINE
               UNTIL WS-EOF-SCORE = BOOLEAN-TRUE
           EXEC SQL
               CLOSE SCORE-CURSOR
           END-EXEC
           MOVE WS-WORK-SUPPLIER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'SUPPLIERS SCORED: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Fetch the next supplier's totals for the month
      * ===============================================================
       FETCH-SCORE-ROW.
           EXEC SQL
               FETCH SCORE-CURSOR
               INTO :WS-SC-SUPPLIER-ID, :WS-SC-NAME, :WS-SC-ORDERS,
                    :WS-SC-AVG-LEAD, :WS-SC-PROMISED, :WS-SC-ON-TIME,
                    :WS-SC-ORDERED-QTY, :WS-SC-CONFIRMED-QTY,
                    :WS-SC-RECEIVED-QTY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-SCORE
           END-IF.
      * ===============================================================
      * One supplier's scorecard line, then fetch the next
      * ===============================================================
       WRITE-SCORE-LINE.
           ADD 1 TO WS-WORK-SUPPLIER-COUNT
           PERFORM COMPUTE-RATES
           MOVE SPACES TO WS-RPT-SCORE
           MOVE WS-SC-SUPPLIER-ID TO RPT-P-SUPPLIER-ID
           MOVE WS-SC-NAME TO RPT-P-NAME
           MOVE WS-SC-ORDERS TO RPT-P-ORDERS
           MOVE WS-SC-AVG-LEAD TO RPT-P-AVG-LEAD
           IF WS-SC-PROMISED > 0 THEN
               MOVE WS-ONTIME-PCT TO RPT-P-ONTIME
           ELSE
               MOVE '  N/A' TO RPT-P-ONTIME-X
           END-IF
           MOVE WS-SC-ORDERED-QTY TO RPT-P-ORDERED
           MOVE WS-SC-CONFIRMED-QTY TO RPT-P-CONFIRMED
           MOVE WS-SC-RECEIVED-QTY TO RPT-P-RECEIVED
           MOVE WS-FILL-CONF-PCT TO RPT-P-FILL-CONF
           MOVE WS-FILL-ORD-PCT TO RPT-P-FILL-ORD
           WRITE RPT-LINE FROM WS-RPT-SCORE
           PERFORM FETCH-SCORE-ROW.
      * ===============================================================
      * Section 2 - suppliers under either minimum over the trailing
      * window, with enough orders in it to judge
      * ===============================================================
       REPORT-CHRONIC-OFFENDERS.
           PERFORM WRITE-CHRONIC-HEADER
           EXEC SQL
               OPEN CHRONIC-CURSOR
           END-EXEC
           PERFORM FETCH-CHRONIC-ROW
           PERFORM CHECK-ONE-SUPPLIER
               UNTIL WS-EOF-CHRONIC = BOOLEAN-TRUE
           EXEC SQL
               CLOSE CHRONIC-CURSOR
           END-EXEC
           MOVE WS-WORK-OFFENDER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'CHRONIC OFFENDERS: ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Fetch the next supplier's totals for the trailing window
      * ===============================================================
       FETCH-CHRONIC-ROW.
           EXEC SQL
               FETCH CHRONIC-CURSOR
               INTO :WS-SC-SUPPLIER-ID, :WS-SC-NAME, :WS-SC-ORDERS,
                    :WS-SC-AVG-LEAD, :WS-SC-PROMISED, :WS-SC-ON-TIME,
                    :WS-SC-ORDERED-QTY, :WS-SC-CONFIRMED-QTY,
                    :WS-SC-RECEIVED-QTY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-CHRONIC
           END-IF.
      * ===============================================================
      * List the supplier when it was late or short too often over
      * the window, then fetch the next. Without any promise dates
      * in the window it cannot be judged late, only short.
      * ===============================================================
       CHECK-ONE-SUPPLIER.
           PERFORM COMPUTE-RATES
           MOVE BOOLEAN-FALSE TO WS-LATE-FLAG
           MOVE BOOLEAN-FALSE TO WS-SHORT-FLAG
           IF WS-SC-PROMISED > 0
                   AND WS-ONTIME-PCT < WS-ONTIME-MIN THEN
               MOVE BOOLEAN-TRUE TO WS-LATE-FLAG
           END-IF
           IF WS-FILL-ORD-PCT < WS-FILL-MIN THEN
               MOVE BOOLEAN-TRUE TO WS-SHORT-FLAG
           END-IF
           IF WS-LATE-FLAG = BOOLEAN-TRUE
                   OR WS-SHORT-FLAG = BOOLEAN-TRUE THEN
               PERFORM WRITE-CHRONIC-LINE
           END-IF
           PERFORM FETCH-CHRONIC-ROW.
      * ===============================================================
      * One chronic offender line
      * ===============================================================
       WRITE-CHRONIC-LINE.
           ADD 1 TO WS-WORK-OFFENDER-COUNT
           MOVE SPACES TO WS-RPT-CHRONIC
           MOVE WS-SC-SUPPLIER-ID TO RPT-C-SUPPLIER-ID
           MOVE WS-SC-NAME TO RPT-C-NAME
           MOVE WS-SC-ORDERS TO RPT-C-ORDERS
           IF WS-SC-PROMISED > 0 THEN
               MOVE WS-ONTIME-PCT TO RPT-C-ONTIME
           ELSE
               MOVE '  N/A' TO RPT-C-ONTIME-X
           END-IF
           MOVE WS-FILL-ORD-PCT TO RPT-C-FILL-ORD
           IF WS-LATE-FLAG = BOOLEAN-TRUE
                   AND WS-SHORT-FLAG = BOOLEAN-TRUE THEN
               MOVE 'LATE AND SHORT' TO RPT-C-REASON
           ELSE
               IF WS-LATE-FLAG = BOOLEAN-TRUE THEN
                   MOVE 'LATE' TO RPT-C-REASON
               ELSE
                   MOVE 'SHORT' TO RPT-C-REASON
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-RPT-CHRONIC.
      * ===============================================================
      * Percent rates for the fetched totals - on time of those
      * promised, received of confirmed, received of ordered. A zero
      * base leaves its rate at zero.
      * ===============================================================
       COMPUTE-RATES.
           MOVE 0 TO WS-ONTIME-PCT
           MOVE 0 TO WS-FILL-CONF-PCT
           MOVE 0 TO WS-FILL-ORD-PCT
           IF WS-SC-PROMISED > 0 THEN
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   (100 * WS-SC-ON-TIME) / WS-SC-PROMISED
           END-IF
           IF WS-SC-CONFIRMED-QTY > 0 THEN
               COMPUTE WS-FILL-CONF-PCT ROUNDED =
                   (100 * WS-SC-RECEIVED-QTY) / WS-SC-CONFIRMED-QTY
           END-IF
           IF WS-SC-ORDERED-QTY > 0 THEN
               COMPUTE WS-FILL-ORD-PCT ROUNDED =
                   (100 * WS-SC-RECEIVED-QTY) / WS-SC-ORDERED-QTY
           END-IF.
      * ===============================================================
      * Report and section headers
      * ===============================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'SUPPLIER PERFORMANCE SCORECARD, RECEIPTS FROM '
                   DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO BEFORE ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-SCORE-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '1. SUPPLIER PERFORMANCE' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SUPPLIER  NAME                  ORDRS  AVG-LD'
                   DELIMITED BY SIZE
                  '  ONTM%    ORDERED  CONFIRMED   RECEIVED  FL/CF'
                   DELIMITED BY SIZE
                  '  FL/OR' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
       WRITE-CHRONIC-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '2. CHRONIC OFFENDERS, RECEIPTS FROM '
                   DELIMITED BY SIZE
                   WS-WINDOW-DATE DELIMITED BY SIZE
                   ' TO BEFORE ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SUPPLIER  NAME                  ORDRS  ONTM%'
                   DELIMITED BY SIZE
                  '  FL/OR  REASON' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
