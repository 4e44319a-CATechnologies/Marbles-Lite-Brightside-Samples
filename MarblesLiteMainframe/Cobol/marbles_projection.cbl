      * ===============================================================
      * Batch program MARBLES2 - Nightly projected availability and
      * shortage report
      *
      * LST and KAV answer "how many can I promise today". This report
      * answers "will there still be enough on the day". For every
      * COLOR/LOCATION with anything due inside the horizon it starts
      * from today's EVENT.MARBLE INVENTORY and walks forward through
      * time:
      *
      *  - each EVENT.MARBLE_RESERVATION comes OUT on its EVENT_DATE;
      *  - each open EVENT.MARBLE_ORDER comes IN on its PROMISE_DATE,
      *    for its CONFIRMED_QTY (QUANTITY while unacknowledged).
      *    An order the supplier has not acknowledged yet is assumed
      *    to arrive the PRJPARM lead time after its RAISED_DATE.
      *
      * Anything already overdue - a reservation whose event has
      * passed but MARBLESV has not yet swept, an order past its
      * promise that has not been received - is treated as due
      * today. On any one day reservations are taken before receipts
      * are added, so an event that only works if the truck turns up
      * that morning is shown at risk.
      *
      * Each movement prints as one line with the projected balance
      * after it. A reservation that leaves the balance negative is
      * flagged SHORT; one that leaves it below the row's
      * EVENT.MARBLE_REORDER point (resolved (COLOR, LOCATION), then
      * (COLOR, '*'), then ('DEFAULT', '*'), as MARBLESR does) is
      * flagged LOW. Those reservations' REFERENCEs are the bookings
      * at risk; an arriving order that lifts the balance clears the
      * condition for the reservations after it. Each COLOR/LOCATION
      * closes with the date it first went short and/or low and how
      * many bookings are at risk.
      *
      * PRJPARM holds two cards: the horizon in days (3 digits) and
      * the assumed supplier lead time in days for unacknowledged
      * orders (3 digits).
      *
      * The step ends RETURN-CODE 4 when any row is projected short,
      * so the scheduler flags the run for the sales desk's review.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marbles2.jcl
      *
      * Build via
      *  gulp build --source marbles_projection.cbl && gulp refresh --source marbles_projection.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRJPARM-FILE ASSIGN TO PRJPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PRJPARM-FILE
           RECORDING MODE IS F.
       01 PRJPARM-RECORD.
          05 PRJPARM-VALUE PIC X(10).
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
          02 WS-EOF-PROJECTION PIC 9 VALUE 0.
      *
      *    Horizon and assumed lead time from the two PRJPARM cards,
      *    and the dates derived from them.
      *
       01 WS-HORIZON-DAYS PIC S9(4) COMP VALUE 0.
       01 WS-LEAD-DAYS PIC S9(4) COMP VALUE 0.
       01 WS-DAYS-TOKEN PIC 9(3) VALUE 0.
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-HORIZON-DATE PIC X(10) VALUE SPACES.
      *
      *    One dated movement: KIND '1' a reservation going out, '2'
      *    an order coming in (the sort puts outs before ins on the
      *    same day). REFERENCE is the booking, or the ORDER_NO.
      *
       01 WS-DB-ROW.
          02 WS-DB-COLOR PIC X(10).
          02 WS-DB-LOCATION PIC X(8).
          02 WS-DB-INVENTORY PIC S9(9) COMP.
          02 WS-DB-DUE-DATE PIC X(10).
          02 WS-DB-KIND PIC X(1).
          02 WS-DB-QUANTITY PIC S9(9) COMP.
          02 WS-DB-REFERENCE PIC X(10).
      *
      *    The COLOR/LOCATION being projected.
      *
       01 WS-GROUP.
          02 WS-GRP-COLOR PIC X(10) VALUE SPACES.
          02 WS-GRP-LOCATION PIC X(8) VALUE SPACES.
          02 WS-GRP-BALANCE PIC S9(9) COMP VALUE 0.
          02 WS-GRP-SHORT-DATE PIC X(10) VALUE SPACES.
          02 WS-GRP-LOW-DATE PIC X(10) VALUE SPACES.
          02 WS-GRP-AT-RISK PIC 9(7) VALUE 0.
       01 WS-WORK.
          02 WS-WORK-REORDER-POINT PIC S9(9) COMP VALUE 0.
       01 WS-WORK-COUNTS.
          02 WS-WORK-ROW-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-SHORT-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-LOW-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-AT-RISK-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-RPT-DETAIL.
          05 RPT-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LOCATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-DATE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-KIND PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-REFERENCE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-QUANTITY PIC -(9)9.
          05 RPT-QUANTITY-X REDEFINES RPT-QUANTITY PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-BALANCE PIC -(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-FLAG PIC X(5).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES2'.
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
           COPY RESERVE.
           COPY ORDERS.
           COPY REORDER.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES2 nightly projected availability
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE PROJECT-CURSOR CURSOR FOR
               SELECT M.COLOR, M.LOCATION, M.INVENTORY,
                      CHAR(E.DUE_DATE, ISO), E.KIND, E.QUANTITY,
                      E.REFERENCE
               FROM EVENT.MARBLE M,
                    (SELECT R.COLOR, R.LOCATION,
                            CASE WHEN R.EVENT_DATE < CURRENT DATE
                                 THEN CURRENT DATE
                                 ELSE R.EVENT_DATE END AS DUE_DATE,
                            '1' AS KIND, R.QUANTITY,
                            R.REFERENCE
                     FROM EVENT.MARBLE_RESERVATION R
                     WHERE R.EVENT_DATE <= :WS-HORIZON-DATE
                     UNION ALL
                     SELECT O.COLOR, O.LOCATION,
                            CASE WHEN COALESCE(O.PROMISE_DATE,
                                     O.RAISED_DATE
                                     + :WS-LEAD-DAYS DAYS)
                                      < CURRENT DATE
                                 THEN CURRENT DATE
                                 ELSE COALESCE(O.PROMISE_DATE,
                                     O.RAISED_DATE
                                     + :WS-LEAD-DAYS DAYS) END,
                            '2', COALESCE(O.CONFIRMED_QTY, O.QUANTITY),
                            DIGITS(O.ORDER_NO)
                     FROM EVENT.MARBLE_ORDER O
                     WHERE O.STATUS = 'O'
                       AND COALESCE(O.PROMISE_DATE,
                               O.RAISED_DATE + :WS-LEAD-DAYS DAYS)
                           <= :WS-HORIZON-DATE) AS E
               WHERE E.COLOR = M.COLOR
                 AND E.LOCATION = M.LOCATION
               ORDER BY 1, 2, 4, 5, 7
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-PROJECTION-PARMS
           PERFORM GET-RUN-DATES
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM FETCH-PROJECTION-ROW
           PERFORM PROJECT-ONE-MOVEMENT
               UNTIL WS-EOF-PROJECTION = BOOLEAN-TRUE
           IF WS-GRP-COLOR NOT = SPACES THEN
               PERFORM END-GROUP
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-WORK-SHORT-COUNT > 0 THEN
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
           MOVE WS-WORK-ROW-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-SHORT-COUNT TO WS-RUNCTL-REJECTED
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
      * The two PRJPARM cards: horizon days, assumed lead time days
      * ===============================================================
       READ-PROJECTION-PARMS.
           OPEN INPUT PRJPARM-FILE
           READ PRJPARM-FILE
               AT END
                   MOVE ZEROS TO PRJPARM-RECORD
           END-READ
           MOVE PRJPARM-VALUE(1:3) TO WS-DAYS-TOKEN
           MOVE WS-DAYS-TOKEN TO WS-HORIZON-DAYS
           READ PRJPARM-FILE
               AT END
                   MOVE ZEROS TO PRJPARM-RECORD
           END-READ
           MOVE PRJPARM-VALUE(1:3) TO WS-DAYS-TOKEN
           MOVE WS-DAYS-TOKEN TO WS-LEAD-DAYS
           CLOSE PRJPARM-FILE.
      * ===============================================================
      * Today and the last day of the horizon
      * ===============================================================
       GET-RUN-DATES.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :WS-HORIZON-DAYS DAYS, ISO)
               INTO :WS-RUN-DATE, :WS-HORIZON-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      * ===============================================================
      * Open the report file and the projection cursor
      * ===============================================================
       OPEN-FILES.
           OPEN OUTPUT RPTOUT-FILE
           EXEC SQL
               OPEN PROJECT-CURSOR
           END-EXEC.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           EXEC SQL
               CLOSE PROJECT-CURSOR
           END-EXEC
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Fetch the next dated movement
      * ===============================================================
       FETCH-PROJECTION-ROW.
           EXEC SQL
               FETCH PROJECT-CURSOR
               INTO :WS-DB-COLOR, :WS-DB-LOCATION, :WS-DB-INVENTORY,
                    :WS-DB-DUE-DATE, :WS-DB-KIND, :WS-DB-QUANTITY,
                    :WS-DB-REFERENCE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-PROJECTION
           END-IF.
      * ===============================================================
      * Apply one movement to its COLOR/LOCATION's projected balance,
      * closing the previous row and opening this one on a change,
      * then fetch the next
      * ===============================================================
       PROJECT-ONE-MOVEMENT.
           IF WS-DB-COLOR NOT = WS-GRP-COLOR
                   OR WS-DB-LOCATION NOT = WS-GRP-LOCATION THEN
               IF WS-GRP-COLOR NOT = SPACES THEN
                   PERFORM END-GROUP
               END-IF
               PERFORM START-GROUP
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DB-DUE-DATE TO RPT-DATE
           MOVE WS-DB-REFERENCE TO RPT-REFERENCE
           IF WS-DB-KIND = '1' THEN
               SUBTRACT WS-DB-QUANTITY FROM WS-GRP-BALANCE
               MOVE 'RESERVE' TO RPT-KIND
               COMPUTE RPT-QUANTITY = 0 - WS-DB-QUANTITY
               PERFORM CHECK-BOOKING-AT-RISK
           ELSE
               ADD WS-DB-QUANTITY TO WS-GRP-BALANCE
               MOVE 'ORDER IN' TO RPT-KIND
               MOVE WS-DB-QUANTITY TO RPT-QUANTITY
           END-IF
           MOVE WS-GRP-BALANCE TO RPT-BALANCE
           WRITE RPT-LINE FROM WS-RPT-DETAIL
           PERFORM FETCH-PROJECTION-ROW.
      * ===============================================================
      * A reservation that leaves the balance negative is SHORT, one
      * that leaves it under the reorder point is LOW - either way its
      * REFERENCE is a booking at risk. The first date of each is kept
      * for the row's closing line.
      * ===============================================================
       CHECK-BOOKING-AT-RISK.
           IF WS-GRP-BALANCE < 0 THEN
               MOVE 'SHORT' TO RPT-FLAG
               ADD 1 TO WS-GRP-AT-RISK
               IF WS-GRP-SHORT-DATE = SPACES THEN
                   MOVE WS-DB-DUE-DATE TO WS-GRP-SHORT-DATE
               END-IF
           ELSE
               IF WS-GRP-BALANCE < WS-WORK-REORDER-POINT THEN
                   MOVE 'LOW' TO RPT-FLAG
                   ADD 1 TO WS-GRP-AT-RISK
               END-IF
           END-IF
           IF WS-GRP-BALANCE < WS-WORK-REORDER-POINT
                   AND WS-GRP-LOW-DATE = SPACES THEN
               MOVE WS-DB-DUE-DATE TO WS-GRP-LOW-DATE
           END-IF.
      * ===============================================================
      * Open a COLOR/LOCATION - resolve its reorder point and print
      * today's on-hand as the starting balance
      * ===============================================================
       START-GROUP.
           MOVE WS-DB-COLOR TO WS-GRP-COLOR
           MOVE WS-DB-LOCATION TO WS-GRP-LOCATION
           MOVE WS-DB-INVENTORY TO WS-GRP-BALANCE
           MOVE SPACES TO WS-GRP-SHORT-DATE
           MOVE SPACES TO WS-GRP-LOW-DATE
           MOVE 0 TO WS-GRP-AT-RISK
           ADD 1 TO WS-WORK-ROW-COUNT
           PERFORM GET-REORDER-POINT
           IF SQLCODE NOT = 0 THEN
               MOVE 0 TO WS-WORK-REORDER-POINT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-GRP-COLOR TO RPT-COLOR
           MOVE WS-GRP-LOCATION TO RPT-LOCATION
           MOVE WS-RUN-DATE TO RPT-DATE
           MOVE 'ON HAND' TO RPT-KIND
           MOVE 'ROP' TO RPT-REFERENCE
           MOVE WS-WORK-REORDER-POINT TO RPT-QUANTITY
           MOVE WS-GRP-BALANCE TO RPT-BALANCE
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
      * ===============================================================
      * Close a COLOR/LOCATION - its shortage and low dates and the
      * bookings at risk, when it has any
      * ===============================================================
       END-GROUP.
           IF WS-GRP-SHORT-DATE NOT = SPACES THEN
               ADD 1 TO WS-WORK-SHORT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  *** PROJECTED SHORT FROM ' DELIMITED BY SIZE
                       WS-GRP-SHORT-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF
           IF WS-GRP-LOW-DATE NOT = SPACES THEN
               ADD 1 TO WS-WORK-LOW-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  *** BELOW REORDER POINT FROM '
                       DELIMITED BY SIZE
                       WS-GRP-LOW-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF
           IF WS-GRP-AT-RISK > 0 THEN
               ADD WS-GRP-AT-RISK TO WS-WORK-AT-RISK-COUNT
               MOVE WS-GRP-AT-RISK TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING '  *** BOOKINGS AT RISK (FLAGGED ABOVE): '
                       DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      * ===============================================================
      * Reorder threshold for the current row - its own (COLOR,
      * LOCATION) EVENT.MARBLE_REORDER row when one exists, else the
      * COLOR's every-warehouse (COLOR, '*') row, else the
      * ('DEFAULT', '*') fallback (same resolution MARBLESR uses)
      * ===============================================================
       GET-REORDER-POINT.
           EXEC SQL
               SELECT REORDER_POINT INTO :WS-WORK-REORDER-POINT
               FROM EVENT.MARBLE_REORDER
               WHERE COLOR = :WS-GRP-COLOR
                 AND LOCATION = :WS-GRP-LOCATION
           END-EXEC
           IF SQLCODE = 100 THEN
               EXEC SQL
                   SELECT REORDER_POINT INTO :WS-WORK-REORDER-POINT
                   FROM EVENT.MARBLE_REORDER
                   WHERE COLOR = :WS-GRP-COLOR
                     AND LOCATION = '*'
               END-EXEC
           END-IF
           IF SQLCODE = 100 THEN
               EXEC SQL
                   SELECT REORDER_POINT INTO :WS-WORK-REORDER-POINT
                   FROM EVENT.MARBLE_REORDER
                   WHERE COLOR = 'DEFAULT'
                     AND LOCATION = '*'
               END-EXEC
           END-IF.
      * ===============================================================
      * Report header
      * ===============================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'PROJECTED AVAILABILITY FROM ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-HORIZON-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COLOR       LOCATION  DATE        MOVEMENT  '
                   DELIMITED BY SIZE
                  'REFERENCE     QUANTITY     BALANCE  FLAG'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      * ===============================================================
      * Report summary totals
      * ===============================================================
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           STRING 'COLOR/LOCATIONS PROJECTED: ' DELIMITED BY SIZE
                   WS-WORK-ROW-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PROJECTED SHORT: ' DELIMITED BY SIZE
                   WS-WORK-SHORT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BELOW REORDER POINT: ' DELIMITED BY SIZE
                   WS-WORK-LOW-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BOOKINGS AT RISK: ' DELIMITED BY SIZE
                   WS-WORK-AT-RISK-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
