      * at its COLOR's EVENT.MARBLE_COST unit cost in effect on the
      * valuation date - the greatest EFFECTIVE_DATE at or before it,
      * the standard resolution from Copybook/COSTTB.cpy - with a
      * subtotal per LOCATION, then the stock on the trucks between
      * warehouses - every EVENT.MARBLE_TRANSIT transfer shipped but
      * not yet received (Copybook/TRANSIT.cpy), per COLOR, priced
      * the same way - as its own IN TRANSIT group, so a shipment
      * that has left one shelf and not reached the other is still
      * in the total, and a grand total. A row whose COLOR
      * has no cost on file at the date is printed flagged NO COST
      * ON FILE and excluded from the totals, never silently valued
      * at zero; any such row ends the step RETURN-CODE 4 so the
      * the value went, not just what it is. Each snapshot is priced
      * at its own date's costs: a cost change between the two
      * month-ends shows up as value movement, which is exactly what
      * it is. The snapshots are warehouse stock only, so stock in
      * transit is not part of this section.
      *
      * Each LOCATION subtotal, and the IN TRANSIT group under
      * LOCATION '*TRANSIT', is also recorded on the
      * EVENT.MARBLE_VALUATION table (Copybook/VALUATN.cpy) for the
      * valuation date, stamped with the moment this run began
      * reading EVENT.MARBLE - the closing value the MARBLES6 GL
      * journal proves its period's postings against. A rerun for
      * the same date replaces the date's rows.
      *
      * DATEPARM card 1 is the valuation (current snapshot) date and
      * card 2 the prior month-end date, both ISO.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card, and refuses to run (RETURN-CODE 12) unless
      * MARBLESX completed cleanly for that same night.
      *
      * JCL: see Jcl/marblese.jcl
      *
      * Build via
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DATEPARM-FILE
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
          02 WS-EOF-MARBLE PIC 9 VALUE 0.
          02 WS-EOF-CURRIN PIC 9 VALUE 0.
          02 WS-EOF-PREVIN PIC 9 VALUE 0.
          02 WS-EOF-TRANSIT PIC 9 VALUE 0.
      *
      *    The two as-of dates from DATEPARM: the valuation date and
      *    the prior month-end.
       01 WS-VAL-DATE PIC X(10) VALUE SPACES.
       01 WS-PRIOR-DATE PIC X(10) VALUE SPACES.
      *
      *    When this run began reading EVENT.MARBLE, and the
      *    pseudo-LOCATION the IN TRANSIT group is recorded under on
      *    EVENT.MARBLE_VALUATION.
      *
       01 WS-VALUED-TS PIC X(26) VALUE SPACES.
       01 WS-TRANSIT-LOCATION PIC X(8) VALUE '*TRANSIT'.
      *
      *    The EVENT.MARBLE row being valued.
      *
       01 WS-DB-ROW.
          02 WS-MOVE-TOTAL-PREV PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-MOVE-TOTAL-CURR PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-WORK-MOVEMENT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-LOC-NOCOST PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Per-location value accumulation for the month-over-month
      * section - the extracts arrive COLOR-major, so the warehouse
          05 RPT-MOVE-CURR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-MOVE-NET PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESE'.
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
           COPY MARBLE.
           COPY COSTTB.
           COPY TRANSIT.
           COPY VALUATN.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESE month-end valuation
               FROM EVENT.MARBLE
               ORDER BY LOCATION, COLOR
           END-EXEC.
           EXEC SQL
               DECLARE TRANSIT-CURSOR CURSOR FOR
               SELECT COLOR, SUM(QUANTITY)
               FROM EVENT.MARBLE_TRANSIT
               WHERE STATUS = 'T'
               GROUP BY COLOR
               ORDER BY COLOR
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
           PERFORM READ-DATE-PARMS
           PERFORM START-VALUATION-RECORD
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM FETCH-MARBLE-ROW
           IF WS-GROUP-ACTIVE = BOOLEAN-TRUE THEN
               PERFORM WRITE-LOCATION-TOTAL
           END-IF
           PERFORM VALUE-IN-TRANSIT-STOCK
           PERFORM WRITE-GRAND-TOTAL
           PERFORM BUILD-MOVEMENT-SECTION
           PERFORM WRITE-REPORT-SUMMARY
           IF WS-WORK-NOCOST-COUNT > 0 THEN
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
           MOVE WS-WORK-VALUED-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-NOCOST-COUNT TO WS-RUNCTL-REJECTED
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
      * The two DATEPARM cards: the valuation date, then the prior
      * month-end date
      * ===============================================================
           MOVE DATEPARM-DATE TO WS-PRIOR-DATE
           CLOSE DATEPARM-FILE.
      * ===============================================================
      * Stamp the moment valuation begins and clear any rows an
      * earlier run recorded for the valuation date, so a rerun
      * replaces them rather than doubling them
      * ===============================================================
       START-VALUATION-RECORD.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-VALUED-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC SQL
               DELETE FROM EVENT.MARBLE_VALUATION
               WHERE VALUATION_DATE = :WS-VAL-DATE
           END-EXEC.
      * ===============================================================
      * Open the two snapshot generations, the report file and the
      * EVENT.MARBLE cursor
      * ===============================================================
                   PERFORM START-LOCATION-GROUP
               END-IF
           END-IF
           PERFORM WRITE-VALUED-DETAIL
           PERFORM FETCH-MARBLE-ROW.
      * ===============================================================
      * Price WS-DB-COLOR's WS-DB-INVENTORY at the valuation date's
      * cost into the current group's subtotal and the grand total,
      * and print its detail line - flagged and left out of the
      * totals when there is no cost on file
      * ===============================================================
       WRITE-VALUED-DETAIL.
           MOVE WS-DB-COLOR TO WS-LOOKUP-COLOR
           MOVE WS-VAL-DATE TO WS-COST-ASOF-DATE
           PERFORM GET-UNIT-COST
               ADD WS-WORK-VALUE TO WS-GRAND-TOTAL
           ELSE
               ADD 1 TO WS-WORK-NOCOST-COUNT
               ADD 1 TO WS-LOC-NOCOST
               MOVE 0 TO RPT-UNIT-COST
               MOVE 0 TO RPT-VALUE
               MOVE 'NO COST ON FILE' TO RPT-FLAG
           END-IF
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
      * ===============================================================
      * Start a new warehouse group with its heading line
      * ===============================================================
           MOVE BOOLEAN-TRUE TO WS-GROUP-ACTIVE
           MOVE WS-DB-LOCATION TO WS-GROUP-LOCATION
           MOVE 0 TO WS-LOC-TOTAL
           MOVE 0 TO WS-LOC-NOCOST
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
               INTO RPT-TOTAL-LABEL
           END-STRING
           MOVE WS-LOC-TOTAL TO RPT-TOTAL-VALUE
           WRITE RPT-LINE FROM WS-RPT-TOTAL
           PERFORM RECORD-LOCATION-VALUE.
      * ===============================================================
      * Record WS-GROUP-LOCATION's subtotal on EVENT.MARBLE_VALUATION
      * ===============================================================
       RECORD-LOCATION-VALUE.
           EXEC SQL
               INSERT INTO EVENT.MARBLE_VALUATION
                   (VALUATION_DATE, LOCATION, STOCK_VALUE,
                    NOCOST_COUNT, VALUED_TS)
               VALUES (
                     :WS-VAL-DATE,
                     :WS-GROUP-LOCATION,
                     :WS-LOC-TOTAL,
                     :WS-LOC-NOCOST,
                     :WS-VALUED-TS)
           END-EXEC.
      * ===============================================================
      * The IN TRANSIT group - stock shipped (MRBC SHP) and not yet
      * received (MRBC RTR), per COLOR, valued like a warehouse of
      * its own with its own subtotal
      * ===============================================================
       VALUE-IN-TRANSIT-STOCK.
           MOVE 0 TO WS-LOC-TOTAL
           MOVE 0 TO WS-LOC-NOCOST
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LOCATION: IN TRANSIT BETWEEN WAREHOUSES' TO RPT-LINE
           WRITE RPT-LINE
           EXEC SQL
               OPEN TRANSIT-CURSOR
           END-EXEC
           PERFORM FETCH-TRANSIT-ROW
           PERFORM VALUE-TRANSIT-ROW
               UNTIL WS-EOF-TRANSIT = BOOLEAN-TRUE
           EXEC SQL
               CLOSE TRANSIT-CURSOR
           END-EXEC
           MOVE SPACES TO WS-RPT-TOTAL
           MOVE 'TOTAL IN TRANSIT' TO RPT-TOTAL-LABEL
           MOVE WS-LOC-TOTAL TO RPT-TOTAL-VALUE
           WRITE RPT-LINE FROM WS-RPT-TOTAL
           MOVE WS-TRANSIT-LOCATION TO WS-GROUP-LOCATION
           PERFORM RECORD-LOCATION-VALUE.
      * ===============================================================
      * Fetch the next COLOR's quantity in transit
      * ===============================================================
       FETCH-TRANSIT-ROW.
           EXEC SQL
               FETCH TRANSIT-CURSOR
               INTO :WS-DB-COLOR, :WS-DB-INVENTORY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-TRANSIT
           END-IF.
      * ===============================================================
      * Value one COLOR's in-transit quantity, then fetch the next
      * ===============================================================
       VALUE-TRANSIT-ROW.
           PERFORM WRITE-VALUED-DETAIL
           PERFORM FETCH-TRANSIT-ROW.
      * ===============================================================
      * The whole-stock value line
      * ===============================================================
