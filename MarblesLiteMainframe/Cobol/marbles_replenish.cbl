      * Batch program MARBLESR - Nightly supplier replenishment
      *
      * Runs after close-of-business, alongside MARBLESX. Cursors
      * through EVENT.MARBLE (ordered by COLOR, LOCATION; rows at a
      * warehouse closed on MRBW are passed over) and compares
      * each row's INVENTORY against its EVENT.MARBLE_REORDER
      * threshold, resolved (COLOR, LOCATION) then (COLOR, '*') then
      * ('DEFAULT', '*'), exactly as CHECK-LOW-INVENTORY in
      * double-ordering is prevented. The suggested QUANTITY restores
      * the row to twice its reorder point.
      *
      * Each order is stamped with the supplier it goes to: the
      * COLOR's own EVENT.MARBLE_SOURCE assignment, else the
      * 'DEFAULT' assignment, provided that supplier is still active
      * (see Copybook/SUPPLY.cpy, maintained on MRBS). A short COLOR
      * that resolves to no active supplier is NOT ordered - it is
      * listed on RPTOUT for the buyer to assign, and the step ends
      * RETURN-CODE 4 so the scheduler flags the run for review.
      *
      * Orders raised here are closed by the dock through the online
      * MRBC RCV verb (see marbles_default.cbl), which posts the
      * delivery against a specific ORDER_NO and bumps EVENT.MARBLE in
      * format supplier interface file (a new generation of the
      * EVENT.MARBLE.ORDEXTR GDG) transmitted to the suppliers
      * overnight - so purchasing no longer rekeys the RPTOUT listing
      * into the supplier portal by hand. ORDOUT is split by
      * supplier: once every order is raised, tonight's orders are
      * re-read in SUPPLIER_ID, ORDER_NO sequence and written as one
      * batch per supplier - an 'H' header (supplier code and name,
      * run date), a 'D' detail per order, and a 'T' trailer (order
      * count and quantity total) - so the transmission schedule can
      * route each batch to its own supplier. The suppliers' answering
      * acknowledgment file is applied back onto the orders by
      * MARBLESO (see marbles_order_ack.cbl).
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marblesr.jcl
      *
      * Build via
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDOUT-FILE ASSIGN TO ORDOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RPTOUT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE PIC X(90).
      *
      *    Supplier order interface record, 55 bytes, led by a
      *    record type: one batch per supplier ordered from tonight -
      *    an H header (supplier and run date), a D detail per order
      *    raised, and a T trailer with the batch's order count and
      *    quantity total (layouts WS-ORD-HEADER / -DETAIL / -TRAILER
      *    below). Fixed format, agreed with the suppliers: the
      *    acknowledgment file MARBLESO applies comes back keyed by
      *    the same ORDER-NO.
      *
       FD ORDOUT-FILE
           RECORDING MODE IS F.
       01 ORD-RECORD PIC X(55).
       FD RUNDATE-FILE
           RECORDING MODE IS F.
       01 RUNDATE-RECORD.
          05 RUNDATE-DATE PIC X(10).
          05 FILLER PIC X(70).
      * ===============================================================
      * Map input / output areas
      * ===============================================================
          02 BOOLEAN-TRUE PIC 9 VALUE 1.
       01 WS-EOF-SWITCHES.
          02 WS-EOF-MARBLE PIC 9 VALUE 0.
          02 WS-EOF-ORDOUT PIC 9 VALUE 0.
       01 WS-DB-ROW.
          02 WS-DB-COLOR PIC X(10).
          02 WS-DB-LOCATION PIC X(8).
          02 WS-WORK-ORDER-QTY PIC S9(9) COMP VALUE 0.
          02 WS-WORK-OPEN-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-WORK-NEXT-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-WORK-FIRST-ORDER-NO PIC S9(9) COMP VALUE 0.
          02 WS-WORK-SUPPLIER-ID PIC X(8).
      *
      *    Tonight's orders re-read for the interface file, and the
      *    per-supplier batch totals for its trailer records.
      *
       01 WS-ORDOUT-ROW.
          02 WS-OO-SUPPLIER-ID PIC X(8).
          02 WS-OO-SUPPLIER-NAME PIC X(30).
          02 WS-OO-ORDER-NO PIC S9(9) COMP.
          02 WS-OO-COLOR PIC X(10).
          02 WS-OO-LOCATION PIC X(8).
          02 WS-OO-QUANTITY PIC S9(9) COMP.
       01 WS-BATCH-WORK.
          02 WS-BATCH-SUPPLIER-ID PIC X(8) VALUE SPACES.
          02 WS-BATCH-ORDER-COUNT PIC 9(7) VALUE 0.
          02 WS-BATCH-QUANTITY PIC 9(11) VALUE 0.
      *
      *    Tonight's date for the interface records - the same
      *    CURRENT DATE the INSERTs stamp as RAISED_DATE, fetched
       01 WS-WORK-COUNTS.
          02 WS-WORK-RAISED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-SKIPPED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-UNSOURCED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-BATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-RPT-DETAIL.
          05 RPT-ORDER-NO PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-QUANTITY PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-SUPPLIER-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-REASON PIC X(30).
      *
      *    Supplier order interface records, one layout per record
      *    type - fixed format, agreed with the suppliers: the
      *    acknowledgment file MARBLESO applies comes back keyed by
      *    the same ORDER-NO. Every record leads with its type and
      *    SUPPLIER_ID so the transmission step can split the file.
      *
       01 WS-ORD-HEADER.
          05 ORD-H-RECORD-TYPE PIC X(1) VALUE 'H'.
          05 ORD-H-SUPPLIER-ID PIC X(8).
          05 ORD-H-SUPPLIER-NAME PIC X(30).
          05 ORD-H-RUN-DATE PIC X(10).
          05 FILLER PIC X(6) VALUE SPACES.
       01 WS-ORD-DETAIL.
          05 ORD-D-RECORD-TYPE PIC X(1) VALUE 'D'.
          05 ORD-D-SUPPLIER-ID PIC X(8).
          05 ORD-D-ORDER-NO PIC 9(9).
          05 ORD-D-COLOR PIC X(10).
          05 ORD-D-LOCATION PIC X(8).
          05 ORD-D-QUANTITY PIC 9(9).
          05 ORD-D-RAISED-DATE PIC X(10).
       01 WS-ORD-TRAILER.
          05 ORD-T-RECORD-TYPE PIC X(1) VALUE 'T'.
          05 ORD-T-SUPPLIER-ID PIC X(8).
          05 ORD-T-ORDER-COUNT PIC 9(7).
          05 ORD-T-QUANTITY-TOTAL PIC 9(11).
          05 FILLER PIC X(28) VALUE SPACES.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESR'.
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
           COPY REORDER.
           COPY ORDERS.
           COPY SUPPLY.
           COPY LOCMAST.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESR nightly replenishment
               DECLARE REPLEN-CURSOR CURSOR FOR
               SELECT COLOR, LOCATION, INVENTORY
               FROM EVENT.MARBLE
               WHERE LOCATION IN
                     (SELECT L.LOCATION FROM EVENT.MARBLE_LOCATION L
                      WHERE L.STATUS = 'O')
               ORDER BY COLOR, LOCATION
           END-EXEC.
           EXEC SQL
               DECLARE ORDOUT-CURSOR CURSOR FOR
               SELECT O.SUPPLIER_ID, P.NAME, O.ORDER_NO, O.COLOR,
                      O.LOCATION, O.QUANTITY
               FROM EVENT.MARBLE_ORDER O, EVENT.MARBLE_SUPPLIER P
               WHERE O.ORDER_NO >= :WS-WORK-FIRST-ORDER-NO
                 AND P.SUPPLIER_ID = O.SUPPLIER_ID
               ORDER BY O.SUPPLIER_ID, O.ORDER_NO
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM GET-RUN-DATE
           PERFORM GET-NEXT-ORDER-NO
           MOVE WS-WORK-NEXT-ORDER-NO TO WS-WORK-FIRST-ORDER-NO
           PERFORM FETCH-MARBLE-ROW
           PERFORM PROCESS-MARBLE-ROW
               UNTIL WS-EOF-MARBLE = BOOLEAN-TRUE
           PERFORM WRITE-SUPPLIER-INTERFACE
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-WORK-UNSOURCED-COUNT > 0 THEN
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
           MOVE WS-WORK-RAISED-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-UNSOURCED-COUNT TO WS-RUNCTL-REJECTED
           MOVE WS-WORK-SKIPPED-COUNT TO WS-RUNCTL-SKIPPED
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
      * Open the report file and EVENT.MARBLE cursor
      * ===============================================================
       OPEN-FILES.
                   AND WS-DB-INVENTORY < WS-WORK-REORDER-POINT THEN
               PERFORM CHECK-FOR-OPEN-ORDER
               IF WS-WORK-OPEN-COUNT = 0 THEN
                   PERFORM GET-SUPPLIER
                   IF SQLCODE = 0 THEN
                       PERFORM RAISE-ORDER
                   ELSE
                       PERFORM WRITE-UNSOURCED-LINE
                   END-IF
               ELSE
                   PERFORM WRITE-SKIPPED-LINE
               END-IF
               END-EXEC
           END-IF.
      * ===============================================================
      * Active supplier for the current row's COLOR - its own
      * EVENT.MARBLE_SOURCE assignment when one exists, else the
      * 'DEFAULT' assignment. An assignment to a retired supplier
      * counts as none. SQLCODE 100 means nobody to order from.
      * ===============================================================
       GET-SUPPLIER.
           EXEC SQL
               SELECT S.SUPPLIER_ID INTO :WS-WORK-SUPPLIER-ID
               FROM EVENT.MARBLE_SOURCE S, EVENT.MARBLE_SUPPLIER P
               WHERE S.COLOR = :WS-DB-COLOR
                 AND P.SUPPLIER_ID = S.SUPPLIER_ID
                 AND P.STATUS = 'A'
           END-EXEC
           IF SQLCODE = 100 THEN
               EXEC SQL
                   SELECT S.SUPPLIER_ID INTO :WS-WORK-SUPPLIER-ID
                   FROM EVENT.MARBLE_SOURCE S, EVENT.MARBLE_SUPPLIER P
                   WHERE S.COLOR = 'DEFAULT'
                     AND P.SUPPLIER_ID = S.SUPPLIER_ID
                     AND P.STATUS = 'A'
               END-EXEC
           END-IF.
      * ===============================================================
      * Is an order for this COLOR at this LOCATION already
      * outstanding?
      * ===============================================================
                 AND STATUS = 'O'
           END-EXEC.
      * ===============================================================
      * Write one suggested replenishment order to the resolved
      * supplier - quantity restores the row to twice its reorder
      * point
      * ===============================================================
       RAISE-ORDER.
           COMPUTE WS-WORK-ORDER-QTY =
           EXEC SQL
               INSERT INTO EVENT.MARBLE_ORDER
                   (ORDER_NO, COLOR, LOCATION, QUANTITY,
                    RAISED_DATE, STATUS, SUPPLIER_ID)
               VALUES (
                     :WS-WORK-NEXT-ORDER-NO,
                     :WS-DB-COLOR,
                     :WS-DB-LOCATION,
                     :WS-WORK-ORDER-QTY,
                     CURRENT DATE,
                     'O',
                     :WS-WORK-SUPPLIER-ID)
           END-EXEC
           ADD 1 TO WS-WORK-RAISED-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DB-COLOR TO RPT-COLOR
           MOVE WS-DB-LOCATION TO RPT-LOCATION
           MOVE WS-WORK-ORDER-QTY TO RPT-QUANTITY
           MOVE WS-WORK-SUPPLIER-ID TO RPT-SUPPLIER-ID
           MOVE 'ORDER RAISED' TO RPT-REASON
           WRITE RPT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-WORK-NEXT-ORDER-NO.
      * ===============================================================
      * Row is below threshold but no active supplier is assigned to
      * its COLOR (nor a DEFAULT) - report it so the buyer can ASN
      * one on MRBS; tomorrow night's run will then order it
      * ===============================================================
       WRITE-UNSOURCED-LINE.
           ADD 1 TO WS-WORK-UNSOURCED-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 0 TO RPT-ORDER-NO
           MOVE WS-DB-COLOR TO RPT-COLOR
           MOVE WS-DB-LOCATION TO RPT-LOCATION
           MOVE 0 TO RPT-QUANTITY
           MOVE 'NO SUPPLIER ASSIGNED, SEE MRBS' TO RPT-REASON
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
      * ===============================================================
      * Write ORDOUT - every order raised tonight, re-read in
      * supplier sequence (the inserts are in this unit of work, so
      * the cursor sees them) and written one batch per supplier
      * ===============================================================
       WRITE-SUPPLIER-INTERFACE.
           EXEC SQL
               OPEN ORDOUT-CURSOR
           END-EXEC
           PERFORM FETCH-ORDOUT-ROW
           PERFORM WRITE-INTERFACE-RECORD
               UNTIL WS-EOF-ORDOUT = BOOLEAN-TRUE
           IF WS-BATCH-SUPPLIER-ID NOT = SPACES THEN
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           EXEC SQL
               CLOSE ORDOUT-CURSOR
           END-EXEC.
      * ===============================================================
      * Fetch the next of tonight's orders in supplier sequence
      * ===============================================================
       FETCH-ORDOUT-ROW.
           EXEC SQL
               FETCH ORDOUT-CURSOR
               INTO :WS-OO-SUPPLIER-ID, :WS-OO-SUPPLIER-NAME,
                    :WS-OO-ORDER-NO, :WS-OO-COLOR, :WS-OO-LOCATION,
                    :WS-OO-QUANTITY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-ORDOUT
           END-IF.
      * ===============================================================
      * One supplier interface detail record, closing the previous
      * supplier's batch and opening this one's when the supplier
      * changes, then fetch the next order
      * ===============================================================
       WRITE-INTERFACE-RECORD.
           IF WS-OO-SUPPLIER-ID NOT = WS-BATCH-SUPPLIER-ID THEN
               IF WS-BATCH-SUPPLIER-ID NOT = SPACES THEN
                   PERFORM WRITE-BATCH-TRAILER
               END-IF
               PERFORM WRITE-BATCH-HEADER
           END-IF
           MOVE WS-OO-SUPPLIER-ID TO ORD-D-SUPPLIER-ID
           MOVE WS-OO-ORDER-NO TO ORD-D-ORDER-NO
           MOVE WS-OO-COLOR TO ORD-D-COLOR
           MOVE WS-OO-LOCATION TO ORD-D-LOCATION
           MOVE WS-OO-QUANTITY TO ORD-D-QUANTITY
           MOVE WS-RUN-DATE TO ORD-D-RAISED-DATE
           WRITE ORD-RECORD FROM WS-ORD-DETAIL
           ADD 1 TO WS-BATCH-ORDER-COUNT
           ADD WS-OO-QUANTITY TO WS-BATCH-QUANTITY
           PERFORM FETCH-ORDOUT-ROW.
      * ===============================================================
      * Open a supplier's batch - header record, totals reset
      * ===============================================================
       WRITE-BATCH-HEADER.
           MOVE WS-OO-SUPPLIER-ID TO WS-BATCH-SUPPLIER-ID
           MOVE 0 TO WS-BATCH-ORDER-COUNT
           MOVE 0 TO WS-BATCH-QUANTITY
           MOVE WS-OO-SUPPLIER-ID TO ORD-H-SUPPLIER-ID
           MOVE WS-OO-SUPPLIER-NAME TO ORD-H-SUPPLIER-NAME
           MOVE WS-RUN-DATE TO ORD-H-RUN-DATE
           WRITE ORD-RECORD FROM WS-ORD-HEADER
           ADD 1 TO WS-WORK-BATCH-COUNT.
      * ===============================================================
      * Close the current supplier's batch - trailer record with its
      * order count and quantity total
      * ===============================================================
       WRITE-BATCH-TRAILER.
           MOVE WS-BATCH-SUPPLIER-ID TO ORD-T-SUPPLIER-ID
           MOVE WS-BATCH-ORDER-COUNT TO ORD-T-ORDER-COUNT
           MOVE WS-BATCH-QUANTITY TO ORD-T-QUANTITY-TOTAL
           WRITE ORD-RECORD FROM WS-ORD-TRAILER.
      * ===============================================================
      * Row is below threshold but an order is already open - report
      * it so the buyer can chase the supplier instead of re-ordering
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING ' ORDER-NO  COLOR       LOCATION    QUANTITY  '
                   DELIMITED BY SIZE
                  'SUPPLIER  REASON'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Report summary totals
                   WS-WORK-SKIPPED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'NOT ORDERED, NO SUPPLIER ASSIGNED: '
                   DELIMITED BY SIZE
                   WS-WORK-UNSOURCED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SUPPLIER BATCHES ON ORDOUT: ' DELIMITED BY SIZE
                   WS-WORK-BATCH-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
