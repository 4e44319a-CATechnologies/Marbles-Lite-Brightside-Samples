      * ===============================================================
      * Batch program MARBLES4 - Nightly in-transit transfer report
      *
      * Chases the stock on the trucks. An inter-warehouse transfer
      * is shipped with MRBC SHP, which puts it on
      * EVENT.MARBLE_TRANSIT (Copybook/TRANSIT.cpy) in transit, and
      * received with MRBC RTR at the other end. Two sections:
      *
      *  1. TRANSFERS OVERDUE - every transfer still in transit
      *     that shipped more than the expected number of days ago
      *     (TRNPARM card 1), oldest first, with how many days it
      *     has been on the road - the receiving dock forgot the
      *     RTR, or the truck never arrived. Any such transfer ends
      *     the step RETURN-CODE 4 so the schedule flags it.
      *  2. RECEIVED OVER/SHORT - every transfer received in the
      *     last TRNPARM card 2 days whose quantity arrived differed
      *     from the quantity shipped, with the difference (negative
      *     short, positive over), so the loss or gain on the trip
      *     is looked into while the paperwork is still to hand.
      *
      * A summary closes the report with the number of transfers
      * and marbles in transit in total, overdue or not.
      *
      * TRNPARM holds two cards, 3 digits each: the expected days in
      * transit, then the over/short look-back in days.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marbles4.jcl
      *
      * Build via
      *  gulp build --source marbles_transit_aging.cbl && gulp refresh --source marbles_transit_aging.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNPARM-FILE ASSIGN TO TRNPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TRNPARM-FILE
           RECORDING MODE IS F.
       01 TRNPARM-RECORD.
          05 TRNPARM-VALUE PIC X(10).
          05 FILLER PIC X(70).
       FD RPTOUT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE PIC X(80).
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
          02 WS-EOF-OVERDUE PIC 9 VALUE 0.
          02 WS-EOF-OVERSHORT PIC 9 VALUE 0.
      *
      *    The two TRNPARM cards and the dates derived from them: a
      *    transfer shipped before WS-OVERDUE-DATE is overdue, and
      *    receipts on or after WS-SINCE-DATE are checked for
      *    over/short.
      *
       01 WS-EXPECT-DAYS PIC S9(4) COMP VALUE 0.
       01 WS-LOOKBACK-DAYS PIC S9(4) COMP VALUE 0.
       01 WS-DAYS-TOKEN PIC 9(3) VALUE 0.
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-OVERDUE-DATE PIC X(10) VALUE SPACES.
       01 WS-SINCE-DATE PIC X(10) VALUE SPACES.
      *
      *    One EVENT.MARBLE_TRANSIT row, either section - DAYS-OUT
      *    is only fetched for an overdue transfer, RECEIVED-QTY and
      *    OVER-SHORT only for a received one.
      *
       01 WS-DB-ROW.
          02 WS-DB-TRANSFER-NO PIC S9(9) COMP.
          02 WS-DB-COLOR PIC X(10).
          02 WS-DB-FROM-LOCATION PIC X(8).
          02 WS-DB-TO-LOCATION PIC X(8).
          02 WS-DB-DATE PIC X(10).
          02 WS-DB-QUANTITY PIC S9(9) COMP.
          02 WS-DB-RECEIVED-QTY PIC S9(9) COMP.
          02 WS-DB-OVER-SHORT PIC S9(9) COMP.
          02 WS-DB-DAYS-OUT PIC S9(9) COMP.
       01 WS-WORK-COUNTS.
          02 WS-WORK-OVERDUE-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-OVERSHORT-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-TRANSIT-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-TRANSIT-QUANTITY PIC 9(11) VALUE 0.
       01 WS-DB-TOTALS.
          02 WS-DB-TRANSIT-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-DB-TRANSIT-QUANTITY PIC S9(9) COMP VALUE 0.
       01 WS-RPT-OVERDUE.
          05 RPT-O-TRANSFER-NO PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-O-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-O-FROM PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-O-TO PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-O-SHIP-DATE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-O-QUANTITY PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-O-DAYS PIC ZZZ9.
          05 FILLER PIC X(10) VALUE SPACES.
       01 WS-RPT-OVERSHORT.
          05 RPT-S-TRANSFER-NO PIC ZZZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-COLOR PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-FROM PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-TO PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-RECEIVED-DATE PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-SHIPPED PIC ZZZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-ARRIVED PIC ZZZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 RPT-S-OVER-SHORT PIC +ZZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES4'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY TRANSIT.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES4 in-transit transfer report
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE OVERDUE-CURSOR CURSOR FOR
               SELECT TRANSFER_NO, COLOR, FROM_LOCATION, TO_LOCATION,
                      CHAR(SHIP_DATE, ISO), QUANTITY,
                      DAYS(CURRENT DATE) - DAYS(SHIP_DATE)
               FROM EVENT.MARBLE_TRANSIT
               WHERE STATUS = 'T'
                 AND SHIP_DATE < :WS-OVERDUE-DATE
               ORDER BY SHIP_DATE, TRANSFER_NO
           END-EXEC.
           EXEC SQL
               DECLARE OVERSHORT-CURSOR CURSOR FOR
               SELECT TRANSFER_NO, COLOR, FROM_LOCATION, TO_LOCATION,
                      CHAR(RECEIVED_DATE, ISO), QUANTITY,
                      RECEIVED_QTY, RECEIVED_QTY - QUANTITY
               FROM EVENT.MARBLE_TRANSIT
               WHERE STATUS = 'R'
                 AND RECEIVED_DATE >= :WS-SINCE-DATE
                 AND RECEIVED_QTY <> QUANTITY
               ORDER BY RECEIVED_DATE, TRANSFER_NO
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-TRANSIT-PARMS
           PERFORM GET-RUN-DATES
           PERFORM OPEN-FILES
           PERFORM WRITE-OVERDUE-HEADER
           PERFORM FETCH-OVERDUE-ROW
           PERFORM WRITE-OVERDUE-LINE
               UNTIL WS-EOF-OVERDUE = BOOLEAN-TRUE
           PERFORM WRITE-OVERSHORT-HEADER
           PERFORM FETCH-OVERSHORT-ROW
           PERFORM WRITE-OVERSHORT-LINE
               UNTIL WS-EOF-OVERSHORT = BOOLEAN-TRUE
           PERFORM GET-TRANSIT-TOTALS
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-WORK-OVERDUE-COUNT > 0 THEN
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
           MOVE WS-WORK-TRANSIT-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-OVERDUE-COUNT TO WS-RUNCTL-REJECTED
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
      * The two TRNPARM cards - expected days in transit, then the
      * over/short look-back
      * ===============================================================
       READ-TRANSIT-PARMS.
           OPEN INPUT TRNPARM-FILE
           READ TRNPARM-FILE
               AT END
                   MOVE ZEROS TO TRNPARM-RECORD
           END-READ
           MOVE TRNPARM-VALUE(1:3) TO WS-DAYS-TOKEN
           MOVE WS-DAYS-TOKEN TO WS-EXPECT-DAYS
           READ TRNPARM-FILE
               AT END
                   MOVE ZEROS TO TRNPARM-RECORD
           END-READ
           MOVE TRNPARM-VALUE(1:3) TO WS-DAYS-TOKEN
           MOVE WS-DAYS-TOKEN TO WS-LOOKBACK-DAYS
           CLOSE TRNPARM-FILE.
      * ===============================================================
      * Today, the overdue cut-off and the start of the over/short
      * look-back
      * ===============================================================
       GET-RUN-DATES.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE - :WS-EXPECT-DAYS DAYS, ISO),
                      CHAR(CURRENT DATE - :WS-LOOKBACK-DAYS DAYS, ISO)
               INTO :WS-RUN-DATE, :WS-OVERDUE-DATE, :WS-SINCE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      * ===============================================================
      * Open the report file and both cursors
      * ===============================================================
       OPEN-FILES.
           OPEN OUTPUT RPTOUT-FILE
           EXEC SQL
               OPEN OVERDUE-CURSOR
           END-EXEC
           EXEC SQL
               OPEN OVERSHORT-CURSOR
           END-EXEC.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           EXEC SQL
               CLOSE OVERDUE-CURSOR
           END-EXEC
           EXEC SQL
               CLOSE OVERSHORT-CURSOR
           END-EXEC
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Report and first-section heading
      * ===============================================================
       WRITE-OVERDUE-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'IN-TRANSIT TRANSFER REPORT FOR ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '1. TRANSFERS OVERDUE - SHIPPED BEFORE '
                   DELIMITED BY SIZE
                   WS-OVERDUE-DATE DELIMITED BY SIZE
                  ' AND NOT YET RECEIVED' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSFER   COLOR       FROM      TO'
                   DELIMITED BY SIZE
                  '        SHIPPED      QUANTITY  DAYS'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Fetch the next overdue transfer
      * ===============================================================
       FETCH-OVERDUE-ROW.
           EXEC SQL
               FETCH OVERDUE-CURSOR
               INTO :WS-DB-TRANSFER-NO, :WS-DB-COLOR,
                    :WS-DB-FROM-LOCATION, :WS-DB-TO-LOCATION,
                    :WS-DB-DATE, :WS-DB-QUANTITY, :WS-DB-DAYS-OUT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-OVERDUE
           END-IF.
      * ===============================================================
      * One overdue transfer line, then fetch the next
      * ===============================================================
       WRITE-OVERDUE-LINE.
           MOVE WS-DB-TRANSFER-NO TO RPT-O-TRANSFER-NO
           MOVE WS-DB-COLOR TO RPT-O-COLOR
           MOVE WS-DB-FROM-LOCATION TO RPT-O-FROM
           MOVE WS-DB-TO-LOCATION TO RPT-O-TO
           MOVE WS-DB-DATE TO RPT-O-SHIP-DATE
           MOVE WS-DB-QUANTITY TO RPT-O-QUANTITY
           MOVE WS-DB-DAYS-OUT TO RPT-O-DAYS
           WRITE RPT-LINE FROM WS-RPT-OVERDUE
           ADD 1 TO WS-WORK-OVERDUE-COUNT
           PERFORM FETCH-OVERDUE-ROW.
      * ===============================================================
      * Second-section heading
      * ===============================================================
       WRITE-OVERSHORT-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '2. RECEIVED OVER/SHORT SINCE ' DELIMITED BY SIZE
                   WS-SINCE-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSFER  COLOR      FROM     TO'
                   DELIMITED BY SIZE
                  '       RECEIVED     SHIPPED   ARRIVED  OVR/SHRT'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Fetch the next transfer received over or short
      * ===============================================================
       FETCH-OVERSHORT-ROW.
           EXEC SQL
               FETCH OVERSHORT-CURSOR
               INTO :WS-DB-TRANSFER-NO, :WS-DB-COLOR,
                    :WS-DB-FROM-LOCATION, :WS-DB-TO-LOCATION,
                    :WS-DB-DATE, :WS-DB-QUANTITY,
                    :WS-DB-RECEIVED-QTY, :WS-DB-OVER-SHORT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-OVERSHORT
           END-IF.
      * ===============================================================
      * One over/short line, then fetch the next
      * ===============================================================
       WRITE-OVERSHORT-LINE.
           MOVE WS-DB-TRANSFER-NO TO RPT-S-TRANSFER-NO
           MOVE WS-DB-COLOR TO RPT-S-COLOR
           MOVE WS-DB-FROM-LOCATION TO RPT-S-FROM
           MOVE WS-DB-TO-LOCATION TO RPT-S-TO
           MOVE WS-DB-DATE TO RPT-S-RECEIVED-DATE
           MOVE WS-DB-QUANTITY TO RPT-S-SHIPPED
           MOVE WS-DB-RECEIVED-QTY TO RPT-S-ARRIVED
           MOVE WS-DB-OVER-SHORT TO RPT-S-OVER-SHORT
           WRITE RPT-LINE FROM WS-RPT-OVERSHORT
           ADD 1 TO WS-WORK-OVERSHORT-COUNT
           PERFORM FETCH-OVERSHORT-ROW.
      * ===============================================================
      * Everything in transit tonight, overdue or not
      * ===============================================================
       GET-TRANSIT-TOTALS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(QUANTITY), 0)
               INTO :WS-DB-TRANSIT-COUNT, :WS-DB-TRANSIT-QUANTITY
               FROM EVENT.MARBLE_TRANSIT
               WHERE STATUS = 'T'
           END-EXEC
           MOVE WS-DB-TRANSIT-COUNT TO WS-WORK-TRANSIT-COUNT
           MOVE WS-DB-TRANSIT-QUANTITY TO WS-WORK-TRANSIT-QUANTITY.
      * ===============================================================
      * Report summary totals
      * ===============================================================
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'TRANSFERS IN TRANSIT: ' DELIMITED BY SIZE
                   WS-WORK-TRANSIT-COUNT DELIMITED BY SIZE
                  '  MARBLES: ' DELIMITED BY SIZE
                   WS-WORK-TRANSIT-QUANTITY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSFERS OVERDUE: ' DELIMITED BY SIZE
                   WS-WORK-OVERDUE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RECEIVED OVER/SHORT: ' DELIMITED BY SIZE
                   WS-WORK-OVERSHORT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
