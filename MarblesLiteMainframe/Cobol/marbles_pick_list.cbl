      * ===============================================================
      * Batch program MARBLES3 - Morning event pick lists
      *
      * Runs first thing in the morning, after the overnight
      * MARBLESV sweep. Lists every EVENT.MARBLE_RESERVATION whose
      * EVENT_DATE falls within the next PCKPARM days, one pick list
      * per warehouse (LOCATION), so the floor can pull each
      * booking's stock ahead of its event:
      *
      *  - within a warehouse, bookings come in EVENT_DATE order and
      *    each REFERENCE is picked as one group, its lines together;
      *  - a kit booking (taken with KRS, so each component's
      *    reservation carries its KIT_ID) prints as the kit and the
      *    number of kits, with its component colors and quantities
      *    broken out underneath;
      *  - every line has a PICKED column for the picker to tick.
      *
      * When the booking ships, the floor posts it with MRBC ISS (KIS
      * for a kit), which takes the stock off the shelf and consumes
      * the reservation in one step - see marbles_default.cbl.
      *
      * PCKPARM holds one card: the number of days ahead to list (3
      * digits) - 0 lists only today's events.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marbles3.jcl
      *
      * Build via
      *  gulp build --source marbles_pick_list.cbl && gulp refresh --source marbles_pick_list.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCKPARM-FILE ASSIGN TO PCKPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PCKPARM-FILE
           RECORDING MODE IS F.
       01 PCKPARM-RECORD.
          05 PCKPARM-VALUE PIC X(10).
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
          02 WS-EOF-PICK PIC 9 VALUE 0.
       01 WS-DAYS-AHEAD PIC S9(4) COMP VALUE 0.
       01 WS-DAYS-TOKEN PIC 9(3) VALUE 0.
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-LAST-DATE PIC X(10) VALUE SPACES.
      *
      *    One reservation line. KIT-ID is spaces for a single-color
      *    RSV booking; KIT-COUNT is the number of kits the line's
      *    quantity makes (zero when not a kit line).
      *
       01 WS-DB-ROW.
          02 WS-DB-LOCATION PIC X(8).
          02 WS-DB-EVENT-DATE PIC X(10).
          02 WS-DB-REFERENCE PIC X(10).
          02 WS-DB-KIT-ID PIC X(10).
          02 WS-DB-COLOR PIC X(10).
          02 WS-DB-QUANTITY PIC S9(9) COMP.
          02 WS-DB-KIT-COUNT PIC S9(9) COMP.
      *
      *    Control-break keys - the warehouse, booking and kit being
      *    printed.
      *
       01 WS-BREAK.
          02 WS-BRK-LOCATION PIC X(8) VALUE SPACES.
          02 WS-BRK-REFERENCE PIC X(10) VALUE SPACES.
          02 WS-BRK-EVENT-DATE PIC X(10) VALUE SPACES.
          02 WS-BRK-KIT-ID PIC X(10) VALUE SPACES.
       01 WS-WORK-COUNTS.
          02 WS-WORK-WHSE-BOOKINGS PIC 9(7) VALUE 0.
          02 WS-WORK-WHSE-LINES PIC 9(7) VALUE 0.
          02 WS-WORK-WHSE-QUANTITY PIC 9(11) VALUE 0.
          02 WS-WORK-WAREHOUSE-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-BOOKING-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-RPT-BOOKING.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-B-EVENT-DATE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-B-REFERENCE PIC X(10).
          05 FILLER PIC X(56) VALUE SPACES.
       01 WS-RPT-KIT.
          05 FILLER PIC X(26) VALUE SPACES.
          05 FILLER PIC X(4) VALUE 'KIT '.
          05 RPT-K-KIT-ID PIC X(10).
          05 FILLER PIC X(3) VALUE ' X '.
          05 RPT-K-KIT-COUNT PIC ZZZZZZZZ9.
          05 FILLER PIC X(28) VALUE SPACES.
       01 WS-RPT-PICK.
          05 FILLER PIC X(26) VALUE SPACES.
          05 RPT-P-INDENT PIC X(4).
          05 RPT-P-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-P-QUANTITY PIC ZZZZZZZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 RPT-P-PICKED PIC X(10) VALUE '[      ]'.
          05 FILLER PIC X(15) VALUE SPACES.
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES3'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY RESERVE.
           COPY KIT.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES3 morning pick lists
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE PICK-CURSOR CURSOR FOR
               SELECT R.LOCATION, CHAR(R.EVENT_DATE, ISO),
                      R.REFERENCE, COALESCE(R.KIT_ID, ' '), R.COLOR,
                      R.QUANTITY, COALESCE(R.QUANTITY / K.QUANTITY, 0)
               FROM EVENT.MARBLE_RESERVATION R
                    LEFT OUTER JOIN EVENT.MARBLE_KIT K
                      ON K.KIT_ID = R.KIT_ID
                     AND K.COLOR = R.COLOR
               WHERE R.EVENT_DATE <= :WS-LAST-DATE
               ORDER BY 1, 2, 3, 4, 5
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-PICK-PARMS
           PERFORM GET-RUN-DATES
           PERFORM OPEN-FILES
           PERFORM FETCH-PICK-ROW
           PERFORM WRITE-PICK-LINE
               UNTIL WS-EOF-PICK = BOOLEAN-TRUE
           IF WS-BRK-LOCATION NOT = SPACES THEN
               PERFORM END-WAREHOUSE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
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
           MOVE WS-WORK-LINE-COUNT TO WS-RUNCTL-APPLIED
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
      * The PCKPARM card - how many days ahead to list
      * ===============================================================
       READ-PICK-PARMS.
           OPEN INPUT PCKPARM-FILE
           READ PCKPARM-FILE
               AT END
                   MOVE ZEROS TO PCKPARM-RECORD
           END-READ
           MOVE PCKPARM-VALUE(1:3) TO WS-DAYS-TOKEN
           MOVE WS-DAYS-TOKEN TO WS-DAYS-AHEAD
           CLOSE PCKPARM-FILE.
      * ===============================================================
      * Today and the last event date the lists cover
      * ===============================================================
       GET-RUN-DATES.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE + :WS-DAYS-AHEAD DAYS, ISO)
               INTO :WS-RUN-DATE, :WS-LAST-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      * ===============================================================
      * Open the report file and the pick cursor
      * ===============================================================
       OPEN-FILES.
           OPEN OUTPUT RPTOUT-FILE
           EXEC SQL
               OPEN PICK-CURSOR
           END-EXEC.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           EXEC SQL
               CLOSE PICK-CURSOR
           END-EXEC
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Fetch the next reservation line
      * ===============================================================
       FETCH-PICK-ROW.
           EXEC SQL
               FETCH PICK-CURSOR
               INTO :WS-DB-LOCATION, :WS-DB-EVENT-DATE,
                    :WS-DB-REFERENCE, :WS-DB-KIT-ID, :WS-DB-COLOR,
                    :WS-DB-QUANTITY, :WS-DB-KIT-COUNT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-PICK
           END-IF.
      * ===============================================================
      * One pick line, opening a new warehouse, booking or kit group
      * ahead of it as the keys change, then fetch the next
      * ===============================================================
       WRITE-PICK-LINE.
           IF WS-DB-LOCATION NOT = WS-BRK-LOCATION THEN
               IF WS-BRK-LOCATION NOT = SPACES THEN
                   PERFORM END-WAREHOUSE
               END-IF
               PERFORM START-WAREHOUSE
           END-IF
           IF WS-DB-REFERENCE NOT = WS-BRK-REFERENCE
                   OR WS-DB-EVENT-DATE NOT = WS-BRK-EVENT-DATE THEN
               PERFORM START-BOOKING
           END-IF
           IF WS-DB-KIT-ID NOT = WS-BRK-KIT-ID THEN
               MOVE WS-DB-KIT-ID TO WS-BRK-KIT-ID
               IF WS-DB-KIT-ID NOT = SPACES THEN
                   MOVE WS-DB-KIT-ID TO RPT-K-KIT-ID
                   MOVE WS-DB-KIT-COUNT TO RPT-K-KIT-COUNT
                   WRITE RPT-LINE FROM WS-RPT-KIT
               END-IF
           END-IF
           IF WS-DB-KIT-ID NOT = SPACES THEN
               MOVE '  - ' TO RPT-P-INDENT
           ELSE
               MOVE SPACES TO RPT-P-INDENT
           END-IF
           MOVE WS-DB-COLOR TO RPT-P-COLOR
           MOVE WS-DB-QUANTITY TO RPT-P-QUANTITY
           WRITE RPT-LINE FROM WS-RPT-PICK
           ADD 1 TO WS-WORK-WHSE-LINES
           ADD 1 TO WS-WORK-LINE-COUNT
           ADD WS-DB-QUANTITY TO WS-WORK-WHSE-QUANTITY
           PERFORM FETCH-PICK-ROW.
      * ===============================================================
      * Open a warehouse's pick list - heading and totals reset
      * ===============================================================
       START-WAREHOUSE.
           MOVE WS-DB-LOCATION TO WS-BRK-LOCATION
           MOVE SPACES TO WS-BRK-REFERENCE
           MOVE SPACES TO WS-BRK-EVENT-DATE
           MOVE 0 TO WS-WORK-WHSE-BOOKINGS
           MOVE 0 TO WS-WORK-WHSE-LINES
           MOVE 0 TO WS-WORK-WHSE-QUANTITY
           ADD 1 TO WS-WORK-WAREHOUSE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING 'PICK LIST - WAREHOUSE ' DELIMITED BY SIZE
                   WS-BRK-LOCATION DELIMITED BY SIZE
                   ' - EVENTS ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-LAST-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  EVENT DATE  REFERENCE       COLOR'
                   DELIMITED BY SIZE
                  '        QUANTITY    PICKED' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Open a booking - its event date and REFERENCE head the group
      * ===============================================================
       START-BOOKING.
           MOVE WS-DB-REFERENCE TO WS-BRK-REFERENCE
           MOVE WS-DB-EVENT-DATE TO WS-BRK-EVENT-DATE
           MOVE SPACES TO WS-BRK-KIT-ID
           ADD 1 TO WS-WORK-WHSE-BOOKINGS
           ADD 1 TO WS-WORK-BOOKING-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DB-EVENT-DATE TO RPT-B-EVENT-DATE
           MOVE WS-DB-REFERENCE TO RPT-B-REFERENCE
           WRITE RPT-LINE FROM WS-RPT-BOOKING.
      * ===============================================================
      * Close a warehouse's pick list with its totals
      * ===============================================================
       END-WAREHOUSE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'BOOKINGS: ' DELIMITED BY SIZE
                   WS-WORK-WHSE-BOOKINGS DELIMITED BY SIZE
                   '  LINES: ' DELIMITED BY SIZE
                   WS-WORK-WHSE-LINES DELIMITED BY SIZE
                   '  MARBLES: ' DELIMITED BY SIZE
                   WS-WORK-WHSE-QUANTITY DELIMITED BY SIZE
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
           STRING 'WAREHOUSES WITH PICKS: ' DELIMITED BY SIZE
                   WS-WORK-WAREHOUSE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BOOKINGS TO PICK: ' DELIMITED BY SIZE
                   WS-WORK-BOOKING-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PICK LINES: ' DELIMITED BY SIZE
                   WS-WORK-LINE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
