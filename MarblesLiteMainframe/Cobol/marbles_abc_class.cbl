      * ===============================================================
      * Batch program MARBLES7 - ABC classification for cycle count
      * frequency
      *
      * MARBLESY used to treat every COLOR/LOCATION alike, so the
      * handful of rows that carry most of the stock value were
      * counted no more often than the long tail that carries almost
      * none. This job ranks every row on the cycle count schedule
      * (EVENT.MARBLE_CYCLE, Copybook/CYCSCHD.cpy) by annual usage
      * value and stamps each with an ABC class that MARBLESY turns
      * into a count interval.
      *
      * Usage is derived exactly as MARBLESD derives demand: from the
      * trailing EVENT.MARBLE.EXTRACT generations on EXTIN
      * (concatenated newest first), paired day over day, a day the
      * row's inventory fell counting the fall as issued and a row
      * gone from the newer snapshot counting everything it held.
      * The window's issues are annualised (times 365 over the number
      * of day-over-day pairs) and priced at the COLOR's
      * EVENT.MARBLE_COST unit cost in effect on the run date - the
      * standard resolution from Copybook/COSTTB.cpy - to give the
      * row's USAGE_VALUE. A row with no issues in the window is
      * worth nothing to rank; a row with issues but no cost on file
      * is listed NO COST ON FILE, ranked at zero, and ends the step
      * RETURN-CODE 4 so the gap gets a cost.
      *
      * Every row still on EVENT.MARBLE is then ranked by USAGE_VALUE,
      * highest first, against the total usage value of them all. A
      * row is class A while the rows ranked above it hold less than
      * ABCPARM card 1's percentage of the total, class B while they
      * hold less than card 2's, and class C otherwise - so the row
      * that crosses a cut-off still joins the higher class, and a
      * row with no usage value is always C. Blank cards mean 80 and
      * 95 percent. Rows not yet on the schedule are enrolled first,
      * as MARBLESY would, so every stock row gets a class.
      *
      * RPTOUT lists the rows with demand but no cost, then every row
      * in rank order with its usage value, cumulative percentage,
      * new class and the class it held after the last run - marked
      * CHANGED when the two differ, FIRST CLASSIFIED when it had
      * none.
      *
      * Fewer than two generations give no demand window - the run
      * reports that, ends RETURN-CODE 4 and changes no class. A
      * generation too large for the in-storage tables voids the run
      * (RETURN-CODE 8) the same way, rather than ranking off a
      * truncated picture.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marbles7.jcl
      *
      * Build via
      *  gulp build --source marbles_abc_class.cbl && gulp refresh --source marbles_abc_class.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES7.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTIN-FILE ASSIGN TO EXTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ABCPARM-FILE ASSIGN TO ABCPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EXTIN-FILE
           RECORDING MODE IS F.
       01 EXT-RECORD.
          05 EXT-KEY.
             10 EXT-COLOR PIC X(10).
             10 EXT-LOCATION PIC X(8).
          05 EXT-INVENTORY PIC 9(9).
       FD ABCPARM-FILE
           RECORDING MODE IS F.
       01 ABCPARM-RECORD.
          05 ABCPARM-PERCENT PIC 9(3).
          05 FILLER PIC X(77).
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
          02 WS-EOF-EXTIN PIC 9 VALUE 0.
          02 WS-EOF-CLASS PIC 9 VALUE 0.
      *
      *    The cumulative-value cut-offs from the two ABCPARM cards,
      *    in percent of the total usage value.
      *
       01 WS-CUT-A PIC S9(4) COMP VALUE 0.
       01 WS-CUT-B PIC S9(4) COMP VALUE 0.
       01 WS-RPT-CUT-A PIC 9(3) VALUE 0.
       01 WS-RPT-CUT-B PIC 9(3) VALUE 0.
       01 WS-DAYS-PER-YEAR PIC S9(4) COMP VALUE 365.
      *
      *    Generation tracking: the key just loaded (a key collating
      *    below it starts the next, older generation) and how many
      *    generations the run has seen.
      *
       01 WS-LAST-KEY PIC X(18) VALUE LOW-VALUES.
       01 WS-GEN-COUNT PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC 9 VALUE 0.
      * ===============================================================
      * Pairwise generation tables - the generation being loaded and
      * the (newer) one loaded just before it - plus the demand
      * accumulation keyed by COLOR/LOCATION, as on MARBLESD.
      * WS-TABLE-MAX bounds all three; a full table voids the run
      * (RC=8) rather than ranking off a truncated picture.
      * ===============================================================
       01 WS-TABLE-MAX PIC S9(4) COMP VALUE 2000.
       01 WS-CURR-TABLE.
          02 WS-CURR-ENTRY OCCURS 2000 TIMES.
             03 WS-CURR-KEY PIC X(18).
             03 WS-CURR-INV PIC S9(9) COMP.
       01 WS-CURR-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-NEWER-TABLE.
          02 WS-NEWER-ENTRY OCCURS 2000 TIMES.
             03 WS-NEWER-KEY PIC X(18).
             03 WS-NEWER-INV PIC S9(9) COMP.
       01 WS-NEWER-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-DEMAND-TABLE.
          02 WS-DEMAND-ENTRY OCCURS 2000 TIMES.
             03 WS-DEMAND-KEY.
                04 WS-DEMAND-COLOR PIC X(10).
                04 WS-DEMAND-LOCATION PIC X(8).
             03 WS-DEMAND-ISSUES PIC S9(9) COMP.
       01 WS-DEMAND-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-TABLE-IX.
          02 WS-PAIR-IX PIC S9(4) COMP VALUE 0.
          02 WS-SRCH-IX PIC S9(4) COMP VALUE 0.
          02 WS-DMND-IX PIC S9(4) COMP VALUE 0.
       01 WS-SEARCH-RESULT.
          02 WS-SEARCH-FOUND PIC 9 VALUE 0.
          02 WS-SEARCH-INV PIC S9(9) COMP VALUE 0.
       01 WS-WORK.
          02 WS-WORK-ISSUE PIC S9(9) COMP VALUE 0.
          02 WS-WORK-DAYS PIC S9(4) COMP VALUE 0.
          02 WS-WORK-ANNUAL-QTY PIC S9(11) COMP-3 VALUE 0.
          02 WS-WORK-USAGE-VALUE PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-TOTAL-USAGE PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-CUM-USAGE PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-CUM-PERCENT PIC S9(3)V99 COMP-3 VALUE 0.
      *
      *    Cost lookup interface for GET-UNIT-COST - the demand table
      *    entry being priced, at the run date.
      *
       01 WS-LOOKUP-COLOR PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-LOCATION PIC X(8) VALUE SPACES.
       01 WS-WORK-UNIT-COST PIC S9(7)V99 COMP-3 VALUE 0.
      *
      *    The schedule row being classified, in rank order, with
      *    the class it held after the last run (NULL - indicator
      *    negative - until first classified) and the one it gets.
      *
       01 WS-DB-ROW.
          02 WS-DB-COLOR PIC X(10).
          02 WS-DB-LOCATION PIC X(8).
          02 WS-DB-USAGE-VALUE PIC S9(13)V99 COMP-3.
          02 WS-DB-OLD-CLASS PIC X(1).
          02 WS-DB-OLD-CLASS-IND PIC S9(4) COMP VALUE 0.
       01 WS-NEW-CLASS PIC X(1) VALUE SPACE.
       01 WS-WORK-COUNTS.
          02 WS-WORK-VALUED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-NOCOST-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-ENROLLED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-CLASSIFIED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-CLASS-A-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-CLASS-B-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-CLASS-C-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-CHANGED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-FIRST-COUNT PIC 9(7) VALUE 0.
       01 WS-RPT-NOCOST.
          05 RPT-NC-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-LOCATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-ISSUES PIC ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-FLAG PIC X(16).
       01 WS-RPT-DETAIL.
          05 RPT-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-LOCATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-USAGE-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CUM-PERCENT PIC ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CLASS PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-OLD-CLASS PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CHANGE PIC X(16).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES7'.
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
           COPY COSTTB.
           COPY CYCSCHD.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES7 ABC classification
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *     Every schedule row still on EVENT.MARBLE, highest annual
      *     usage value first.
      *
           EXEC SQL
               DECLARE CLASS-CURSOR CURSOR FOR
               SELECT C.COLOR, C.LOCATION,
                      COALESCE(C.USAGE_VALUE, 0), C.ABC_CLASS
               FROM EVENT.MARBLE_CYCLE C
               WHERE EXISTS
                     (SELECT 1 FROM EVENT.MARBLE M
                      WHERE M.COLOR = C.COLOR
                        AND M.LOCATION = C.LOCATION)
               ORDER BY COALESCE(C.USAGE_VALUE, 0) DESC,
                        C.LOCATION, C.COLOR
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-ABC-PARMS
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM READ-EXTRACT-RECORD
           PERFORM LOAD-EXTRACT-RECORD
               UNTIL WS-EOF-EXTIN = BOOLEAN-TRUE
           IF WS-CURR-COUNT > 0 THEN
               PERFORM FINISH-GENERATION
           END-IF
           IF WS-TABLE-OVERFLOW = BOOLEAN-TRUE THEN
               PERFORM WRITE-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-GEN-COUNT < 2 THEN
                   PERFORM WRITE-NO-HISTORY-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   COMPUTE WS-WORK-DAYS = WS-GEN-COUNT - 1
                   PERFORM ENROLL-NEW-ROWS
                   PERFORM CLEAR-USAGE-VALUES
                   PERFORM WRITE-NOCOST-HEADER
                   PERFORM VALUE-ONE-DEMAND-ROW
                       VARYING WS-DMND-IX FROM 1 BY 1
                       UNTIL WS-DMND-IX > WS-DEMAND-COUNT
                   PERFORM GET-TOTAL-USAGE
                   PERFORM WRITE-CLASS-HEADER
                   PERFORM CLASSIFY-SCHEDULE
                   PERFORM WRITE-REPORT-SUMMARY
                   IF WS-WORK-NOCOST-COUNT > 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           GOBACK.
      * ===============================================================
      * Which night does this run belong to? The RUNDATE card says,
      * as it does for MARBLESM - a blank card or a DUMMY DD means
      * today. It keys this run's row on the run-control log, and
      * it is the date costs are taken at and classes stamped with.
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
           MOVE WS-WORK-CLASSIFIED-COUNT TO WS-RUNCTL-APPLIED
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
      * The two ABCPARM cards: the class A cut-off, then the class B
      * cut-off, each a percentage of the total usage value - 80 and
      * 95 when blank, and B never below A
      * ===============================================================
       READ-ABC-PARMS.
           OPEN INPUT ABCPARM-FILE
           READ ABCPARM-FILE
               AT END
                   MOVE ZEROS TO ABCPARM-RECORD
           END-READ
           MOVE ABCPARM-PERCENT TO WS-CUT-A
           READ ABCPARM-FILE
               AT END
                   MOVE ZEROS TO ABCPARM-RECORD
           END-READ
           MOVE ABCPARM-PERCENT TO WS-CUT-B
           CLOSE ABCPARM-FILE
           IF WS-CUT-A = 0 THEN
               MOVE 80 TO WS-CUT-A
           END-IF
           IF WS-CUT-B = 0 THEN
               MOVE 95 TO WS-CUT-B
           END-IF
           IF WS-CUT-B < WS-CUT-A THEN
               MOVE WS-CUT-A TO WS-CUT-B
           END-IF.
      * ===============================================================
      * Open the extract history and report files
      * ===============================================================
       OPEN-FILES.
           OPEN INPUT EXTIN-FILE
           OPEN OUTPUT RPTOUT-FILE.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           CLOSE EXTIN-FILE
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Read the next extract record
      * ===============================================================
       READ-EXTRACT-RECORD.
           READ EXTIN-FILE
               AT END
                   MOVE BOOLEAN-TRUE TO WS-EOF-EXTIN
           END-READ.
      * ===============================================================
      * One extract record into the current generation's table. A key
      * collating below its predecessor can only mean the sorted
      * stream started over - the next (older) generation - so the
      * one just completed is paired off first.
      * ===============================================================
       LOAD-EXTRACT-RECORD.
           IF WS-CURR-COUNT > 0 AND EXT-KEY < WS-LAST-KEY THEN
               PERFORM FINISH-GENERATION
           END-IF
           IF WS-CURR-COUNT >= WS-TABLE-MAX THEN
               MOVE BOOLEAN-TRUE TO WS-TABLE-OVERFLOW
           ELSE
               ADD 1 TO WS-CURR-COUNT
               MOVE EXT-KEY TO WS-CURR-KEY(WS-CURR-COUNT)
               MOVE EXT-INVENTORY TO WS-CURR-INV(WS-CURR-COUNT)
           END-IF
           MOVE EXT-KEY TO WS-LAST-KEY
           PERFORM READ-EXTRACT-RECORD.
      * ===============================================================
      * A whole generation is loaded: pair it against the newer one
      * loaded before it (this generation is the OLDER side - the
      * GDG concatenates newest first), fold the pair's issues into
      * the demand accumulation, and make this generation the newer
      * side of the next pair
      * ===============================================================
       FINISH-GENERATION.
           ADD 1 TO WS-GEN-COUNT
           IF WS-NEWER-COUNT > 0 THEN
               PERFORM ACCUMULATE-ONE-OLDER-ROW
                   VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-CURR-COUNT
           END-IF
           MOVE WS-CURR-TABLE TO WS-NEWER-TABLE
           MOVE WS-CURR-COUNT TO WS-NEWER-COUNT
           MOVE 0 TO WS-CURR-COUNT.
      * ===============================================================
      * One older-snapshot row against the newer snapshot: inventory
      * that fell day over day is demand; a row gone from the newer
      * snapshot issued everything it had
      * ===============================================================
       ACCUMULATE-ONE-OLDER-ROW.
           PERFORM FIND-IN-NEWER-TABLE
           IF WS-SEARCH-FOUND = BOOLEAN-TRUE THEN
               COMPUTE WS-WORK-ISSUE =
                   WS-CURR-INV(WS-PAIR-IX) - WS-SEARCH-INV
           ELSE
               MOVE WS-CURR-INV(WS-PAIR-IX) TO WS-WORK-ISSUE
           END-IF
           IF WS-WORK-ISSUE > 0 THEN
               PERFORM ADD-TO-DEMAND-TABLE
           END-IF.
      * ===============================================================
      * Find the older row's key in the newer snapshot
      * ===============================================================
       FIND-IN-NEWER-TABLE.
           MOVE BOOLEAN-FALSE TO WS-SEARCH-FOUND
           MOVE 0 TO WS-SEARCH-INV
           PERFORM TEST-ONE-NEWER-ENTRY
               VARYING WS-SRCH-IX FROM 1 BY 1
               UNTIL WS-SRCH-IX > WS-NEWER-COUNT
                 OR WS-SEARCH-FOUND = BOOLEAN-TRUE.
      * ===============================================================
      * One probe of the newer snapshot
      * ===============================================================
       TEST-ONE-NEWER-ENTRY.
           IF WS-NEWER-KEY(WS-SRCH-IX) = WS-CURR-KEY(WS-PAIR-IX) THEN
               MOVE BOOLEAN-TRUE TO WS-SEARCH-FOUND
               MOVE WS-NEWER-INV(WS-SRCH-IX) TO WS-SEARCH-INV
           END-IF.
      * ===============================================================
      * Fold one pair's issue quantity into the demand accumulation
      * for its COLOR/LOCATION - extending the table when the key is
      * new to the run
      * ===============================================================
       ADD-TO-DEMAND-TABLE.
           MOVE BOOLEAN-FALSE TO WS-SEARCH-FOUND
           PERFORM TEST-ONE-DEMAND-ENTRY
               VARYING WS-SRCH-IX FROM 1 BY 1
               UNTIL WS-SRCH-IX > WS-DEMAND-COUNT
                 OR WS-SEARCH-FOUND = BOOLEAN-TRUE
           IF WS-SEARCH-FOUND = BOOLEAN-FALSE THEN
               IF WS-DEMAND-COUNT >= WS-TABLE-MAX THEN
                   MOVE BOOLEAN-TRUE TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-DEMAND-COUNT
                   MOVE WS-CURR-KEY(WS-PAIR-IX)
                       TO WS-DEMAND-KEY(WS-DEMAND-COUNT)
                   MOVE WS-WORK-ISSUE
                       TO WS-DEMAND-ISSUES(WS-DEMAND-COUNT)
               END-IF
           END-IF.
      * ===============================================================
      * One probe of the demand accumulation - adds in place on a hit
      * ===============================================================
       TEST-ONE-DEMAND-ENTRY.
           IF WS-DEMAND-KEY(WS-SRCH-IX) = WS-CURR-KEY(WS-PAIR-IX) THEN
               MOVE BOOLEAN-TRUE TO WS-SEARCH-FOUND
               ADD WS-WORK-ISSUE TO WS-DEMAND-ISSUES(WS-SRCH-IX)
           END-IF.
      * ===============================================================
      * Enroll every EVENT.MARBLE row not yet on the schedule, as
      * MARBLESY does each morning, so every stock row is ranked
      * ===============================================================
       ENROLL-NEW-ROWS.
           EXEC SQL
               INSERT INTO EVENT.MARBLE_CYCLE
                   (COLOR, LOCATION, VARIANCE_FLAG)
               SELECT M.COLOR, M.LOCATION, 'N'
               FROM EVENT.MARBLE M
               WHERE NOT EXISTS
                     (SELECT 1 FROM EVENT.MARBLE_CYCLE C
                      WHERE C.COLOR = M.COLOR
                        AND C.LOCATION = M.LOCATION)
           END-EXEC
           IF SQLCODE = 0 THEN
               MOVE SQLERRD(3) TO WS-WORK-ENROLLED-COUNT
           END-IF.
      * ===============================================================
      * Every row starts this run at zero usage value - only rows
      * with issues in the window are valued below
      * ===============================================================
       CLEAR-USAGE-VALUES.
           EXEC SQL
               UPDATE EVENT.MARBLE_CYCLE
               SET USAGE_VALUE = 0
           END-EXEC.
      * ===============================================================
      * One demand entry: the window's issues annualised, priced at
      * the run date's cost and stored as the row's USAGE_VALUE -
      * listed and left at zero when there is no cost on file
      * ===============================================================
       VALUE-ONE-DEMAND-ROW.
           MOVE WS-DEMAND-COLOR(WS-DMND-IX) TO WS-LOOKUP-COLOR
           MOVE WS-DEMAND-LOCATION(WS-DMND-IX) TO WS-LOOKUP-LOCATION
           PERFORM GET-UNIT-COST
           IF SQLCODE = 0 THEN
               COMPUTE WS-WORK-ANNUAL-QTY ROUNDED =
                   WS-DEMAND-ISSUES(WS-DMND-IX) * WS-DAYS-PER-YEAR
                       / WS-WORK-DAYS
               COMPUTE WS-WORK-USAGE-VALUE =
                   WS-WORK-ANNUAL-QTY * WS-WORK-UNIT-COST
               EXEC SQL
                   UPDATE EVENT.MARBLE_CYCLE
                   SET USAGE_VALUE = :WS-WORK-USAGE-VALUE
                   WHERE COLOR = :WS-LOOKUP-COLOR
                     AND LOCATION = :WS-LOOKUP-LOCATION
               END-EXEC
               ADD 1 TO WS-WORK-VALUED-COUNT
           ELSE
               ADD 1 TO WS-WORK-NOCOST-COUNT
               MOVE SPACES TO WS-RPT-NOCOST
               MOVE WS-LOOKUP-COLOR TO RPT-NC-COLOR
               MOVE WS-LOOKUP-LOCATION TO RPT-NC-LOCATION
               MOVE WS-DEMAND-ISSUES(WS-DMND-IX) TO RPT-NC-ISSUES
               MOVE 'NO COST ON FILE' TO RPT-NC-FLAG
               WRITE RPT-LINE FROM WS-RPT-NOCOST
           END-IF.
      * ===============================================================
      * Unit cost for WS-LOOKUP-COLOR in effect on the run date - the
      * row with the greatest EFFECTIVE_DATE at or before it.
      * SQLCODE 100 means no cost on file at that date.
      * ===============================================================
       GET-UNIT-COST.
           EXEC SQL
               SELECT UNIT_COST INTO :WS-WORK-UNIT-COST
               FROM EVENT.MARBLE_COST
               WHERE COLOR = :WS-LOOKUP-COLOR
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                      FROM EVENT.MARBLE_COST
                      WHERE COLOR = :WS-LOOKUP-COLOR
                        AND EFFECTIVE_DATE <= :WS-RUNCTL-DATE)
           END-EXEC.
      * ===============================================================
      * Total usage value of every row being ranked - the base the
      * cut-off percentages apply to
      * ===============================================================
       GET-TOTAL-USAGE.
           EXEC SQL
               SELECT COALESCE(SUM(C.USAGE_VALUE), 0)
               INTO :WS-TOTAL-USAGE
               FROM EVENT.MARBLE_CYCLE C
               WHERE EXISTS
                     (SELECT 1 FROM EVENT.MARBLE M
                      WHERE M.COLOR = C.COLOR
                        AND M.LOCATION = C.LOCATION)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE 0 TO WS-TOTAL-USAGE
           END-IF.
      * ===============================================================
      * Walk the schedule in rank order, classing each row
      * ===============================================================
       CLASSIFY-SCHEDULE.
           EXEC SQL
               OPEN CLASS-CURSOR
           END-EXEC
           PERFORM FETCH-CLASS-ROW
           PERFORM CLASSIFY-ONE-ROW
               UNTIL WS-EOF-CLASS = BOOLEAN-TRUE
           EXEC SQL
               CLOSE CLASS-CURSOR
           END-EXEC.
      * ===============================================================
      * Fetch the next schedule row in rank order
      * ===============================================================
       FETCH-CLASS-ROW.
           EXEC SQL
               FETCH CLASS-CURSOR
               INTO :WS-DB-COLOR, :WS-DB-LOCATION,
                    :WS-DB-USAGE-VALUE,
                    :WS-DB-OLD-CLASS :WS-DB-OLD-CLASS-IND
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-CLASS
           END-IF.
      * ===============================================================
      * Class one row by the share of the total held by the rows
      * ranked above it, stamp it on the schedule, report it against
      * its previous class, then fetch the next
      * ===============================================================
       CLASSIFY-ONE-ROW.
           IF WS-DB-USAGE-VALUE > 0
                   AND WS-CUM-USAGE * 100 < WS-CUT-A * WS-TOTAL-USAGE
                   THEN
               MOVE 'A' TO WS-NEW-CLASS
               ADD 1 TO WS-WORK-CLASS-A-COUNT
           ELSE
               IF WS-DB-USAGE-VALUE > 0
                   AND WS-CUM-USAGE * 100 < WS-CUT-B * WS-TOTAL-USAGE
                       THEN
                   MOVE 'B' TO WS-NEW-CLASS
                   ADD 1 TO WS-WORK-CLASS-B-COUNT
               ELSE
                   MOVE 'C' TO WS-NEW-CLASS
                   ADD 1 TO WS-WORK-CLASS-C-COUNT
               END-IF
           END-IF
           ADD WS-DB-USAGE-VALUE TO WS-CUM-USAGE
           IF WS-TOTAL-USAGE > 0 THEN
               COMPUTE WS-CUM-PERCENT ROUNDED =
                   WS-CUM-USAGE * 100 / WS-TOTAL-USAGE
           ELSE
               MOVE 0 TO WS-CUM-PERCENT
           END-IF
           EXEC SQL
               UPDATE EVENT.MARBLE_CYCLE
               SET ABC_CLASS = :WS-NEW-CLASS,
                   CLASS_DATE = :WS-RUNCTL-DATE
               WHERE COLOR = :WS-DB-COLOR
                 AND LOCATION = :WS-DB-LOCATION
           END-EXEC
           ADD 1 TO WS-WORK-CLASSIFIED-COUNT
           PERFORM WRITE-CLASS-LINE
           PERFORM FETCH-CLASS-ROW.
      * ===============================================================
      * One row of the classification listing
      * ===============================================================
       WRITE-CLASS-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DB-COLOR TO RPT-COLOR
           MOVE WS-DB-LOCATION TO RPT-LOCATION
           MOVE WS-DB-USAGE-VALUE TO RPT-USAGE-VALUE
           MOVE WS-CUM-PERCENT TO RPT-CUM-PERCENT
           MOVE WS-NEW-CLASS TO RPT-CLASS
           IF WS-DB-OLD-CLASS-IND < 0 THEN
               MOVE '-' TO RPT-OLD-CLASS
               MOVE 'FIRST CLASSIFIED' TO RPT-CHANGE
               ADD 1 TO WS-WORK-FIRST-COUNT
           ELSE
               MOVE WS-DB-OLD-CLASS TO RPT-OLD-CLASS
               IF WS-DB-OLD-CLASS NOT = WS-NEW-CLASS THEN
                   MOVE 'CHANGED' TO RPT-CHANGE
                   ADD 1 TO WS-WORK-CHANGED-COUNT
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
      * ===============================================================
      * The extract window held fewer than two generations - there
      * are no day-over-day pairs to measure demand from
      * ===============================================================
       WRITE-NO-HISTORY-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE 'FEWER THAN TWO EXTRACT GENERATIONS - NO CLASS CHANGED'
               TO RPT-LINE
           WRITE RPT-LINE.
      * ===============================================================
      * A snapshot outgrew the in-storage tables - the demand picture
      * would be truncated, so no class is changed
      * ===============================================================
       WRITE-OVERFLOW-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE 'EXTRACT TABLE FULL - RUN VOID, RAISE WS-TABLE-MAX'
               TO RPT-LINE
           WRITE RPT-LINE.
      * ===============================================================
      * Report header
      * ===============================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'ABC CLASSIFICATION BY ANNUAL USAGE VALUE AS OF '
                   DELIMITED BY SIZE
                   WS-RUNCTL-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-CUT-A TO WS-RPT-CUT-A
           MOVE WS-CUT-B TO WS-RPT-CUT-B
           STRING 'CUMULATIVE VALUE CUT-OFFS - CLASS A BELOW '
                   DELIMITED BY SIZE
                   WS-RPT-CUT-A DELIMITED BY SIZE
                  '%, CLASS B BELOW ' DELIMITED BY SIZE
                   WS-RPT-CUT-B DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * No-cost section heading
      * ===============================================================
       WRITE-NOCOST-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '1. ROWS WITH DEMAND BUT NO COST - RANKED AT ZERO'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'COLOR       LOCATION     ISSUES' TO RPT-LINE
           WRITE RPT-LINE.
      * ===============================================================
      * Classification section heading
      * ===============================================================
       WRITE-CLASS-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '2. CLASSIFICATION IN RANK ORDER' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COLOR       LOCATION         USAGE-VALUE'
                   DELIMITED BY SIZE
                  '    CUM%  CLS  WAS  CHANGE' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Report summary totals
      * ===============================================================
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'GENERATIONS READ: ' DELIMITED BY SIZE
                   WS-GEN-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ROWS ENROLLED ON THE SCHEDULE: ' DELIMITED BY SIZE
                   WS-WORK-ENROLLED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ROWS WITH USAGE VALUED: ' DELIMITED BY SIZE
                   WS-WORK-VALUED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ROWS WITH NO COST ON FILE: ' DELIMITED BY SIZE
                   WS-WORK-NOCOST-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ROWS CLASSIFIED: ' DELIMITED BY SIZE
                   WS-WORK-CLASSIFIED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CLASS A: ' DELIMITED BY SIZE
                   WS-WORK-CLASS-A-COUNT DELIMITED BY SIZE
                  '  CLASS B: ' DELIMITED BY SIZE
                   WS-WORK-CLASS-B-COUNT DELIMITED BY SIZE
                  '  CLASS C: ' DELIMITED BY SIZE
                   WS-WORK-CLASS-C-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CLASS CHANGES SINCE LAST RUN: ' DELIMITED BY SIZE
                   WS-WORK-CHANGED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ROWS CLASSIFIED FOR THE FIRST TIME: '
                   DELIMITED BY SIZE
                   WS-WORK-FIRST-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
