      * EVENT.MARBLE with the same safeguards the online MRBC ADJ path
      * enforces:
      *
      *  - the line's REFERENCE must not have been applied before, on
      *    this or any earlier night - every applied line is recorded
      *    on EVENT.MARBLE_MOVEREF (Copybook/MOVEREF.cpy), so a line
      *    seen again (a file resent under another RUNDATE, or a
      *    repeated line) is rejected as a duplicate
      *  - the COLOR must be a recognized EVENT.COLOR
      *  - the LOCATION must be an open warehouse on
      *    EVENT.MARBLE_LOCATION (maintained on MRBW) - a line for a
      *    closed or never-opened location is rejected, not applied
      *  - the COLOR must already be on EVENT.MARBLE at that LOCATION
      *  - the single-statement guarded UPDATE from ADJUST-COLOR in
      *    MARBLESC, so a movement can never take INVENTORY below the
      * statement by statement - the job runs in the overnight window,
      * and the restart key must stay put when a run crosses midnight
      * mid-file or an abend at 23:40 is resubmitted at 00:15. After
      * an abend - a DB2 deadlock storm, a cancel, anything - the same
      * job is simply resubmitted: the rerun finds the 'P' checkpoint
      * row for its RUNDATE, skips straight past every line up to and
      * including the checkpointed REFERENCE (all already committed),
      * and resumes from the next line, so nothing is double-applied
      * and EVENT.MARBLE / EVENT.MARBLE_AUDIT end up exactly as an
      * uninterrupted run would have left them. A run that finished
      * cleanly marks its row 'C' - a second submit for the same date
      * ends without applying anything.
      *
      * The file is controlled: every record leads with a record
      * type - one 'H' header first (the source system and the
      * business date the file covers), the 'D' movement lines, and
      * one 'T' trailer last (the number of 'D' lines and the net sum
      * of their signed quantities as a hash total). Before anything
      * is applied the whole file is read once and checked against
      * them - header first, trailer last and nothing after it, no
      * unknown record type, the business date equal to the RUNDATE,
      * and the count and hash equal to the lines actually received.
      * Any mismatch means a truncated, padded or misdirected
      * transmission: the whole file is rejected, the reasons are
      * listed on ERROUT, nothing is applied and no restart row is
      * taken, and the step ends RETURN-CODE 12 so the file is
      * chased with the picking system before the run is resubmitted.
      *
      * Every run, reruns included, is also logged on the
      * EVENT.MARBLE_RUNCTL run-control table (Copybook/RUNCTL.cpy)
      * under the same RUNDATE, with the applied/rejected/skipped
      * counts from the summary.
      *
      * JCL: see Jcl/marblesm.jcl
      *
       FILE SECTION.
       FD MOVEIN-FILE
           RECORDING MODE IS F.
      *
      *    One layout per record type - 'H' header, 'D' movement line,
      *    'T' trailer - each leading with the type.
      *
       01 MOVE-RECORD.
          05 MOVE-RECORD-TYPE PIC X(1).
          05 MOVE-COLOR PIC X(10).
          05 MOVE-LOCATION PIC X(8).
          05 MOVE-QUANTITY PIC S9(9) SIGN LEADING SEPARATE.
          05 MOVE-REFERENCE PIC X(12).
       01 MOVE-HEADER-RECORD.
          05 MOVE-H-RECORD-TYPE PIC X(1).
          05 MOVE-H-SOURCE-SYSTEM PIC X(8).
          05 MOVE-H-BUSINESS-DATE PIC X(10).
          05 FILLER PIC X(22).
       01 MOVE-TRAILER-RECORD.
          05 MOVE-T-RECORD-TYPE PIC X(1).
          05 MOVE-T-RECORD-COUNT PIC 9(9).
          05 MOVE-T-QUANTITY-HASH PIC S9(15) SIGN LEADING SEPARATE.
          05 FILLER PIC X(15).
       FD RUNDATE-FILE
           RECORDING MODE IS F.
       01 RUNDATE-RECORD.
          02 BOOLEAN-TRUE PIC 9 VALUE 1.
       01 WS-EOF-SWITCHES.
          02 WS-EOF-MOVEIN PIC 9 VALUE 0.
      *
      *    Control-total check of the whole file before anything is
      *    applied - what the header and trailer say against what was
      *    actually received. WS-VAL-SEQUENCE counts every record, so
      *    the header can be proved first and the trailer last.
      *
       01 WS-FILE-VALIDATION.
          02 WS-FILE-VALID PIC 9 VALUE 1.
          02 WS-VAL-SEQUENCE PIC S9(9) COMP VALUE 0.
          02 WS-VAL-HEADER-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-VAL-TRAILER-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-VAL-AFTER-TRAILER PIC S9(9) COMP VALUE 0.
          02 WS-VAL-UNKNOWN-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-VAL-DETAIL-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-VAL-QUANTITY-HASH PIC S9(15) COMP-3 VALUE 0.
          02 WS-VAL-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
          02 WS-VAL-BUSINESS-DATE PIC X(10) VALUE SPACES.
          02 WS-VAL-TRAILER-RECORDS PIC 9(9) VALUE 0.
          02 WS-VAL-TRAILER-HASH PIC S9(15) VALUE 0.
       01 WS-VAL-COUNT-EDIT PIC ZZZZZZZZ9.
       01 WS-VAL-COUNT-EDIT2 PIC ZZZZZZZZ9.
       01 WS-VAL-HASH-EDIT PIC -ZZZZZZZZZZZZZZ9.
       01 WS-VAL-HASH-EDIT2 PIC -ZZZZZZZZZZZZZZ9.
      *
      *    The night an earlier run applied a duplicate line under.
      *
       01 WS-DUP-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-WORK.
          02 WS-WORK-INV PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ADJ-AMOUNT PIC S9(9) COMP VALUE 0.
          05 ERR-REFERENCE PIC X(12).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ERR-REASON PIC X(40).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLESM'.
          02 WS-RUNCTL-DATE PIC X(10) VALUE SPACES.
          02 WS-RUNCTL-START-TS PIC X(26) VALUE SPACES.
          02 WS-RUNCTL-CODE PIC S9(4) COMP VALUE 0.
          02 WS-RUNCTL-APPLIED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-REJECTED PIC S9(9) COMP VALUE 0.
          02 WS-RUNCTL-SKIPPED PIC S9(9) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this program
      * ===============================================================
           COPY AUDIT.
           COPY RESERVE.
           COPY RESTART.
           COPY LOCMAST.
           COPY RUNCTL.
           COPY MOVEREF.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLESM daily movements apply
           PERFORM OPEN-FILES
           PERFORM WRITE-ERROR-HEADER
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM VALIDATE-MOVEMENT-FILE
           IF WS-FILE-VALID = BOOLEAN-FALSE THEN
               PERFORM WRITE-FILE-REJECTED-LINE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               PERFORM END-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM CHECK-RESTART-POSITION
           IF WS-RUN-ALREADY-COMPLETE = BOOLEAN-TRUE THEN
               PERFORM WRITE-ALREADY-COMPLETE-LINE
               PERFORM CLOSE-FILES
               PERFORM END-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM READ-MOVEMENT-RECORD
           IF WS-WORK-REJECT-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           GOBACK.
      * ===============================================================
      * Which date does this run (or rerun) belong to? The RUNDATE
               END-EXEC
           END-IF.
      * ===============================================================
      * Open this run's row on the run-control log, STATUS 'R', and
      * commit it at once - a run that abends leaves the row 'R' for
      * the morning MARBLES5 summary to show
      * ===============================================================
       START-RUN-CONTROL.
           MOVE WS-RUN-DATE TO WS-RUNCTL-DATE
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
           MOVE WS-WORK-APPLIED-COUNT TO WS-RUNCTL-APPLIED
           MOVE WS-WORK-REJECT-COUNT TO WS-RUNCTL-REJECTED
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
      * Read the whole movement file once, before anything is applied,
      * and prove it against its own header and trailer. The file is
      * then closed and reopened, so the apply pass starts again from
      * the header.
      * ===============================================================
       VALIDATE-MOVEMENT-FILE.
           MOVE SPACES TO ERR-LINE
           PERFORM READ-MOVEMENT-RECORD
           PERFORM TALLY-MOVEMENT-RECORD
               UNTIL WS-EOF-MOVEIN = BOOLEAN-TRUE
           PERFORM CHECK-CONTROL-TOTALS
           CLOSE MOVEIN-FILE
           OPEN INPUT MOVEIN-FILE
           MOVE BOOLEAN-FALSE TO WS-EOF-MOVEIN.
      * ===============================================================
      * Tally one record of the validation pass by its type, then read
      * the next. Only the first record may be the header; anything
      * read after the trailer means the trailer was not last.
      * ===============================================================
       TALLY-MOVEMENT-RECORD.
           ADD 1 TO WS-VAL-SEQUENCE
           IF WS-VAL-TRAILER-COUNT > 0 THEN
               ADD 1 TO WS-VAL-AFTER-TRAILER
           END-IF
           EVALUATE MOVE-RECORD-TYPE
               WHEN 'H'
                   ADD 1 TO WS-VAL-HEADER-COUNT
                   IF WS-VAL-SEQUENCE = 1 THEN
                       MOVE MOVE-H-SOURCE-SYSTEM
                           TO WS-VAL-SOURCE-SYSTEM
                       MOVE MOVE-H-BUSINESS-DATE
                           TO WS-VAL-BUSINESS-DATE
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-VAL-DETAIL-COUNT
                   IF MOVE-QUANTITY IS NUMERIC THEN
                       ADD MOVE-QUANTITY TO WS-VAL-QUANTITY-HASH
                   END-IF
               WHEN 'T'
                   ADD 1 TO WS-VAL-TRAILER-COUNT
                   IF MOVE-T-RECORD-COUNT IS NUMERIC
                           AND MOVE-T-QUANTITY-HASH IS NUMERIC THEN
                       MOVE MOVE-T-RECORD-COUNT
                           TO WS-VAL-TRAILER-RECORDS
                       MOVE MOVE-T-QUANTITY-HASH
                           TO WS-VAL-TRAILER-HASH
                   ELSE
                       MOVE 'TRAILER TOTALS NOT NUMERIC' TO ERR-LINE
                       PERFORM WRITE-FILE-ERROR-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VAL-UNKNOWN-COUNT
           END-EVALUATE
           PERFORM READ-MOVEMENT-RECORD.
      * ===============================================================
      * The file as received against what its header and trailer say
      * - every disagreement is listed, and any one of them fails the
      * whole file
      * ===============================================================
       CHECK-CONTROL-TOTALS.
           IF WS-VAL-HEADER-COUNT = 0 THEN
               MOVE 'HEADER RECORD MISSING' TO ERR-LINE
               PERFORM WRITE-FILE-ERROR-LINE
           ELSE
               IF WS-VAL-SOURCE-SYSTEM = SPACES THEN
                   MOVE 'HEADER NOT FIRST, OR NO SOURCE SYSTEM ON IT'
                       TO ERR-LINE
                   PERFORM WRITE-FILE-ERROR-LINE
               END-IF
               IF WS-VAL-HEADER-COUNT > 1 THEN
                   MOVE 'MORE THAN ONE HEADER RECORD' TO ERR-LINE
                   PERFORM WRITE-FILE-ERROR-LINE
               END-IF
           END-IF
           IF WS-VAL-TRAILER-COUNT = 0 THEN
               MOVE 'TRAILER RECORD MISSING - FILE TRUNCATED?'
                   TO ERR-LINE
               PERFORM WRITE-FILE-ERROR-LINE
           END-IF
           IF WS-VAL-AFTER-TRAILER > 0 THEN
               MOVE 'RECORDS FOUND AFTER THE TRAILER' TO ERR-LINE
               PERFORM WRITE-FILE-ERROR-LINE
           END-IF
           IF WS-VAL-UNKNOWN-COUNT > 0 THEN
               MOVE WS-VAL-UNKNOWN-COUNT TO WS-VAL-COUNT-EDIT
               STRING 'RECORDS OF UNKNOWN TYPE: ' DELIMITED BY SIZE
                       WS-VAL-COUNT-EDIT DELIMITED BY SIZE
                   INTO ERR-LINE
               END-STRING
               PERFORM WRITE-FILE-ERROR-LINE
           END-IF
           IF WS-VAL-HEADER-COUNT > 0
                   AND WS-VAL-BUSINESS-DATE NOT = WS-RUN-DATE THEN
               STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                       WS-VAL-BUSINESS-DATE DELIMITED BY SIZE
                      ' IS NOT THE RUN DATE ' DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                   INTO ERR-LINE
               END-STRING
               PERFORM WRITE-FILE-ERROR-LINE
           END-IF
           IF WS-VAL-TRAILER-COUNT > 0 THEN
               PERFORM CHECK-TRAILER-TOTALS
           END-IF.
      * ===============================================================
      * Lines received against the trailer's record count, and their
      * net quantity against its hash total
      * ===============================================================
       CHECK-TRAILER-TOTALS.
           IF WS-VAL-DETAIL-COUNT NOT = WS-VAL-TRAILER-RECORDS THEN
               MOVE WS-VAL-DETAIL-COUNT TO WS-VAL-COUNT-EDIT
               MOVE WS-VAL-TRAILER-RECORDS TO WS-VAL-COUNT-EDIT2
               STRING 'RECORD COUNT - RECEIVED ' DELIMITED BY SIZE
                       WS-VAL-COUNT-EDIT DELIMITED BY SIZE
                      ' TRAILER ' DELIMITED BY SIZE
                       WS-VAL-COUNT-EDIT2 DELIMITED BY SIZE
                   INTO ERR-LINE
               END-STRING
               PERFORM WRITE-FILE-ERROR-LINE
           END-IF
           IF WS-VAL-QUANTITY-HASH NOT = WS-VAL-TRAILER-HASH THEN
               MOVE WS-VAL-QUANTITY-HASH TO WS-VAL-HASH-EDIT
               MOVE WS-VAL-TRAILER-HASH TO WS-VAL-HASH-EDIT2
               STRING 'QUANTITY HASH - RECEIVED ' DELIMITED BY SIZE
                       WS-VAL-HASH-EDIT DELIMITED BY SIZE
                      ' TRAILER ' DELIMITED BY SIZE
                       WS-VAL-HASH-EDIT2 DELIMITED BY SIZE
                   INTO ERR-LINE
               END-STRING
               PERFORM WRITE-FILE-ERROR-LINE
           END-IF.
      * ===============================================================
      * One reason the file fails its control totals - the reason is
      * already in ERR-LINE
      * ===============================================================
       WRITE-FILE-ERROR-LINE.
           MOVE BOOLEAN-FALSE TO WS-FILE-VALID
           WRITE ERR-LINE
           MOVE SPACES TO ERR-LINE.
      * ===============================================================
      * The file failed its control totals - nothing has been applied
      * ===============================================================
       WRITE-FILE-REJECTED-LINE.
           MOVE SPACES TO ERR-LINE
           WRITE ERR-LINE
           MOVE SPACES TO ERR-LINE
           STRING 'MOVEMENT FILE REJECTED (SOURCE ' DELIMITED BY SIZE
                   WS-VAL-SOURCE-SYSTEM DELIMITED BY SIZE
                  ') - NOTHING APPLIED' DELIMITED BY SIZE
               INTO ERR-LINE
           END-STRING
           WRITE ERR-LINE.
      * ===============================================================
      * Where does this run start? No EVENT.MARBLE_RESTART row for
      * the run date means a fresh run - stake its claim ('P', no
      * position yet; it commits with the first checkpoint, so a
                   MOVE BOOLEAN-TRUE TO WS-EOF-MOVEIN
           END-READ.
      * ===============================================================
      * Validate and apply one movement line, then read the next -
      * the header and trailer were proved by the validation pass and
      * are simply passed over. On a restart, lines the failed run
      * already committed are skipped outright first - they are in
      * EVENT.MARBLE and EVENT.MARBLE_AUDIT already. A non-numeric
      * quantity is rejected before anything touches it
      * arithmetically - one malformed line must go to the report,
      * not abend the run. A line with no REFERENCE, or one already
      * applied on EVENT.MARBLE_MOVEREF, is rejected next. The
      * remaining checks run in the same order as the online path:
      * unknown EVENT.COLOR first, then missing
      * EVENT.MARBLE row, then the reserved-stock floor inside
      * APPLY-MOVEMENT itself. Every processed (not skipped) line
      * counts toward the checkpoint interval, applied and rejected
      * line is a position passed just like an applied one.
      * ===============================================================
       PROCESS-MOVEMENT-RECORD.
           IF MOVE-RECORD-TYPE NOT = 'D' THEN
               PERFORM READ-MOVEMENT-RECORD
           ELSE
               IF WS-SKIP-MODE = BOOLEAN-TRUE THEN
                   PERFORM SKIP-APPLIED-MOVEMENT
                   PERFORM READ-MOVEMENT-RECORD
               ELSE
                   PERFORM APPLY-OR-REJECT-MOVEMENT
                   PERFORM NOTE-LINE-PROCESSED
                   PERFORM READ-MOVEMENT-RECORD
               END-IF
           END-IF.
      * ===============================================================
      * One movement line the failed run already committed - count it
               MOVE 'QUANTITY NOT NUMERIC' TO ERR-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF MOVE-REFERENCE = SPACES THEN
                   MOVE 'NO MOVEMENT REFERENCE' TO ERR-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM CHECK-REFERENCE-IS-NEW
               END-IF
           END-IF.
      * ===============================================================
      * Has this REFERENCE been applied before, on any night? A line
      * already on EVENT.MARBLE_MOVEREF is a duplicate - reject it
      * with the night it went in, rather than apply it again
      * ===============================================================
       CHECK-REFERENCE-IS-NEW.
           EXEC SQL
               SELECT CHAR(RUN_DATE, ISO)
               INTO :WS-DUP-RUN-DATE
               FROM EVENT.MARBLE_MOVEREF
               WHERE REFERENCE = :MOVE-REFERENCE
           END-EXEC
           IF SQLCODE = 0 THEN
               STRING 'DUPLICATE REFERENCE, APPLIED '
                       DELIMITED BY SIZE
                       WS-DUP-RUN-DATE DELIMITED BY SIZE
                   INTO ERR-REASON
               END-STRING
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM CHECK-AND-APPLY-MOVEMENT
           END-IF.
      * ===============================================================
      * A new, well-formed line - COLOR, then LOCATION, then apply
      * ===============================================================
       CHECK-AND-APPLY-MOVEMENT.
           PERFORM CHECK-COLOR-IS-VALID
           IF WS-WORK-ROW-COUNT = 0 THEN
               MOVE 'INVALID COLOR, SEE EVENT.COLOR' TO ERR-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM CHECK-LOCATION-IS-OPEN
               IF WS-WORK-ROW-COUNT = 0 THEN
                   MOVE 'UNKNOWN OR CLOSED LOCATION, SEE MRBW'
                       TO ERR-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM APPLY-AT-OPEN-LOCATION
               END-IF
           END-IF.
      * ===============================================================
      * COLOR and LOCATION both valid - the row must already exist at
      * the location before the movement can be applied to it
      * ===============================================================
       APPLY-AT-OPEN-LOCATION.
           PERFORM FETCH-CURRENT-INVENTORY
           IF SQLCODE NOT = 0 THEN
               MOVE 'NOT IN EVENT.MARBLE AT LOCATION' TO ERR-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM APPLY-MOVEMENT
           END-IF.
      * ===============================================================
      * One more line processed - note its position and take a
      * checkpoint once the commit interval is up. The checkpoint
      * UPDATE rides the same unit of work as the movements since the
                 AND STATUS = 'A'
           END-EXEC.
      * ===============================================================
      * Is the movement's LOCATION an open warehouse on
      * EVENT.MARBLE_LOCATION? (Same check CHECK-LOCATION-IS-OPEN in
      * MARBLESI makes before an online CRE/TRN/RSV/KRS)
      * ===============================================================
       CHECK-LOCATION-IS-OPEN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
               FROM EVENT.MARBLE_LOCATION
               WHERE LOCATION = :MOVE-LOCATION
                 AND STATUS = 'O'
           END-EXEC.
      * ===============================================================
      * Current inventory for the movement's COLOR - both the
      * exists-on-EVENT.MARBLE check and the OLD value for the audit
      * row
               ADD WS-WORK-ADJ-AMOUNT TO WS-WORK-INV
               MOVE WS-WORK-INV TO WS-AUDIT-NEW-INVENTORY
               PERFORM WRITE-AUDIT-ROW
               PERFORM REMEMBER-REFERENCE
               ADD 1 TO WS-WORK-APPLIED-COUNT
           END-IF.
      * ===============================================================
                     CURRENT TIMESTAMP)
           END-EXEC.
      * ===============================================================
      * Record the applied line's REFERENCE, in the same unit of work
      * as its UPDATE, so it can never be applied again
      * ===============================================================
       REMEMBER-REFERENCE.
           EXEC SQL
               INSERT INTO EVENT.MARBLE_MOVEREF
                   (REFERENCE, RUN_DATE, COLOR, LOCATION, QUANTITY,
                    APPLIED_TS)
               VALUES (
                     :MOVE-REFERENCE,
                     :WS-RUN-DATE,
                     :MOVE-COLOR,
                     :MOVE-LOCATION,
                     :WS-WORK-ADJ-AMOUNT,
                     CURRENT TIMESTAMP)
           END-EXEC.
      * ===============================================================
      * One rejected movement line for the next-morning review report.
      * A quantity that is not numeric goes out through the raw view -
      * the edited move would abend on the same bad data the line is
