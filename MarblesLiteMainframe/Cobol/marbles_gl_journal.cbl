      * ===============================================================
      * Batch program MARBLES6 - Period-end GL journal and proof
      *
      * Turns the period's stock movements into the general ledger
      * feed finance has been keying from the MARBLESE report. The
      * period runs from one month-end valuation to the next: the two
      * GLPARM cards name the closing valuation date and the opening
      * (prior month-end) valuation date, and the EVENT.MARBLE_VALUATION
      * rows MARBLESE recorded for those dates (Copybook/VALUATN.cpy)
      * give both the value at each end and the VALUED_TS moment each
      * valuation read EVENT.MARBLE - every EVENT.MARBLE_AUDIT row
      * after the opening VALUED_TS and up to the closing one is in
      * the period, so no change falls between two periods or into
      * both. The step refuses to run (RETURN-CODE 12) when either
      * date has not been valued.
      *
      * Each audit row's quantity change (NEW_INVENTORY less
      * OLD_INVENTORY, a missing side counting as zero) is priced at
      * its COLOR's EVENT.MARBLE_COST unit cost in effect on the
      * AUDIT_TS date and classified by where it came from:
      *   RCV  receipts (MRBC RCV)
      *   MOV  picking movements (MARBLESM's ADJ rows)
      *   CYC  cycle-count variances (MARBLESZ's ADJ rows)
      *   COR  manual corrections (MRBC CRE, UPD and ADJ)
      *   WOF  write-offs (MRBC DEL)
      *   ISS  issues to events (MRBC ISS and KIS)
      *   TRF  transfers (MRBC TRN, SHP and RTR)
      *   OTH  anything else, so nothing is silently dropped
      * Stock on the trucks is carried as a warehouse of its own,
      * '*TRANSIT', as on MARBLESE: a SHP moves value out of the
      * shipping warehouse into it and an RTR moves value out of it
      * into the receiving warehouse, and a receipt that arrived over
      * or short of the quantity shipped clears the difference from
      * it under OVS (transit over/short). Because costs are
      * effective-dated, the stock held when a new cost took effect
      * inside the period is revalued to it under REV (cost
      * revaluation) - the held quantity being today's EVENT.MARBLE
      * (and EVENT.MARBLE_TRANSIT) position less every audited change
      * since the start of that EFFECTIVE_DATE. A change whose COLOR
      * has no cost on file at its date is listed NO COST ON FILE and
      * left out of the journal, never valued at zero.
      *
      * JRNOUT is the fixed-format GL interface file (a new generation
      * of the EVENT.MARBLE.GLJRNL GDG), one balanced batch per
      * warehouse: an 'H' header (warehouse, period), then for each
      * class with a net value a pair of 'D' lines - debit the
      * warehouse's inventory account and credit the class's offset
      * account when stock value went up, the reverse when it went
      * down - and a 'T' trailer with the line count and the debit
      * and credit totals, which are always equal. Transfers post
      * against the transfer clearing account, which nets to zero
      * across the warehouses.
      *
      * RPTOUT lists the unpriced changes, each warehouse's journal
      * by class, and then the proof: per warehouse, opening value
      * plus journal total against the closing value MARBLESE
      * recorded, with any difference flagged OUT OF BALANCE. Any
      * out-of-balance warehouse (or one the journal table had no
      * room for) ends the step RETURN-CODE 8 - the feed must not go
      * to the ledger; unpriced changes alone end it RETURN-CODE 4.
      *
      * The live table keeps 13 months of audit rows; MARBLESH
      * archives older ones to the AUDARCH GDG. To journal a period
      * behind that horizon again, point ARCHIN at the archive and
      * its rows in the period are journalled alongside the live
      * ones (the order does not matter here, unlike MARBLESP). The
      * revaluation quantities are worked from the live table alone,
      * so such a period's REV postings cover only the changes still
      * on it.
      *
      * The run is logged on the EVENT.MARBLE_RUNCTL run-control
      * table (Copybook/RUNCTL.cpy) under the night named on the
      * RUNDATE card.
      *
      * JCL: see Jcl/marbles6.jcl
      *
      * Build via
      *  gulp build --source marbles_gl_journal.cbl && gulp refresh --source marbles_gl_journal.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLES6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPARM-FILE ASSIGN TO GLPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT JRNOUT-FILE ASSIGN TO JRNOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GLPARM-FILE
           RECORDING MODE IS F.
       01 GLPARM-RECORD.
          05 GLPARM-DATE PIC X(10).
          05 FILLER PIC X(70).
       FD ARCHIN-FILE
           RECORDING MODE IS F.
       01 ARCH-RECORD.
          05 ARCH-COLOR PIC X(10).
          05 ARCH-LOCATION PIC X(8).
          05 ARCH-TS.
             10 ARCH-TS-DATE PIC X(10).
             10 FILLER PIC X(16).
          05 ARCH-VERB PIC X(3).
          05 ARCH-TERMID PIC X(4).
          05 ARCH-USERID PIC X(8).
          05 ARCH-OLD-NULL PIC X.
          05 ARCH-OLD PIC 9(9).
          05 ARCH-NEW-NULL PIC X.
          05 ARCH-NEW PIC 9(9).
       FD JRNOUT-FILE
           RECORDING MODE IS F.
       01 JRN-RECORD PIC X(80).
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
          02 WS-EOF-VALUATION PIC 9 VALUE 0.
          02 WS-EOF-ARCHIN PIC 9 VALUE 0.
          02 WS-EOF-AUDIT PIC 9 VALUE 0.
          02 WS-EOF-OVERSHORT PIC 9 VALUE 0.
          02 WS-EOF-COSTCHG PIC 9 VALUE 0.
          02 WS-EOF-HOLDING PIC 9 VALUE 0.
      *
      *    The period: the two valuation dates from GLPARM and the
      *    VALUED_TS each was taken at (NULL - indicator negative -
      *    when MARBLESE has not valued the date).
      *
       01 WS-CLOSE-DATE PIC X(10) VALUE SPACES.
       01 WS-OPEN-DATE PIC X(10) VALUE SPACES.
       01 WS-CLOSE-TS PIC X(26) VALUE SPACES.
       01 WS-OPEN-TS PIC X(26) VALUE SPACES.
       01 WS-CLOSE-TS-IND PIC S9(4) COMP VALUE 0.
       01 WS-OPEN-TS-IND PIC S9(4) COMP VALUE 0.
       01 WS-LOAD-DATE PIC X(10) VALUE SPACES.
      *
      *    The audit change being journalled, from the archive or
      *    the live table. WS-ROW-COST-IND is negative when the COLOR
      *    has no cost on file at the change's date.
      *
       01 WS-ROW.
          02 WS-ROW-COLOR PIC X(10).
          02 WS-ROW-LOCATION PIC X(8).
          02 WS-ROW-TS PIC X(26).
          02 WS-ROW-VERB PIC X(3).
          02 WS-ROW-USERID PIC X(8).
          02 WS-ROW-DELTA PIC S9(9) COMP.
          02 WS-ROW-COST PIC S9(7)V99 COMP-3.
          02 WS-ROW-COST-IND PIC S9(4) COMP.
      *
      *    A valuation row, an over/short receipt, a cost change and
      *    one warehouse's holding at that change.
      *
       01 WS-VAL-ROW.
          02 WS-VAL-LOCATION PIC X(8).
          02 WS-VAL-VALUE PIC S9(13)V99 COMP-3.
          02 WS-VAL-NOCOST PIC S9(9) COMP.
       01 WS-OS-ROW.
          02 WS-OS-COLOR PIC X(10).
          02 WS-OS-SHORTFALL PIC S9(9) COMP.
          02 WS-OS-RECEIVED-DATE PIC X(10).
       01 WS-REV-ROW.
          02 WS-REV-COLOR PIC X(10).
          02 WS-REV-DATE PIC X(10).
          02 WS-REV-NEW-COST PIC S9(7)V99 COMP-3.
          02 WS-REV-OLD-COST PIC S9(7)V99 COMP-3.
       01 WS-HOLD-ROW.
          02 WS-HOLD-LOCATION PIC X(8).
          02 WS-HOLD-QUANTITY PIC S9(9) COMP.
      *
      *    Cost lookup interface for GET-UNIT-COST, as on MARBLESE.
      *
       01 WS-LOOKUP-COLOR PIC X(10) VALUE SPACES.
       01 WS-COST-ASOF-DATE PIC X(10) VALUE SPACES.
       01 WS-WORK-UNIT-COST PIC S9(7)V99 COMP-3 VALUE 0.
      * ===============================================================
      * GL accounts. Every journal line is one side of a warehouse's
      * inventory account (the in-transit account for '*TRANSIT')
      * against the offset account of the change's class.
      * ===============================================================
       01 WS-GL-INVENTORY-ACCOUNT PIC X(6) VALUE '130000'.
       01 WS-GL-TRANSIT-ACCOUNT PIC X(6) VALUE '131000'.
       01 WS-TRANSIT-LOCATION PIC X(8) VALUE '*TRANSIT'.
       01 WS-CLASS-VALUES.
          02 FILLER PIC X(3) VALUE 'RCV'.
          02 FILLER PIC X(6) VALUE '210000'.
          02 FILLER PIC X(24) VALUE 'RECEIPTS'.
          02 FILLER PIC X(3) VALUE 'MOV'.
          02 FILLER PIC X(6) VALUE '510000'.
          02 FILLER PIC X(24) VALUE 'PICKING MOVEMENTS'.
          02 FILLER PIC X(3) VALUE 'CYC'.
          02 FILLER PIC X(6) VALUE '520000'.
          02 FILLER PIC X(24) VALUE 'CYCLE COUNT VARIANCES'.
          02 FILLER PIC X(3) VALUE 'COR'.
          02 FILLER PIC X(6) VALUE '530000'.
          02 FILLER PIC X(24) VALUE 'MANUAL CORRECTIONS'.
          02 FILLER PIC X(3) VALUE 'WOF'.
          02 FILLER PIC X(6) VALUE '540000'.
          02 FILLER PIC X(24) VALUE 'WRITE-OFFS'.
          02 FILLER PIC X(3) VALUE 'ISS'.
          02 FILLER PIC X(6) VALUE '550000'.
          02 FILLER PIC X(24) VALUE 'ISSUES TO EVENTS'.
          02 FILLER PIC X(3) VALUE 'TRF'.
          02 FILLER PIC X(6) VALUE '139000'.
          02 FILLER PIC X(24) VALUE 'TRANSFERS'.
          02 FILLER PIC X(3) VALUE 'OVS'.
          02 FILLER PIC X(6) VALUE '560000'.
          02 FILLER PIC X(24) VALUE 'TRANSIT OVER/SHORT'.
          02 FILLER PIC X(3) VALUE 'REV'.
          02 FILLER PIC X(6) VALUE '570000'.
          02 FILLER PIC X(24) VALUE 'COST REVALUATION'.
          02 FILLER PIC X(3) VALUE 'OTH'.
          02 FILLER PIC X(6) VALUE '590000'.
          02 FILLER PIC X(24) VALUE 'UNCLASSIFIED CHANGES'.
       01 WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
          02 WS-CLASS-ENTRY OCCURS 10 TIMES.
             03 WS-CLASS-CODE PIC X(3).
             03 WS-CLASS-ACCOUNT PIC X(6).
             03 WS-CLASS-DESCRIPTION PIC X(24).
       01 WS-CLASS-MAX PIC S9(4) COMP VALUE 10.
       01 WS-CLASS-IX PIC S9(4) COMP VALUE 0.
      *
      *    Class numbers the classification moves into WS-ACCUM-CLASS.
      *
       01 WS-CLASS-NUMBERS.
          02 WS-CLASS-RECEIPT PIC S9(4) COMP VALUE 1.
          02 WS-CLASS-PICKING PIC S9(4) COMP VALUE 2.
          02 WS-CLASS-CYCLE PIC S9(4) COMP VALUE 3.
          02 WS-CLASS-MANUAL PIC S9(4) COMP VALUE 4.
          02 WS-CLASS-WRITEOFF PIC S9(4) COMP VALUE 5.
          02 WS-CLASS-ISSUE PIC S9(4) COMP VALUE 6.
          02 WS-CLASS-TRANSFER PIC S9(4) COMP VALUE 7.
          02 WS-CLASS-OVERSHORT PIC S9(4) COMP VALUE 8.
          02 WS-CLASS-REVALUE PIC S9(4) COMP VALUE 9.
          02 WS-CLASS-OTHER PIC S9(4) COMP VALUE 10.
      * ===============================================================
      * Per-warehouse accumulation - opening and closing value from
      * EVENT.MARBLE_VALUATION and the period's net value per class,
      * gathered here and written out once every source is in
      * ===============================================================
       01 WS-LOC-TABLE-MAX PIC S9(4) COMP VALUE 60.
       01 WS-LOC-TABLE.
          02 WS-LOC-ENTRY OCCURS 60 TIMES.
             03 WS-LOC-NAME PIC X(8).
             03 WS-LOC-OPEN-VALUE PIC S9(13)V99 COMP-3.
             03 WS-LOC-CLOSE-VALUE PIC S9(13)V99 COMP-3.
             03 WS-LOC-CLASS-VALUE PIC S9(13)V99 COMP-3
                 OCCURS 10 TIMES.
       01 WS-LOC-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-LOC-IX PIC S9(4) COMP VALUE 0.
       01 WS-LOC-FOUND PIC 9 VALUE 0.
       01 WS-ACCUM-LOCATION PIC X(8) VALUE SPACES.
       01 WS-ACCUM-SIDE PIC X(1) VALUE SPACE.
       01 WS-ACCUM-CLASS PIC S9(4) COMP VALUE 0.
       01 WS-VALUE-WORK.
          02 WS-WORK-VALUE PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-WORK-JOURNAL PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-WORK-DIFFERENCE PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-TOTAL-OPEN PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-TOTAL-JOURNAL PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-TOTAL-CLOSE PIC S9(13)V99 COMP-3 VALUE 0.
          02 WS-TOTAL-DIFFERENCE PIC S9(13)V99 COMP-3 VALUE 0.
      *
      *    The warehouse batch being written to JRNOUT.
      *
       01 WS-BATCH-ACCOUNT PIC X(6) VALUE SPACES.
       01 WS-BATCH-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-BATCH-DEBITS PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-BATCH-CREDITS PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-WORK-COUNTS.
          02 WS-WORK-PRICED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-ARCHIVE-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-NOCOST-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-OVERSHORT-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-REVALUED-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-LINE-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-BATCH-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-UNPROVEN-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-OVERFLOW-COUNT PIC 9(7) VALUE 0.
          02 WS-WORK-CLOSE-NOCOST PIC 9(7) VALUE 0.
      * ===============================================================
      * JRNOUT record layouts - one batch per warehouse
      * ===============================================================
       01 WS-JRN-HEADER.
          05 JRN-H-RECORD-TYPE PIC X(1) VALUE 'H'.
          05 JRN-H-LOCATION PIC X(8).
          05 JRN-H-PERIOD-FROM PIC X(10).
          05 JRN-H-PERIOD-TO PIC X(10).
          05 JRN-H-SOURCE PIC X(8) VALUE 'MARBLES6'.
          05 FILLER PIC X(43) VALUE SPACES.
       01 WS-JRN-DETAIL.
          05 JRN-D-RECORD-TYPE PIC X(1) VALUE 'D'.
          05 JRN-D-LOCATION PIC X(8).
          05 JRN-D-ACCOUNT PIC X(6).
          05 JRN-D-DEBIT-CREDIT PIC X(1).
          05 JRN-D-AMOUNT PIC 9(13)V99.
          05 JRN-D-CLASS PIC X(3).
          05 JRN-D-DESCRIPTION PIC X(24).
          05 JRN-D-POSTING-DATE PIC X(10).
          05 FILLER PIC X(12) VALUE SPACES.
       01 WS-JRN-TRAILER.
          05 JRN-T-RECORD-TYPE PIC X(1) VALUE 'T'.
          05 JRN-T-LOCATION PIC X(8).
          05 JRN-T-LINE-COUNT PIC 9(7).
          05 JRN-T-DEBIT-TOTAL PIC 9(13)V99.
          05 JRN-T-CREDIT-TOTAL PIC 9(13)V99.
          05 FILLER PIC X(34) VALUE SPACES.
      * ===============================================================
      * Report lines
      * ===============================================================
       01 WS-RPT-NOCOST.
          05 RPT-NC-COLOR PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-LOCATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-TS PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-VERB PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-QUANTITY PIC -ZZZZZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-NC-FLAG PIC X(16) VALUE 'NO COST ON FILE'.
       01 WS-RPT-CLASS.
          05 RPT-CL-LOCATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CL-CODE PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CL-DESCRIPTION PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-CL-VALUE PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-PROOF.
          05 RPT-PR-LOCATION PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PR-OPEN PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PR-JOURNAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PR-CLOSE PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PR-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RPT-PR-FLAG PIC X(14).
      *
      *    This run's row on the EVENT.MARBLE_RUNCTL run-control log
      *    (Copybook/RUNCTL.cpy) - the night it belongs to, when it
      *    started, and the completion code and counts it ends with.
      *
       01 WS-RUNCTL.
          02 WS-RUNCTL-PROGRAM PIC X(8) VALUE 'MARBLES6'.
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
           COPY AUDIT.
           COPY COSTTB.
           COPY TRANSIT.
           COPY VALUATN.
           COPY RUNCTL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MARBLES6 period-end GL journal
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE VALUATION-CURSOR CURSOR FOR
               SELECT LOCATION, STOCK_VALUE, NOCOST_COUNT
               FROM EVENT.MARBLE_VALUATION
               WHERE VALUATION_DATE = :WS-LOAD-DATE
               ORDER BY LOCATION
           END-EXEC.
           EXEC SQL
               DECLARE AUDIT-CURSOR CURSOR FOR
               SELECT A.COLOR, A.LOCATION, CHAR(A.AUDIT_TS), A.VERB,
                      A.USERID,
                      COALESCE(A.NEW_INVENTORY, 0) -
                      COALESCE(A.OLD_INVENTORY, 0),
                      (SELECT C.UNIT_COST
                       FROM EVENT.MARBLE_COST C
                       WHERE C.COLOR = A.COLOR
                         AND C.EFFECTIVE_DATE =
                             (SELECT MAX(E.EFFECTIVE_DATE)
                              FROM EVENT.MARBLE_COST E
                              WHERE E.COLOR = A.COLOR
                                AND E.EFFECTIVE_DATE <=
                                    DATE(A.AUDIT_TS)))
               FROM EVENT.MARBLE_AUDIT A
               WHERE A.AUDIT_TS > :WS-OPEN-TS
                 AND A.AUDIT_TS <= :WS-CLOSE-TS
                 AND COALESCE(A.NEW_INVENTORY, 0) <>
                     COALESCE(A.OLD_INVENTORY, 0)
           END-EXEC.
           EXEC SQL
               DECLARE OVERSHORT-CURSOR CURSOR FOR
               SELECT COLOR, QUANTITY - RECEIVED_QTY,
                      CHAR(RECEIVED_DATE, ISO)
               FROM EVENT.MARBLE_TRANSIT
               WHERE STATUS = 'R'
                 AND RECEIVED_QTY <> QUANTITY
                 AND RECEIVED_TS > :WS-OPEN-TS
                 AND RECEIVED_TS <= :WS-CLOSE-TS
           END-EXEC.
           EXEC SQL
               DECLARE COSTCHG-CURSOR CURSOR FOR
               SELECT N.COLOR, CHAR(N.EFFECTIVE_DATE, ISO),
                      N.UNIT_COST,
                      COALESCE(
                      (SELECT P.UNIT_COST
                       FROM EVENT.MARBLE_COST P
                       WHERE P.COLOR = N.COLOR
                         AND P.EFFECTIVE_DATE =
                             (SELECT MAX(Q.EFFECTIVE_DATE)
                              FROM EVENT.MARBLE_COST Q
                              WHERE Q.COLOR = N.COLOR
                                AND Q.EFFECTIVE_DATE <
                                    N.EFFECTIVE_DATE)), 0)
               FROM EVENT.MARBLE_COST N
               WHERE N.EFFECTIVE_DATE > :WS-OPEN-DATE
                 AND N.EFFECTIVE_DATE <= :WS-CLOSE-DATE
               ORDER BY N.COLOR, N.EFFECTIVE_DATE
           END-EXEC.
           EXEC SQL
               DECLARE HOLDING-CURSOR CURSOR FOR
               SELECT L.LOCATION,
                      COALESCE(
                      (SELECT M.INVENTORY
                       FROM EVENT.MARBLE M
                       WHERE M.COLOR = :WS-REV-COLOR
                         AND M.LOCATION = L.LOCATION), 0) -
                      COALESCE(
                      (SELECT SUM(COALESCE(A.NEW_INVENTORY, 0) -
                                  COALESCE(A.OLD_INVENTORY, 0))
                       FROM EVENT.MARBLE_AUDIT A
                       WHERE A.COLOR = :WS-REV-COLOR
                         AND A.LOCATION = L.LOCATION
                         AND A.AUDIT_TS >=
                             TIMESTAMP(:WS-REV-DATE, '00.00.00')), 0)
               FROM (SELECT LOCATION
                     FROM EVENT.MARBLE
                     WHERE COLOR = :WS-REV-COLOR
                     UNION
                     SELECT LOCATION
                     FROM EVENT.MARBLE_AUDIT
                     WHERE COLOR = :WS-REV-COLOR
                       AND AUDIT_TS >=
                           TIMESTAMP(:WS-REV-DATE, '00.00.00')) L
           END-EXEC.
       MAIN-LOGIC.
           PERFORM READ-RUN-DATE
           PERFORM START-RUN-CONTROL
           PERFORM READ-GL-PARMS
           PERFORM FIND-PERIOD-VALUATIONS
           IF WS-CLOSE-TS-IND < 0 OR WS-OPEN-TS-IND < 0
                   OR WS-OPEN-TS NOT < WS-CLOSE-TS THEN
               PERFORM WRITE-PERIOD-REFUSAL
               PERFORM END-RUN-CONTROL
               GOBACK
           END-IF
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           MOVE 'C' TO WS-ACCUM-SIDE
           MOVE WS-CLOSE-DATE TO WS-LOAD-DATE
           PERFORM LOAD-VALUATION
           MOVE 'O' TO WS-ACCUM-SIDE
           MOVE WS-OPEN-DATE TO WS-LOAD-DATE
           PERFORM LOAD-VALUATION
           MOVE 'J' TO WS-ACCUM-SIDE
           PERFORM WRITE-NOCOST-HEADER
           PERFORM JOURNAL-ARCHIVED-CHANGES
           PERFORM JOURNAL-LIVE-CHANGES
           PERFORM JOURNAL-TRANSIT-OVERSHORT
           PERFORM JOURNAL-COST-REVALUATION
           PERFORM WRITE-JOURNAL-HEADER
           PERFORM WRITE-WAREHOUSE-JOURNAL
               VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-LOC-COUNT
           PERFORM WRITE-PROOF-HEADER
           PERFORM WRITE-WAREHOUSE-PROOF
               VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-LOC-COUNT
           PERFORM WRITE-PROOF-TOTAL
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-WORK-NOCOST-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-WORK-UNPROVEN-COUNT > 0
                   OR WS-WORK-OVERFLOW-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
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
           MOVE WS-WORK-PRICED-COUNT TO WS-RUNCTL-APPLIED
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
      * The two GLPARM cards: the closing valuation date, then the
      * opening (prior month-end) valuation date
      * ===============================================================
       READ-GL-PARMS.
           OPEN INPUT GLPARM-FILE
           READ GLPARM-FILE
               AT END
                   MOVE SPACES TO GLPARM-RECORD
           END-READ
           MOVE GLPARM-DATE TO WS-CLOSE-DATE
           READ GLPARM-FILE
               AT END
                   MOVE SPACES TO GLPARM-RECORD
           END-READ
           MOVE GLPARM-DATE TO WS-OPEN-DATE
           CLOSE GLPARM-FILE.
      * ===============================================================
      * When did MARBLESE value each end of the period? A date it has
      * not valued (or a card that is not a date) leaves the
      * indicator negative
      * ===============================================================
       FIND-PERIOD-VALUATIONS.
           EXEC SQL
               SELECT CHAR(MAX(VALUED_TS))
               INTO :WS-CLOSE-TS :WS-CLOSE-TS-IND
               FROM EVENT.MARBLE_VALUATION
               WHERE VALUATION_DATE = :WS-CLOSE-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE -1 TO WS-CLOSE-TS-IND
           END-IF
           EXEC SQL
               SELECT CHAR(MAX(VALUED_TS))
               INTO :WS-OPEN-TS :WS-OPEN-TS-IND
               FROM EVENT.MARBLE_VALUATION
               WHERE VALUATION_DATE = :WS-OPEN-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE -1 TO WS-OPEN-TS-IND
           END-IF.
      * ===============================================================
      * The period cannot be bounded - say why on the report and end
      * RETURN-CODE 12 without writing a journal
      * ===============================================================
       WRITE-PERIOD-REFUSAL.
           OPEN OUTPUT RPTOUT-FILE
           MOVE SPACES TO RPT-LINE
           IF WS-CLOSE-TS-IND < 0 THEN
               STRING WS-RUNCTL-PROGRAM DELIMITED BY SIZE
                      ' NOT RUN - NO MARBLESE VALUATION FOR '
                      DELIMITED BY SIZE
                       WS-CLOSE-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               IF WS-OPEN-TS-IND < 0 THEN
                   STRING WS-RUNCTL-PROGRAM DELIMITED BY SIZE
                          ' NOT RUN - NO MARBLESE VALUATION FOR '
                          DELIMITED BY SIZE
                           WS-OPEN-DATE DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               ELSE
                   STRING WS-RUNCTL-PROGRAM DELIMITED BY SIZE
                          ' NOT RUN - OPENING VALUATION '
                          DELIMITED BY SIZE
                           WS-OPEN-DATE DELIMITED BY SIZE
                          ' IS NOT BEFORE CLOSING ' DELIMITED BY SIZE
                           WS-CLOSE-DATE DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE RPT-LINE
           CLOSE RPTOUT-FILE
           MOVE 12 TO RETURN-CODE.
      * ===============================================================
      * Open the archive, the journal and the report
      * ===============================================================
       OPEN-FILES.
           OPEN INPUT ARCHIN-FILE
           OPEN OUTPUT JRNOUT-FILE
           OPEN OUTPUT RPTOUT-FILE.
      * ===============================================================
      * Close everything down
      * ===============================================================
       CLOSE-FILES.
           CLOSE ARCHIN-FILE
           CLOSE JRNOUT-FILE
           CLOSE RPTOUT-FILE.
      * ===============================================================
      * Load one valuation date's per-warehouse values into the
      * opening or closing column per WS-ACCUM-SIDE
      * ===============================================================
       LOAD-VALUATION.
           MOVE BOOLEAN-FALSE TO WS-EOF-VALUATION
           EXEC SQL
               OPEN VALUATION-CURSOR
           END-EXEC
           PERFORM FETCH-VALUATION-ROW
           PERFORM LOAD-ONE-VALUATION-ROW
               UNTIL WS-EOF-VALUATION = BOOLEAN-TRUE
           EXEC SQL
               CLOSE VALUATION-CURSOR
           END-EXEC.
      * ===============================================================
      * Fetch the next warehouse value for the date
      * ===============================================================
       FETCH-VALUATION-ROW.
           EXEC SQL
               FETCH VALUATION-CURSOR
               INTO :WS-VAL-LOCATION, :WS-VAL-VALUE, :WS-VAL-NOCOST
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-VALUATION
           END-IF.
      * ===============================================================
      * Fold one warehouse value into the table, then fetch the next.
      * The closing rows' NOCOST_COUNT is kept for the summary - the
      * closing value is short by whatever those rows hold.
      * ===============================================================
       LOAD-ONE-VALUATION-ROW.
           MOVE WS-VAL-LOCATION TO WS-ACCUM-LOCATION
           MOVE WS-VAL-VALUE TO WS-WORK-VALUE
           PERFORM ADD-TO-LOCATION-TABLE
           IF WS-ACCUM-SIDE = 'C' THEN
               ADD WS-VAL-NOCOST TO WS-WORK-CLOSE-NOCOST
           END-IF
           PERFORM FETCH-VALUATION-ROW.
      * ===============================================================
      * The archived audit rows that fall in the period. ARCHIN is
      * DUMMY for a period still wholly on the live table.
      * ===============================================================
       JOURNAL-ARCHIVED-CHANGES.
           PERFORM READ-ARCHIVE-RECORD
           PERFORM JOURNAL-ONE-ARCHIVE-RECORD
               UNTIL WS-EOF-ARCHIN = BOOLEAN-TRUE.
      * ===============================================================
      * Read the next archived audit row
      * ===============================================================
       READ-ARCHIVE-RECORD.
           READ ARCHIN-FILE
               AT END
                   MOVE BOOLEAN-TRUE TO WS-EOF-ARCHIN
           END-READ.
      * ===============================================================
      * Journal one archived row if it is inside the period and
      * changed the quantity - priced through GET-UNIT-COST at its
      * own date - then read the next
      * ===============================================================
       JOURNAL-ONE-ARCHIVE-RECORD.
           IF ARCH-TS > WS-OPEN-TS AND ARCH-TS NOT > WS-CLOSE-TS THEN
               MOVE ARCH-COLOR TO WS-ROW-COLOR
               MOVE ARCH-LOCATION TO WS-ROW-LOCATION
               MOVE ARCH-TS TO WS-ROW-TS
               MOVE ARCH-VERB TO WS-ROW-VERB
               MOVE ARCH-USERID TO WS-ROW-USERID
               MOVE 0 TO WS-ROW-DELTA
               IF ARCH-NEW-NULL NOT = 'N' THEN
                   MOVE ARCH-NEW TO WS-ROW-DELTA
               END-IF
               IF ARCH-OLD-NULL NOT = 'N' THEN
                   SUBTRACT ARCH-OLD FROM WS-ROW-DELTA
               END-IF
               IF WS-ROW-DELTA NOT = 0 THEN
                   MOVE ARCH-COLOR TO WS-LOOKUP-COLOR
                   MOVE ARCH-TS-DATE TO WS-COST-ASOF-DATE
                   PERFORM GET-UNIT-COST
                   IF SQLCODE = 0 THEN
                       MOVE WS-WORK-UNIT-COST TO WS-ROW-COST
                       MOVE 0 TO WS-ROW-COST-IND
                   ELSE
                       MOVE -1 TO WS-ROW-COST-IND
                   END-IF
                   ADD 1 TO WS-WORK-ARCHIVE-COUNT
                   PERFORM JOURNAL-AUDIT-CHANGE
               END-IF
           END-IF
           PERFORM READ-ARCHIVE-RECORD.
      * ===============================================================
      * The live audit rows in the period, each already priced at
      * its own date's cost by the cursor
      * ===============================================================
       JOURNAL-LIVE-CHANGES.
           EXEC SQL
               OPEN AUDIT-CURSOR
           END-EXEC
           PERFORM FETCH-AUDIT-ROW
           PERFORM JOURNAL-ONE-AUDIT-ROW
               UNTIL WS-EOF-AUDIT = BOOLEAN-TRUE
           EXEC SQL
               CLOSE AUDIT-CURSOR
           END-EXEC.
      * ===============================================================
      * Fetch the next quantity change in the period
      * ===============================================================
       FETCH-AUDIT-ROW.
           EXEC SQL
               FETCH AUDIT-CURSOR
               INTO :WS-ROW-COLOR, :WS-ROW-LOCATION, :WS-ROW-TS,
                    :WS-ROW-VERB, :WS-ROW-USERID, :WS-ROW-DELTA,
                    :WS-ROW-COST :WS-ROW-COST-IND
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-AUDIT
           END-IF.
      * ===============================================================
      * Journal one live change, then fetch the next
      * ===============================================================
       JOURNAL-ONE-AUDIT-ROW.
           PERFORM JOURNAL-AUDIT-CHANGE
           PERFORM FETCH-AUDIT-ROW.
      * ===============================================================
      * Value the change in WS-ROW into its warehouse under its
      * class - a SHP or RTR mirrored, negated, into '*TRANSIT' - or
      * list it when there is no cost on file at its date
      * ===============================================================
       JOURNAL-AUDIT-CHANGE.
           IF WS-ROW-COST-IND < 0 THEN
               PERFORM WRITE-NOCOST-LINE
           ELSE
               ADD 1 TO WS-WORK-PRICED-COUNT
               PERFORM CLASSIFY-AUDIT-CHANGE
               COMPUTE WS-WORK-VALUE = WS-ROW-DELTA * WS-ROW-COST
               MOVE WS-ROW-LOCATION TO WS-ACCUM-LOCATION
               PERFORM ADD-TO-LOCATION-TABLE
               IF WS-ROW-VERB = 'SHP' OR WS-ROW-VERB = 'RTR' THEN
                   COMPUTE WS-WORK-VALUE = 0 - WS-WORK-VALUE
                   MOVE WS-TRANSIT-LOCATION TO WS-ACCUM-LOCATION
                   PERFORM ADD-TO-LOCATION-TABLE
               END-IF
           END-IF.
      * ===============================================================
      * Which class does the change belong to? The batch programs'
      * own USERIDs mark their ADJ rows; everything else goes by the
      * MRBC verb that wrote it
      * ===============================================================
       CLASSIFY-AUDIT-CHANGE.
           IF WS-ROW-USERID = 'MARBLESM' THEN
               MOVE WS-CLASS-PICKING TO WS-ACCUM-CLASS
           ELSE IF WS-ROW-USERID = 'MARBLESZ' THEN
               MOVE WS-CLASS-CYCLE TO WS-ACCUM-CLASS
           ELSE IF WS-ROW-VERB = 'RCV' THEN
               MOVE WS-CLASS-RECEIPT TO WS-ACCUM-CLASS
           ELSE IF WS-ROW-VERB = 'CRE' OR WS-ROW-VERB = 'UPD'
                   OR WS-ROW-VERB = 'ADJ' THEN
               MOVE WS-CLASS-MANUAL TO WS-ACCUM-CLASS
           ELSE IF WS-ROW-VERB = 'DEL' THEN
               MOVE WS-CLASS-WRITEOFF TO WS-ACCUM-CLASS
           ELSE IF WS-ROW-VERB = 'ISS' OR WS-ROW-VERB = 'KIS' THEN
               MOVE WS-CLASS-ISSUE TO WS-ACCUM-CLASS
           ELSE IF WS-ROW-VERB = 'TRN' OR WS-ROW-VERB = 'SHP'
                   OR WS-ROW-VERB = 'RTR' THEN
               MOVE WS-CLASS-TRANSFER TO WS-ACCUM-CLASS
           ELSE
               MOVE WS-CLASS-OTHER TO WS-ACCUM-CLASS
           END-IF.
      * ===============================================================
      * Transfers received over or short of the quantity shipped in
      * the period: the difference never reached the receiving
      * shelf, so it is cleared out of '*TRANSIT' at the received
      * date's cost. The period is bounded by RECEIVED_TS against
      * the same VALUED_TS window as the audit rows, so the
      * over/short always lands in the same period as its RTR.
      * ===============================================================
       JOURNAL-TRANSIT-OVERSHORT.
           MOVE WS-CLASS-OVERSHORT TO WS-ACCUM-CLASS
           MOVE WS-TRANSIT-LOCATION TO WS-ACCUM-LOCATION
           EXEC SQL
               OPEN OVERSHORT-CURSOR
           END-EXEC
           PERFORM FETCH-OVERSHORT-ROW
           PERFORM JOURNAL-ONE-OVERSHORT
               UNTIL WS-EOF-OVERSHORT = BOOLEAN-TRUE
           EXEC SQL
               CLOSE OVERSHORT-CURSOR
           END-EXEC.
      * ===============================================================
      * Fetch the next over/short receipt
      * ===============================================================
       FETCH-OVERSHORT-ROW.
           EXEC SQL
               FETCH OVERSHORT-CURSOR
               INTO :WS-OS-COLOR, :WS-OS-SHORTFALL,
                    :WS-OS-RECEIVED-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-OVERSHORT
           END-IF.
      * ===============================================================
      * Clear one receipt's difference, then fetch the next
      * ===============================================================
       JOURNAL-ONE-OVERSHORT.
           MOVE WS-OS-COLOR TO WS-LOOKUP-COLOR
           MOVE WS-OS-RECEIVED-DATE TO WS-COST-ASOF-DATE
           PERFORM GET-UNIT-COST
           IF SQLCODE = 0 THEN
               ADD 1 TO WS-WORK-OVERSHORT-COUNT
               COMPUTE WS-WORK-VALUE =
                   0 - WS-OS-SHORTFALL * WS-WORK-UNIT-COST
               PERFORM ADD-TO-LOCATION-TABLE
           ELSE
               MOVE WS-OS-COLOR TO WS-ROW-COLOR
               MOVE WS-TRANSIT-LOCATION TO WS-ROW-LOCATION
               MOVE WS-OS-RECEIVED-DATE TO WS-ROW-TS
               MOVE 'RTR' TO WS-ROW-VERB
               COMPUTE WS-ROW-DELTA = 0 - WS-OS-SHORTFALL
               PERFORM WRITE-NOCOST-LINE
           END-IF
           PERFORM FETCH-OVERSHORT-ROW.
      * ===============================================================
      * Every cost that took effect inside the period revalues the
      * stock held at the start of its EFFECTIVE_DATE, warehouse by
      * warehouse and on the trucks, from the cost before it (zero
      * when it is the COLOR's first cost - that stock was left out
      * of the opening value as NO COST ON FILE)
      * ===============================================================
       JOURNAL-COST-REVALUATION.
           MOVE WS-CLASS-REVALUE TO WS-ACCUM-CLASS
           EXEC SQL
               OPEN COSTCHG-CURSOR
           END-EXEC
           PERFORM FETCH-COSTCHG-ROW
           PERFORM REVALUE-ONE-COST-CHANGE
               UNTIL WS-EOF-COSTCHG = BOOLEAN-TRUE
           EXEC SQL
               CLOSE COSTCHG-CURSOR
           END-EXEC.
      * ===============================================================
      * Fetch the next cost change in the period
      * ===============================================================
       FETCH-COSTCHG-ROW.
           EXEC SQL
               FETCH COSTCHG-CURSOR
               INTO :WS-REV-COLOR, :WS-REV-DATE, :WS-REV-NEW-COST,
                    :WS-REV-OLD-COST
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-COSTCHG
           END-IF.
      * ===============================================================
      * Revalue each warehouse's holding of the COLOR, then its stock
      * in transit, at one cost change - then fetch the next
      * ===============================================================
       REVALUE-ONE-COST-CHANGE.
           ADD 1 TO WS-WORK-REVALUED-COUNT
           MOVE BOOLEAN-FALSE TO WS-EOF-HOLDING
           EXEC SQL
               OPEN HOLDING-CURSOR
           END-EXEC
           PERFORM FETCH-HOLDING-ROW
           PERFORM REVALUE-ONE-HOLDING
               UNTIL WS-EOF-HOLDING = BOOLEAN-TRUE
           EXEC SQL
               CLOSE HOLDING-CURSOR
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(QUANTITY), 0)
               INTO :WS-HOLD-QUANTITY
               FROM EVENT.MARBLE_TRANSIT
               WHERE COLOR = :WS-REV-COLOR
                 AND SHIP_DATE < :WS-REV-DATE
                 AND (STATUS = 'T' OR RECEIVED_DATE >= :WS-REV-DATE)
           END-EXEC
           IF SQLCODE = 0 THEN
               MOVE WS-TRANSIT-LOCATION TO WS-HOLD-LOCATION
               PERFORM POST-HOLDING-REVALUATION
           END-IF
           PERFORM FETCH-COSTCHG-ROW.
      * ===============================================================
      * Fetch the next warehouse's holding at the cost change
      * ===============================================================
       FETCH-HOLDING-ROW.
           EXEC SQL
               FETCH HOLDING-CURSOR
               INTO :WS-HOLD-LOCATION, :WS-HOLD-QUANTITY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-EOF-HOLDING
           END-IF.
      * ===============================================================
      * Revalue one warehouse's holding, then fetch the next
      * ===============================================================
       REVALUE-ONE-HOLDING.
           PERFORM POST-HOLDING-REVALUATION
           PERFORM FETCH-HOLDING-ROW.
      * ===============================================================
      * The holding times the change in unit cost, into REV
      * ===============================================================
       POST-HOLDING-REVALUATION.
           IF WS-HOLD-QUANTITY NOT = 0 THEN
               COMPUTE WS-WORK-VALUE = WS-HOLD-QUANTITY *
                   (WS-REV-NEW-COST - WS-REV-OLD-COST)
               MOVE WS-HOLD-LOCATION TO WS-ACCUM-LOCATION
               PERFORM ADD-TO-LOCATION-TABLE
           END-IF.
      * ===============================================================
      * Unit cost for WS-LOOKUP-COLOR in effect on
      * WS-COST-ASOF-DATE - the row with the greatest EFFECTIVE_DATE
      * at or before the date. SQLCODE 100 means no cost on file at
      * that date; the caller decides what that means.
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
                        AND EFFECTIVE_DATE <= :WS-COST-ASOF-DATE)
           END-EXEC.
      * ===============================================================
      * Fold WS-WORK-VALUE into WS-ACCUM-LOCATION's row of the
      * per-warehouse table - opening, closing or (for 'J') the
      * WS-ACCUM-CLASS journal column per WS-ACCUM-SIDE - extending
      * the table for a warehouse new to the run
      * ===============================================================
       ADD-TO-LOCATION-TABLE.
           MOVE BOOLEAN-FALSE TO WS-LOC-FOUND
           PERFORM TEST-ONE-LOCATION-ENTRY
               VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-LOC-COUNT
                 OR WS-LOC-FOUND = BOOLEAN-TRUE
           IF WS-LOC-FOUND = BOOLEAN-FALSE THEN
               IF WS-LOC-COUNT < WS-LOC-TABLE-MAX THEN
                   ADD 1 TO WS-LOC-COUNT
                   INITIALIZE WS-LOC-ENTRY(WS-LOC-COUNT)
                   MOVE WS-ACCUM-LOCATION TO WS-LOC-NAME(WS-LOC-COUNT)
                   MOVE WS-LOC-COUNT TO WS-LOC-IX
                   PERFORM FOLD-VALUE-INTO-ENTRY
               ELSE
                   ADD 1 TO WS-WORK-OVERFLOW-COUNT
               END-IF
           END-IF.
      * ===============================================================
      * One probe of the per-warehouse table - folds in on a hit
      * ===============================================================
       TEST-ONE-LOCATION-ENTRY.
           IF WS-LOC-NAME(WS-LOC-IX) = WS-ACCUM-LOCATION THEN
               MOVE BOOLEAN-TRUE TO WS-LOC-FOUND
               PERFORM FOLD-VALUE-INTO-ENTRY
           END-IF.
      * ===============================================================
      * Add the value into the entry's opening, closing or class
      * column
      * ===============================================================
       FOLD-VALUE-INTO-ENTRY.
           IF WS-ACCUM-SIDE = 'C' THEN
               ADD WS-WORK-VALUE TO WS-LOC-CLOSE-VALUE(WS-LOC-IX)
           ELSE IF WS-ACCUM-SIDE = 'O' THEN
               ADD WS-WORK-VALUE TO WS-LOC-OPEN-VALUE(WS-LOC-IX)
           ELSE
               ADD WS-WORK-VALUE TO
                   WS-LOC-CLASS-VALUE(WS-LOC-IX, WS-ACCUM-CLASS)
           END-IF.
      * ===============================================================
      * Write one warehouse's balanced batch to JRNOUT and its class
      * lines to the report - nothing at all when it had no net
      * change in any class
      * ===============================================================
       WRITE-WAREHOUSE-JOURNAL.
           PERFORM SUM-WAREHOUSE-JOURNAL
           MOVE 0 TO WS-BATCH-LINE-COUNT
           PERFORM COUNT-ONE-CLASS-LINE
               VARYING WS-CLASS-IX FROM 1 BY 1
               UNTIL WS-CLASS-IX > WS-CLASS-MAX
           IF WS-BATCH-LINE-COUNT > 0 THEN
               PERFORM WRITE-BATCH-HEADER
               PERFORM WRITE-CLASS-ENTRIES
                   VARYING WS-CLASS-IX FROM 1 BY 1
                   UNTIL WS-CLASS-IX > WS-CLASS-MAX
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
      * ===============================================================
      * Net journal value of the warehouse at WS-LOC-IX, all classes
      * ===============================================================
       SUM-WAREHOUSE-JOURNAL.
           MOVE 0 TO WS-WORK-JOURNAL
           PERFORM ADD-ONE-CLASS-VALUE
               VARYING WS-CLASS-IX FROM 1 BY 1
               UNTIL WS-CLASS-IX > WS-CLASS-MAX.
      * ===============================================================
      * Add one class's net value into the warehouse journal total
      * ===============================================================
       ADD-ONE-CLASS-VALUE.
           ADD WS-LOC-CLASS-VALUE(WS-LOC-IX, WS-CLASS-IX)
               TO WS-WORK-JOURNAL.
      * ===============================================================
      * Does this class have anything to post for the warehouse?
      * ===============================================================
       COUNT-ONE-CLASS-LINE.
           IF WS-LOC-CLASS-VALUE(WS-LOC-IX, WS-CLASS-IX) NOT = 0 THEN
               ADD 1 TO WS-BATCH-LINE-COUNT
           END-IF.
      * ===============================================================
      * Open a warehouse's batch - header record, totals reset
      * ===============================================================
       WRITE-BATCH-HEADER.
           MOVE 0 TO WS-BATCH-LINE-COUNT
           MOVE 0 TO WS-BATCH-DEBITS
           MOVE 0 TO WS-BATCH-CREDITS
           IF WS-LOC-NAME(WS-LOC-IX) = WS-TRANSIT-LOCATION THEN
               MOVE WS-GL-TRANSIT-ACCOUNT TO WS-BATCH-ACCOUNT
           ELSE
               MOVE WS-GL-INVENTORY-ACCOUNT TO WS-BATCH-ACCOUNT
           END-IF
           MOVE WS-LOC-NAME(WS-LOC-IX) TO JRN-H-LOCATION
           MOVE WS-OPEN-DATE TO JRN-H-PERIOD-FROM
           MOVE WS-CLOSE-DATE TO JRN-H-PERIOD-TO
           WRITE JRN-RECORD FROM WS-JRN-HEADER
           ADD 1 TO WS-WORK-BATCH-COUNT.
      * ===============================================================
      * One class's pair of lines: inventory up is debit inventory,
      * credit the class's offset account; inventory down is the
      * reverse. The report gets the class's net value.
      * ===============================================================
       WRITE-CLASS-ENTRIES.
           MOVE WS-LOC-CLASS-VALUE(WS-LOC-IX, WS-CLASS-IX)
               TO WS-WORK-VALUE
           IF WS-WORK-VALUE NOT = 0 THEN
               MOVE SPACES TO WS-RPT-CLASS
               MOVE WS-LOC-NAME(WS-LOC-IX) TO RPT-CL-LOCATION
               MOVE WS-CLASS-CODE(WS-CLASS-IX) TO RPT-CL-CODE
               MOVE WS-CLASS-DESCRIPTION(WS-CLASS-IX)
                   TO RPT-CL-DESCRIPTION
               MOVE WS-WORK-VALUE TO RPT-CL-VALUE
               WRITE RPT-LINE FROM WS-RPT-CLASS
               MOVE WS-LOC-NAME(WS-LOC-IX) TO JRN-D-LOCATION
               MOVE WS-CLASS-CODE(WS-CLASS-IX) TO JRN-D-CLASS
               MOVE WS-CLASS-DESCRIPTION(WS-CLASS-IX)
                   TO JRN-D-DESCRIPTION
               MOVE WS-CLOSE-DATE TO JRN-D-POSTING-DATE
               MOVE WS-WORK-VALUE TO JRN-D-AMOUNT
               MOVE WS-BATCH-ACCOUNT TO JRN-D-ACCOUNT
               IF WS-WORK-VALUE > 0 THEN
                   MOVE 'D' TO JRN-D-DEBIT-CREDIT
               ELSE
                   MOVE 'C' TO JRN-D-DEBIT-CREDIT
               END-IF
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-CLASS-ACCOUNT(WS-CLASS-IX) TO JRN-D-ACCOUNT
               IF WS-WORK-VALUE > 0 THEN
                   MOVE 'C' TO JRN-D-DEBIT-CREDIT
               ELSE
                   MOVE 'D' TO JRN-D-DEBIT-CREDIT
               END-IF
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
      * ===============================================================
      * Write the detail line built in WS-JRN-DETAIL into the batch
      * and its debit or credit total (JRN-D-AMOUNT is unsigned)
      * ===============================================================
       WRITE-JOURNAL-LINE.
           WRITE JRN-RECORD FROM WS-JRN-DETAIL
           ADD 1 TO WS-BATCH-LINE-COUNT
           ADD 1 TO WS-WORK-LINE-COUNT
           IF JRN-D-DEBIT-CREDIT = 'D' THEN
               ADD JRN-D-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               ADD JRN-D-AMOUNT TO WS-BATCH-CREDITS
           END-IF.
      * ===============================================================
      * Close the warehouse's batch - trailer record with its line
      * count and debit and credit totals
      * ===============================================================
       WRITE-BATCH-TRAILER.
           MOVE WS-LOC-NAME(WS-LOC-IX) TO JRN-T-LOCATION
           MOVE WS-BATCH-LINE-COUNT TO JRN-T-LINE-COUNT
           MOVE WS-BATCH-DEBITS TO JRN-T-DEBIT-TOTAL
           MOVE WS-BATCH-CREDITS TO JRN-T-CREDIT-TOTAL
           WRITE JRN-RECORD FROM WS-JRN-TRAILER.
      * ===============================================================
      * Prove one warehouse: opening value plus journal total against
      * the closing value MARBLESE recorded
      * ===============================================================
       WRITE-WAREHOUSE-PROOF.
           PERFORM SUM-WAREHOUSE-JOURNAL
           COMPUTE WS-WORK-DIFFERENCE =
               WS-LOC-OPEN-VALUE(WS-LOC-IX) + WS-WORK-JOURNAL -
               WS-LOC-CLOSE-VALUE(WS-LOC-IX)
           ADD WS-LOC-OPEN-VALUE(WS-LOC-IX) TO WS-TOTAL-OPEN
           ADD WS-WORK-JOURNAL TO WS-TOTAL-JOURNAL
           ADD WS-LOC-CLOSE-VALUE(WS-LOC-IX) TO WS-TOTAL-CLOSE
           ADD WS-WORK-DIFFERENCE TO WS-TOTAL-DIFFERENCE
           MOVE SPACES TO WS-RPT-PROOF
           MOVE WS-LOC-NAME(WS-LOC-IX) TO RPT-PR-LOCATION
           MOVE WS-LOC-OPEN-VALUE(WS-LOC-IX) TO RPT-PR-OPEN
           MOVE WS-WORK-JOURNAL TO RPT-PR-JOURNAL
           MOVE WS-LOC-CLOSE-VALUE(WS-LOC-IX) TO RPT-PR-CLOSE
           MOVE WS-WORK-DIFFERENCE TO RPT-PR-DIFFERENCE
           IF WS-WORK-DIFFERENCE NOT = 0 THEN
               ADD 1 TO WS-WORK-UNPROVEN-COUNT
               MOVE 'OUT OF BALANCE' TO RPT-PR-FLAG
           END-IF
           WRITE RPT-LINE FROM WS-RPT-PROOF.
      * ===============================================================
      * Whole-stock proof line
      * ===============================================================
       WRITE-PROOF-TOTAL.
           MOVE SPACES TO WS-RPT-PROOF
           MOVE 'TOTAL' TO RPT-PR-LOCATION
           MOVE WS-TOTAL-OPEN TO RPT-PR-OPEN
           MOVE WS-TOTAL-JOURNAL TO RPT-PR-JOURNAL
           MOVE WS-TOTAL-CLOSE TO RPT-PR-CLOSE
           MOVE WS-TOTAL-DIFFERENCE TO RPT-PR-DIFFERENCE
           IF WS-TOTAL-DIFFERENCE NOT = 0 THEN
               MOVE 'OUT OF BALANCE' TO RPT-PR-FLAG
           END-IF
           WRITE RPT-LINE FROM WS-RPT-PROOF.
      * ===============================================================
      * A change left out of the journal for want of a cost
      * ===============================================================
       WRITE-NOCOST-LINE.
           ADD 1 TO WS-WORK-NOCOST-COUNT
           MOVE SPACES TO WS-RPT-NOCOST
           MOVE WS-ROW-COLOR TO RPT-NC-COLOR
           MOVE WS-ROW-LOCATION TO RPT-NC-LOCATION
           MOVE WS-ROW-TS TO RPT-NC-TS
           MOVE WS-ROW-VERB TO RPT-NC-VERB
           MOVE WS-ROW-DELTA TO RPT-NC-QUANTITY
           MOVE 'NO COST ON FILE' TO RPT-NC-FLAG
           WRITE RPT-LINE FROM WS-RPT-NOCOST.
      * ===============================================================
      * Report header
      * ===============================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING 'PERIOD-END GL JOURNAL - VALUATION ' DELIMITED BY SIZE
                   WS-OPEN-DATE DELIMITED BY SIZE
                  ' TO VALUATION ' DELIMITED BY SIZE
                   WS-CLOSE-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'AUDIT CHANGES AFTER ' DELIMITED BY SIZE
                   WS-OPEN-TS DELIMITED BY SIZE
                  ' UP TO ' DELIMITED BY SIZE
                   WS-CLOSE-TS DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Unpriced changes section heading
      * ===============================================================
       WRITE-NOCOST-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '1. CHANGES LEFT OUT - NO COST ON FILE AT THEIR DATE'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COLOR       LOCATION  AUDIT-TS' DELIMITED BY SIZE
                  '                    VERB   QUANTITY'
                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Journal section heading
      * ===============================================================
       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '2. JOURNAL BY WAREHOUSE AND CLASS - NET VALUE'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LOCATION  CLS  DESCRIPTION' DELIMITED BY SIZE
                  '                       NET-VALUE' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Proof section heading
      * ===============================================================
       WRITE-PROOF-HEADER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '3. PROOF - OPENING PLUS JOURNAL AGAINST CLOSING VALUE'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LOCATION            OPENING' DELIMITED BY SIZE
                  '           JOURNAL            CLOSING'
                   DELIMITED BY SIZE
                  '         DIFFERENCE' DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
      * ===============================================================
      * Report summary totals
      * ===============================================================
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'AUDIT CHANGES JOURNALLED: ' DELIMITED BY SIZE
                   WS-WORK-PRICED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ARCHIVED CHANGES IN PERIOD: ' DELIMITED BY SIZE
                   WS-WORK-ARCHIVE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CHANGES WITH NO COST ON FILE: ' DELIMITED BY SIZE
                   WS-WORK-NOCOST-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSIT RECEIPTS OVER/SHORT: ' DELIMITED BY SIZE
                   WS-WORK-OVERSHORT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COST CHANGES REVALUED: ' DELIMITED BY SIZE
                   WS-WORK-REVALUED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'WAREHOUSE BATCHES WRITTEN: ' DELIMITED BY SIZE
                   WS-WORK-BATCH-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'JOURNAL LINES WRITTEN: ' DELIMITED BY SIZE
                   WS-WORK-LINE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CLOSING ROWS WITH NO COST ON FILE: '
                   DELIMITED BY SIZE
                   WS-WORK-CLOSE-NOCOST DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'WAREHOUSES OUT OF BALANCE: ' DELIMITED BY SIZE
                   WS-WORK-UNPROVEN-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'VALUES DROPPED - WAREHOUSE TABLE FULL: '
                   DELIMITED BY SIZE
                   WS-WORK-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
