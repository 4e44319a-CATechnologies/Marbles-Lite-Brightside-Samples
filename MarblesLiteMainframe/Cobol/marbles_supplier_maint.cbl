      * ===============================================================
      * The user invokes this transaction (called MRBS) via:
      *   MRBS <VERB>
      *
      * Where:
      *  <VERB> = ADD|RET|ASN|LST
      *
      * Maintains the EVENT.MARBLE_SUPPLIER supplier master and the
      * EVENT.MARBLE_SOURCE color-to-supplier assignment (see
      * Copybook/SUPPLY.cpy) that the nightly MARBLESR replenishment
      * stamps on every order it raises - so the buyer can say who
      * supplies what from the floor, and the MARBLES1 scorecard can
      * say who is late or short.
      *
      * Verb Functions:
      * ADD
      *  Invoked via MRBS ADD <SUPPLIER> <NAME>
      *
      *  Makes <SUPPLIER> an active supplier called <NAME> (the rest
      *  of the line, spaces and all). A supplier that was previously
      *  retired is re-activated rather than duplicated, keeping its
      *  old name unless a new <NAME> is given.
      *
      *  Errors:
      *   MRBS002E - When <SUPPLIER> is already active
      *   MRBS005E - When <SUPPLIER> is omitted
      *   MRBS008E - When <NAME> is omitted for a new supplier
      *
      *  Example:
      *   MRBS ADD GLASSCO GLASSCO MARBLE WORKS
      *
      * RETire
      *  Invoked via MRBS RET <SUPPLIER>
      *
      *  Retires <SUPPLIER> - it can no longer be assigned colors.
      *  The row is kept (STATUS 'R'), not deleted, so its orders
      *  still score and it can be re-ADDed later. Retiring is
      *  refused while any color is still assigned to it (ASN those
      *  colors elsewhere first) or any order it was sent is still
      *  open, so nothing is left ordering from a supplier nobody
      *  buys from.
      *
      *  Errors:
      *   MRBS001E - When <SUPPLIER> is not in EVENT.MARBLE_SUPPLIER
      *   MRBS003E - When colors are still assigned to <SUPPLIER>
      *   MRBS004E - When <SUPPLIER> is already retired
      *   MRBS005E - When <SUPPLIER> is omitted
      *   MRBS006E - When an EVENT.MARBLE_ORDER sent to <SUPPLIER> is
      *              still open
      *   MRBS010E - When the retirement could not be saved (a DB2
      *              error) - nothing changed, retry it
      *
      *  Example:
      *   MRBS RET GLASSCO
      *
      * ASsigN
      *  Invoked via MRBS ASN <COLOR> <SUPPLIER>
      *
      *  Makes <SUPPLIER> the supplier MARBLESR orders <COLOR> from,
      *  replacing any earlier assignment. <COLOR> 'DEFAULT' names
      *  the supplier for every color without an assignment of its
      *  own. Open orders keep the supplier they were raised with.
      *
      *  Errors:
      *   MRBS001E - When <SUPPLIER> is not an active supplier
      *   MRBS007E - When <COLOR> is not an active EVENT.COLOR (or
      *              DEFAULT)
      *   MRBS009E - When <COLOR> or <SUPPLIER> is omitted
      *   MRBS011E - When the assignment could not be saved (a DB2
      *              error) - nothing changed, retry it
      *
      *  Example:
      *   MRBS ASN CRIMSON GLASSCO
      *   MRBS ASN DEFAULT GLASSCO
      *
      * LiST
      *  Invoked via MRBS LST [<SUPPLIER>]
      *
      *  Where:
      *   <SUPPLIER> An optional starting point for the browse. When
      *              omitted the browse starts at the first SUPPLIER
      *              on file.
      *
      *  Pages EVENT.MARBLE_SUPPLIER back to the terminal
      *  WS-LST-MAX-ROWS at a time, active and retired rows alike,
      *  with the number of colors assigned to each. When more rows
      *  remain, the last line tells the operator what SUPPLIER to
      *  re-issue MRBS LST with to continue.
      *
      *  Example:
      *   MRBS LST
      *   MRBS LST GLASSCO
      *
      * There is no maintenance panel - MRBS is quick-command only,
      * like MRBK, MRBU and MRBW.
      *
      * Build via
      *  gulp build --source marbles_supplier_maint.cbl && gulp refresh --source marbles_supplier_maint.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLEST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * ===============================================================
      * Map input / output areas
      * ===============================================================
       WORKING-STORAGE SECTION.
       01 WS-BOOLEAN.
          02 BOOLEAN-FALSE PIC 9 VALUE 0.
          02 BOOLEAN-TRUE PIC 9 VALUE 1.
       01 WS-WORK.
          02 WS-WORK-STATUS PIC X(1).
          02 WS-WORK-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
       01 WS-RESULT.
          02 WS-RESULT-SUPPLIER-FOUND PIC 9 VALUE 0.
          02 WS-RESULT-OPERATION-SUCCESS PIC 9 VALUE 0.
          02 WS-RESULT-VERB.
             03 WS-RESULT-VERB-ADD PIC 9 VALUE 0.
             03 WS-RESULT-VERB-RETIRE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-ASSIGN PIC 9 VALUE 0.
             03 WS-RESULT-VERB-LIST PIC 9 VALUE 0.
       01 WS-CONST.
          02 WS-CONST-ADD PIC X(3) VALUE 'ADD'.
          02 WS-CONST-RETIRE PIC X(3) VALUE 'RET'.
          02 WS-CONST-ASSIGN PIC X(3) VALUE 'ASN'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-SUCCESS PIC X(7) VALUE 'SUCCESS'.
       01 WS-ERROR-CODES.
          02 WS-ERROR-SUPPLIER-DNE PIC X(8) VALUE 'MRBS001E'.
          02 WS-ERROR-SUPPLIER-ACTIVE PIC X(8) VALUE 'MRBS002E'.
          02 WS-ERROR-COLORS-ASSIGNED PIC X(8) VALUE 'MRBS003E'.
          02 WS-ERROR-ALREADY-RETIRED PIC X(8) VALUE 'MRBS004E'.
          02 WS-ERROR-SUPPLIER-REQUIRED PIC X(8) VALUE 'MRBS005E'.
          02 WS-ERROR-ORDERS-OPEN PIC X(8) VALUE 'MRBS006E'.
          02 WS-ERROR-INVALID-COLOR PIC X(8) VALUE 'MRBS007E'.
          02 WS-ERROR-NAME-REQUIRED PIC X(8) VALUE 'MRBS008E'.
          02 WS-ERROR-ASSIGN-REQUIRED PIC X(8) VALUE 'MRBS009E'.
          02 WS-ERROR-RETIRE-NOT-SAVED PIC X(8) VALUE 'MRBS010E'.
          02 WS-ERROR-ASSIGN-NOT-SAVED PIC X(8) VALUE 'MRBS011E'.
       01 WS-CICS-INPUT PIC X(74) VALUE SPACES.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-VERB PIC X(3) VALUE SPACES.
          05 WS-INPUT-KEY PIC X(10) VALUE SPACES.
          05 WS-INPUT-REST PIC X(30) VALUE SPACES.
          05 WS-INPUT-SUPPLIER PIC X(8) VALUE SPACES.
          05 WS-INPUT-COLOR PIC X(10) VALUE SPACES.
          05 WS-INPUT-NAME PIC X(30) VALUE SPACES.
      *
      *    Where UNSTRING stopped - everything after the first
      *    operand is the NAME on ADD, or the SUPPLIER on ASN.
      *
       01 WS-PARSE-PTR PIC S9(4) COMP VALUE 1.
       01 WS-OUTPUT PIC X(78).
       01 WS-OUTPUT-SUCCESS REDEFINES WS-OUTPUT.
          05 WS-OUTPUT-SUCCESS-TEXT PIC X(7).
          05 WS-OUTPUT-SUCCESS-FILLER PIC X(71).
       01 WS-OUTPUT-ERROR REDEFINES WS-OUTPUT.
          05 WS-OUTPUT-ERROR-CODE PIC X(8).
          05 WS-OUTPUT-ERROR-SPACE PIC X(1).
          05 WS-OUTPUT-ERROR-MESSAGE PIC X(69).
       01 WS-MSG-LENGTH PIC S9(4) COMP.
      * ===============================================================
      * Work areas for the LST verb - EVENT.MARBLE_SUPPLIER is browsed
      * WS-LST-MAX-ROWS at a time into WS-LST-OUTPUT, the same paging
      * pattern as MRBL
      * ===============================================================
       01 WS-LST-WORK.
          02 WS-LST-SUPPLIER PIC X(8).
          02 WS-LST-NAME PIC X(30).
          02 WS-LST-STATUS PIC X(1).
          02 WS-LST-COLOR-COUNT PIC S9(9) COMP VALUE 0.
          02 WS-LST-ROW-COUNT PIC S9(4) COMP VALUE 0.
          02 WS-LST-MAX-ROWS PIC S9(4) COMP VALUE 10.
          02 WS-LST-PTR PIC S9(4) COMP VALUE 1.
       01 WS-LST-LINE.
          02 WS-LST-LINE-SUPPLIER PIC X(8).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-NAME PIC X(30).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-STATUS PIC X(7).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-COLORS PIC ZZZZ9.
          02 FILLER PIC X(2) VALUE SPACES.
       01 WS-LST-OUTPUT PIC X(900) VALUE SPACES.
       01 WS-LST-MSG-LENGTH PIC S9(4) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this transaction
      * ===============================================================
           COPY SUPPLY.
           COPY COLOR.
           COPY ORDERS.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBS transaction
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE SUPLST-CURSOR CURSOR FOR
               SELECT P.SUPPLIER_ID, P.NAME, P.STATUS,
                      (SELECT COUNT(*) FROM EVENT.MARBLE_SOURCE S
                       WHERE S.SUPPLIER_ID = P.SUPPLIER_ID)
               FROM EVENT.MARBLE_SUPPLIER P
               WHERE P.SUPPLIER_ID >= :WS-INPUT-SUPPLIER
               ORDER BY P.SUPPLIER_ID
           END-EXEC.
      *
      *     Initial working storage to known values
      *
            PERFORM INIT-WORK-AREAS.
            PERFORM GET-TRANS-INPUT.
            PERFORM PARSE-CICS-INPUT.
            PERFORM VERIFY-VERB.
            PERFORM ROUTE-VERB.
            PERFORM WRITE-OUTPUT.
            GOBACK.
      * ===============================================================
      * Route to specific verb processing routine. ADD/RET with no
      * SUPPLIER operand, and ASN missing either operand, are
      * rejected up front, as MRBL rejects a colorless ADD/RET.
      * ===============================================================
       ROUTE-VERB.
            IF (WS-RESULT-VERB-ADD = BOOLEAN-TRUE
                    OR WS-RESULT-VERB-RETIRE = BOOLEAN-TRUE)
                    AND WS-INPUT-SUPPLIER = SPACES THEN
                PERFORM OUTPUT-SUPPLIER-REQUIRED
            ELSE IF WS-RESULT-VERB-ASSIGN = BOOLEAN-TRUE
                    AND (WS-INPUT-COLOR = SPACES
                      OR WS-INPUT-SUPPLIER = SPACES) THEN
                PERFORM OUTPUT-ASSIGN-REQUIRED
            ELSE IF WS-RESULT-VERB-ADD = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-SUPPLIER-FOUND
                IF WS-RESULT-SUPPLIER-FOUND = BOOLEAN-FALSE THEN
                    IF WS-INPUT-NAME = SPACES THEN
                        PERFORM OUTPUT-NAME-REQUIRED
                    ELSE
                        PERFORM INSERT-MASTER-SUPPLIER
                    END-IF
                ELSE
                    IF WS-WORK-STATUS = 'R' THEN
                        PERFORM REACTIVATE-MASTER-SUPPLIER
                    ELSE
                        PERFORM OUTPUT-SUPPLIER-ALREADY-ACTIVE
                    END-IF
                END-IF
            ELSE IF WS-RESULT-VERB-RETIRE = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-SUPPLIER-FOUND
                IF WS-RESULT-SUPPLIER-FOUND = BOOLEAN-TRUE THEN
                    IF WS-WORK-STATUS = 'R' THEN
                        PERFORM OUTPUT-ALREADY-RETIRED
                    ELSE
                        PERFORM RETIRE-MASTER-SUPPLIER
                    END-IF
                ELSE
                    PERFORM OUTPUT-SUPPLIER-DOES-NOT-EXIST
                END-IF
            ELSE IF WS-RESULT-VERB-ASSIGN = BOOLEAN-TRUE THEN
                PERFORM ASSIGN-COLOR-SUPPLIER
            ELSE IF WS-RESULT-VERB-LIST = BOOLEAN-TRUE THEN
                PERFORM LIST-MASTER-SUPPLIERS
            END-IF.
      * ===============================================================
      * Initialize working areas
      * ===============================================================
       INIT-WORK-AREAS.
            INITIALIZE SQLCA.
            MOVE 74 TO WS-MSG-LENGTH.
            MOVE SPACES TO WS-INPUT.
            MOVE SPACES TO WS-OUTPUT.
      * ===============================================================
      * Get transaction input
      * ===============================================================
       GET-TRANS-INPUT.
            EXEC CICS RECEIVE
                        INTO(WS-CICS-INPUT)
                        LENGTH(WS-MSG-LENGTH)
            END-EXEC.
      * ===============================================================
      * Parse the transaction input - the first three tokens are
      * positional, and whatever follows the first operand is the
      * NAME on ADD or the SUPPLIER on ASN
      * ===============================================================
       PARSE-CICS-INPUT.
            MOVE 1 TO WS-PARSE-PTR
            UNSTRING WS-CICS-INPUT DELIMITED BY ALL SPACE
                INTO WS-INPUT-TRAN-ID, WS-INPUT-VERB, WS-INPUT-KEY
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-PARSE-PTR <= LENGTH OF WS-CICS-INPUT THEN
                MOVE WS-CICS-INPUT(WS-PARSE-PTR:) TO WS-INPUT-REST
            END-IF
            IF WS-INPUT-VERB = WS-CONST-ASSIGN THEN
                MOVE WS-INPUT-KEY TO WS-INPUT-COLOR
                UNSTRING WS-INPUT-REST DELIMITED BY SPACE
                    INTO WS-INPUT-SUPPLIER
                END-UNSTRING
            ELSE
                MOVE WS-INPUT-KEY TO WS-INPUT-SUPPLIER
                MOVE WS-INPUT-REST TO WS-INPUT-NAME
            END-IF.
      * ===============================================================
      * Set indicator if verb is invalid
      * ===============================================================
       VERIFY-VERB.
            IF WS-CONST-ADD = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-ADD
            ELSE IF WS-CONST-RETIRE = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-RETIRE
            ELSE IF WS-CONST-ASSIGN = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-ASSIGN
            ELSE IF WS-CONST-LIST = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-LIST
            ELSE
                MOVE 19 TO WS-MSG-LENGTH
                MOVE 'USE ADD|RET|ASN|LST' TO WS-OUTPUT
            END-IF.
      * ===============================================================
      * Write transaction response to user
      * ===============================================================
       WRITE-OUTPUT.
      *
      *     Send response to terminal - LST uses its own, wider
      *     buffer since a page of rows cannot fit inside WS-OUTPUT
      *
            IF WS-RESULT-VERB-LIST = BOOLEAN-TRUE THEN
                EXEC CICS SEND
                            FROM(WS-LST-OUTPUT)
                            LENGTH(WS-LST-MSG-LENGTH)
                            ERASE
                END-EXEC
            ELSE
                EXEC CICS SEND
                            FROM(WS-OUTPUT)
                            LENGTH(WS-MSG-LENGTH)
                            ERASE
                END-EXEC
            END-IF.
      * ===============================================================
      * Set indicator if the input supplier is on
      * EVENT.MARBLE_SUPPLIER, capturing its STATUS for ROUTE-VERB's
      * re-activate / already-retired decisions
      * ===============================================================
       CHECK-IF-SUPPLIER-FOUND.
            EXEC SQL
                SELECT STATUS INTO :WS-WORK-STATUS
                FROM EVENT.MARBLE_SUPPLIER
                WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-SUPPLIER-FOUND
            ELSE
                MOVE BOOLEAN-FALSE TO WS-RESULT-SUPPLIER-FOUND
            END-IF.
      * ===============================================================
      * Make the input supplier a brand-new active supplier. SQLCODE
      * NOT = 0 (a duplicate-key race with another terminal adding
      * the same SUPPLIER) means no row went in - reported the same
      * way as the ordinary "already active" case.
      * ===============================================================
       INSERT-MASTER-SUPPLIER.
            EXEC SQL
                INSERT INTO EVENT.MARBLE_SUPPLIER
                (SUPPLIER_ID,NAME,STATUS)
                VALUES (
                      :WS-INPUT-SUPPLIER,
                      :WS-INPUT-NAME,
                      'A')
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUPPLIER-ALREADY-ACTIVE
            ELSE
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            END-IF.
      * ===============================================================
      * Re-activate a previously retired supplier - ADD on a retired
      * row flips it back to 'A' instead of failing, renaming it when
      * a NAME was typed. STATUS = 'R' in the WHERE clause keeps a
      * race with another terminal harmless.
      * ===============================================================
       REACTIVATE-MASTER-SUPPLIER.
            IF WS-INPUT-NAME = SPACES THEN
                EXEC SQL
                    UPDATE EVENT.MARBLE_SUPPLIER
                    SET STATUS = 'A'
                    WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
                      AND STATUS = 'R'
                END-EXEC
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLE_SUPPLIER
                    SET STATUS = 'A',
                        NAME = :WS-INPUT-NAME
                    WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
                      AND STATUS = 'R'
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUPPLIER-ALREADY-ACTIVE
            ELSE
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            END-IF.
      * ===============================================================
      * Retire the input supplier - refused while any color is still
      * assigned to it or any order sent to it is still open. The
      * refusal rides inside the UPDATE itself (NOT EXISTS in the
      * WHERE clause), the same single-statement guard
      * RETIRE-MASTER-COLOR in MRBL uses, so an ASN or an order
      * landing between any earlier read and this UPDATE still
      * blocks it. SQLCODE 100 therefore means a guard blocked it;
      * DIAGNOSE-RETIRE-REFUSAL works out which one to report. Any
      * other failure (a deadlock or timeout) changed nothing and is
      * reported for a retry.
      * ===============================================================
       RETIRE-MASTER-SUPPLIER.
            EXEC SQL
                UPDATE EVENT.MARBLE_SUPPLIER
                SET STATUS = 'R'
                WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
                  AND STATUS = 'A'
                  AND NOT EXISTS
                      (SELECT 1 FROM EVENT.MARBLE_SOURCE S
                       WHERE S.SUPPLIER_ID = :WS-INPUT-SUPPLIER)
                  AND NOT EXISTS
                      (SELECT 1 FROM EVENT.MARBLE_ORDER O
                       WHERE O.SUPPLIER_ID = :WS-INPUT-SUPPLIER
                         AND O.STATUS = 'O')
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            ELSE IF SQLCODE = 100 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM DIAGNOSE-RETIRE-REFUSAL
            ELSE
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-RETIRE-NOT-SAVED
            END-IF.
      * ===============================================================
      * Which guard refused the retirement? Assignments first - they
      * are what would keep raising new orders. Neither any more
      * means another terminal retired it in between.
      * ===============================================================
       DIAGNOSE-RETIRE-REFUSAL.
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLE_SOURCE
                WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
            END-EXEC
            IF WS-WORK-ROW-COUNT > 0 THEN
                PERFORM OUTPUT-COLORS-ASSIGNED
            ELSE
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                    FROM EVENT.MARBLE_ORDER
                    WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
                      AND STATUS = 'O'
                END-EXEC
                IF WS-WORK-ROW-COUNT > 0 THEN
                    PERFORM OUTPUT-ORDERS-OPEN
                ELSE
                    PERFORM OUTPUT-ALREADY-RETIRED
                END-IF
            END-IF.
      * ===============================================================
      * Point the input COLOR (or DEFAULT) at the input SUPPLIER. The
      * supplier must be active and the color an active EVENT.COLOR;
      * an existing assignment is replaced, otherwise one is added.
      * ===============================================================
       ASSIGN-COLOR-SUPPLIER.
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLE_SUPPLIER
                WHERE SUPPLIER_ID = :WS-INPUT-SUPPLIER
                  AND STATUS = 'A'
            END-EXEC
            IF WS-WORK-ROW-COUNT = 0 THEN
                PERFORM OUTPUT-SUPPLIER-DOES-NOT-EXIST
            ELSE
                IF WS-INPUT-COLOR = 'DEFAULT' THEN
                    MOVE 1 TO WS-WORK-ROW-COUNT
                ELSE
                    EXEC SQL
                        SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                        FROM EVENT.COLOR
                        WHERE COLOR = :WS-INPUT-COLOR
                          AND STATUS = 'A'
                    END-EXEC
                END-IF
                IF WS-WORK-ROW-COUNT = 0 THEN
                    PERFORM OUTPUT-INVALID-COLOR
                ELSE
                    PERFORM UPSERT-COLOR-SOURCE
                END-IF
            END-IF.
      * ===============================================================
      * Replace the color's assignment, or add one when it has none.
      * SQLCODE NOT = 0 on either (another terminal assigned the
      * same color in between, a deadlock, a timeout) is reported
      * for a clean retry.
      * ===============================================================
       UPSERT-COLOR-SOURCE.
            EXEC SQL
                UPDATE EVENT.MARBLE_SOURCE
                SET SUPPLIER_ID = :WS-INPUT-SUPPLIER
                WHERE COLOR = :WS-INPUT-COLOR
            END-EXEC
            IF SQLCODE = 100 THEN
                EXEC SQL
                    INSERT INTO EVENT.MARBLE_SOURCE
                    (COLOR,SUPPLIER_ID)
                    VALUES (
                          :WS-INPUT-COLOR,
                          :WS-INPUT-SUPPLIER)
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-ASSIGN-NOT-SAVED
            ELSE
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            END-IF.
      * ===============================================================
      * Move the supplier doesn't exist message into the buffer
      * ===============================================================
       OUTPUT-SUPPLIER-DOES-NOT-EXIST.
            MOVE 36 TO WS-MSG-LENGTH
            MOVE WS-ERROR-SUPPLIER-DNE TO WS-OUTPUT-ERROR-CODE
            MOVE 'UNKNOWN OR RETIRED SUPPLIER'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the supplier-operand-required message into the buffer
      * ===============================================================
       OUTPUT-SUPPLIER-REQUIRED.
            MOVE 26 TO WS-MSG-LENGTH
            MOVE WS-ERROR-SUPPLIER-REQUIRED TO WS-OUTPUT-ERROR-CODE
            MOVE 'SUPPLIER REQUIRED' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the ASN-operands-required message into the buffer
      * ===============================================================
       OUTPUT-ASSIGN-REQUIRED.
            MOVE 40 TO WS-MSG-LENGTH
            MOVE WS-ERROR-ASSIGN-REQUIRED TO WS-OUTPUT-ERROR-CODE
            MOVE 'USE MRBS ASN <COLOR> <SUPPLIER>'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the assignment-not-saved message into the buffer
      * ===============================================================
       OUTPUT-ASSIGN-NOT-SAVED.
            MOVE 36 TO WS-MSG-LENGTH
            MOVE WS-ERROR-ASSIGN-NOT-SAVED TO WS-OUTPUT-ERROR-CODE
            MOVE 'ASSIGNMENT NOT SAVED, RETRY'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the retirement-not-saved message into the buffer
      * ===============================================================
       OUTPUT-RETIRE-NOT-SAVED.
            MOVE 36 TO WS-MSG-LENGTH
            MOVE WS-ERROR-RETIRE-NOT-SAVED TO WS-OUTPUT-ERROR-CODE
            MOVE 'RETIREMENT NOT SAVED, RETRY'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the name-required message into the buffer
      * ===============================================================
       OUTPUT-NAME-REQUIRED.
            MOVE 41 TO WS-MSG-LENGTH
            MOVE WS-ERROR-NAME-REQUIRED TO WS-OUTPUT-ERROR-CODE
            MOVE 'NAME REQUIRED FOR A NEW SUPPLIER'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the supplier already active message into the buffer
      * ===============================================================
       OUTPUT-SUPPLIER-ALREADY-ACTIVE.
            MOVE 32 TO WS-MSG-LENGTH
            MOVE WS-ERROR-SUPPLIER-ACTIVE TO WS-OUTPUT-ERROR-CODE
            MOVE 'SUPPLIER ALREADY ACTIVE' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the colors-still-assigned message into the buffer
      * ===============================================================
       OUTPUT-COLORS-ASSIGNED.
            MOVE 50 TO WS-MSG-LENGTH
            MOVE WS-ERROR-COLORS-ASSIGNED TO WS-OUTPUT-ERROR-CODE
            MOVE 'COLORS STILL ASSIGNED, ASN THEM ELSEWHERE'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the open-orders message into the buffer
      * ===============================================================
       OUTPUT-ORDERS-OPEN.
            MOVE 44 TO WS-MSG-LENGTH
            MOVE WS-ERROR-ORDERS-OPEN TO WS-OUTPUT-ERROR-CODE
            MOVE 'OPEN ORDERS STILL DUE FROM SUPPLIER'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the invalid color message into the buffer
      * ===============================================================
       OUTPUT-INVALID-COLOR.
            MOVE 39 TO WS-MSG-LENGTH
            MOVE WS-ERROR-INVALID-COLOR TO WS-OUTPUT-ERROR-CODE
            MOVE 'INVALID COLOR, SEE EVENT.COLOR'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the already retired message into the buffer
      * ===============================================================
       OUTPUT-ALREADY-RETIRED.
            MOVE 33 TO WS-MSG-LENGTH
            MOVE WS-ERROR-ALREADY-RETIRED TO WS-OUTPUT-ERROR-CODE
            MOVE 'SUPPLIER ALREADY RETIRED' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the success message into the buffer
      * ===============================================================
       OUTPUT-SUCCESS.
            MOVE 7 TO WS-MSG-LENGTH
            MOVE WS-CONST-SUCCESS TO WS-OUTPUT-SUCCESS-TEXT.
      * ===============================================================
      * List master suppliers starting at WS-INPUT-SUPPLIER (SPACES
      * = from the top), WS-LST-MAX-ROWS at a time
      * ===============================================================
       LIST-MASTER-SUPPLIERS.
            MOVE SPACES TO WS-LST-OUTPUT
            MOVE 0 TO WS-LST-ROW-COUNT
            PERFORM OPEN-SUPLST-CURSOR
            PERFORM BUILD-LIST-HEADER
            PERFORM FETCH-SUPLST-ROW
            PERFORM APPEND-LIST-ROW
                UNTIL SQLCODE NOT = 0
                  OR WS-LST-ROW-COUNT >= WS-LST-MAX-ROWS
            PERFORM CLOSE-SUPLST-CURSOR
            IF WS-LST-ROW-COUNT = 0 THEN
                PERFORM OUTPUT-LIST-EMPTY
            ELSE
                IF SQLCODE = 0 THEN
                    PERFORM APPEND-LIST-MORE-FOOTER
                END-IF
                COMPUTE WS-LST-MSG-LENGTH = WS-LST-PTR - 1
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
            END-IF.
      * ===============================================================
      * Open the browse cursor for LST
      * ===============================================================
       OPEN-SUPLST-CURSOR.
            EXEC SQL
                OPEN SUPLST-CURSOR
            END-EXEC.
      * ===============================================================
      * Fetch the next row of the browse cursor for LST
      * ===============================================================
       FETCH-SUPLST-ROW.
            EXEC SQL
                FETCH SUPLST-CURSOR
                INTO :WS-LST-SUPPLIER, :WS-LST-NAME, :WS-LST-STATUS,
                     :WS-LST-COLOR-COUNT
            END-EXEC.
      * ===============================================================
      * Close the browse cursor for LST
      * ===============================================================
       CLOSE-SUPLST-CURSOR.
            EXEC SQL
                CLOSE SUPLST-CURSOR
            END-EXEC.
      * ===============================================================
      * Start the LST page with a column heading line
      * ===============================================================
       BUILD-LIST-HEADER.
            MOVE 1 TO WS-LST-PTR
            STRING 'SUPPLIER  NAME                            STATUS '
                    DELIMITED BY SIZE
                   '  COLORS  '
                    DELIMITED BY SIZE
                INTO WS-LST-OUTPUT
                WITH POINTER WS-LST-PTR
            END-STRING.
      * ===============================================================
      * Append one fetched row onto the LST page, then fetch the next
      * ===============================================================
       APPEND-LIST-ROW.
            MOVE SPACES TO WS-LST-LINE
            MOVE WS-LST-SUPPLIER TO WS-LST-LINE-SUPPLIER
            MOVE WS-LST-NAME TO WS-LST-LINE-NAME
            IF WS-LST-STATUS = 'R' THEN
                MOVE 'RETIRED' TO WS-LST-LINE-STATUS
            ELSE
                MOVE 'ACTIVE' TO WS-LST-LINE-STATUS
            END-IF
            MOVE WS-LST-COLOR-COUNT TO WS-LST-LINE-COLORS
            STRING WS-LST-LINE DELIMITED BY SIZE
                INTO WS-LST-OUTPUT
                WITH POINTER WS-LST-PTR
            END-STRING
            ADD 1 TO WS-LST-ROW-COUNT
            PERFORM FETCH-SUPLST-ROW.
      * ===============================================================
      * More rows remain - tell the operator where to resume
      * ===============================================================
       APPEND-LIST-MORE-FOOTER.
            STRING '...MORE, CONTINUE WITH: MRBS LST '
                    DELIMITED BY SIZE
                    WS-LST-SUPPLIER DELIMITED BY SPACE
                INTO WS-LST-OUTPUT
                WITH POINTER WS-LST-PTR
            END-STRING.
      * ===============================================================
      * Nothing on file at or after the requested starting SUPPLIER
      * ===============================================================
       OUTPUT-LIST-EMPTY.
            MOVE 18 TO WS-LST-MSG-LENGTH
            MOVE 'NO SUPPLIERS FOUND' TO WS-LST-OUTPUT.
