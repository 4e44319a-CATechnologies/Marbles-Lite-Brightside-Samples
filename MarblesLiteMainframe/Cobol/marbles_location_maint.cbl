      * ===============================================================
      * The user invokes this transaction (called MRBW) via:
      *   MRBW <VERB>
      *
      * Where:
      *  <VERB> = ADD|CLS|LST
      *
      * Maintains the EVENT.MARBLE_LOCATION warehouse master (see
      * Copybook/LOCMAST.cpy) that the MARBLESI CRE, TRN, SHP, RSV
      * and KRS verbs, the MARBLESM movement apply and the MARBLESZ
      * count posting validate LOCATION against - so a new warehouse is
      * opened here, on purpose, instead of by the first typo that
      * names it. The same quick-command maintenance pattern as MRBL
      * for EVENT.COLOR.
      *
      * Verb Functions:
      * ADD
      *  Invoked via MRBW ADD <LOCATION> <NAME>
      *
      *  Makes <LOCATION> an open warehouse called <NAME> (the rest
      *  of the line, spaces and all). A location that was previously
      *  closed is re-opened rather than duplicated, keeping its old
      *  name unless a new <NAME> is given.
      *
      *  Errors:
      *   MRBW002E - When <LOCATION> is already open
      *   MRBW005E - When <LOCATION> is omitted
      *   MRBW008E - When <NAME> is omitted for a new location
      *
      *  Example:
      *   MRBW ADD NORTH NORTH DOCK, BUILDING 4
      *
      * CLoSe
      *  Invoked via MRBW CLS <LOCATION>
      *
      *  Closes <LOCATION> - CRE, TRN, SHP, RSV, KRS and the batch
      *  apply and count posting stop accepting it. The row is kept
      *  (STATUS 'C'), not deleted, so history stays interpretable and
      *  the location can be re-ADDed later. Closing is refused while
      *  the location still holds on-hand stock, an open supplier
      *  order, an outstanding reservation or a transfer in transit
      *  to or from it (Copybook/TRANSIT.cpy), so nothing live is
      *  stranded in a building nobody can post to.
      *
      *  Errors:
      *   MRBW001E - When <LOCATION> is not in EVENT.MARBLE_LOCATION
      *   MRBW003E - When EVENT.MARBLE still holds inventory there
      *   MRBW004E - When <LOCATION> is already closed
      *   MRBW005E - When <LOCATION> is omitted
      *   MRBW006E - When an EVENT.MARBLE_ORDER is still open for it
      *   MRBW007E - When EVENT.MARBLE_RESERVATION still holds stock
      *              promised there
      *   MRBW009E - When a transfer shipped to or from it is still
      *              in transit on EVENT.MARBLE_TRANSIT
      *
      *  Example:
      *   MRBW CLS NORTH
      *
      * LiST
      *  Invoked via MRBW LST [<LOCATION>]
      *
      *  Where:
      *   <LOCATION> An optional starting point for the browse. When
      *              omitted the browse starts at the first LOCATION
      *              on file.
      *
      *  Pages EVENT.MARBLE_LOCATION back to the terminal
      *  WS-LST-MAX-ROWS at a time, open and closed rows alike. When
      *  more rows remain, the last line tells the operator what
      *  LOCATION to re-issue MRBW LST with to continue.
      *
      *  Example:
      *   MRBW LST
      *   MRBW LST NORTH
      *
      * There is no maintenance panel - ADD carries a free-text NAME
      * the MRBL-style panel has no field for, so MRBW is
      * quick-command only, like MRBK and MRBU.
      *
      * Build via
      *  gulp build --source marbles_location_maint.cbl && gulp refresh --source marbles_location_maint.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLESN.
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
          02 WS-RESULT-LOCATION-FOUND PIC 9 VALUE 0.
          02 WS-RESULT-OPERATION-SUCCESS PIC 9 VALUE 0.
          02 WS-RESULT-VERB.
             03 WS-RESULT-VERB-ADD PIC 9 VALUE 0.
             03 WS-RESULT-VERB-CLOSE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-LIST PIC 9 VALUE 0.
       01 WS-CONST.
          02 WS-CONST-ADD PIC X(3) VALUE 'ADD'.
          02 WS-CONST-CLOSE PIC X(3) VALUE 'CLS'.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-SUCCESS PIC X(7) VALUE 'SUCCESS'.
       01 WS-ERROR-CODES.
          02 WS-ERROR-LOCATION-DNE PIC X(8) VALUE 'MRBW001E'.
          02 WS-ERROR-LOCATION-OPEN PIC X(8) VALUE 'MRBW002E'.
          02 WS-ERROR-INVENTORY-ON-HAND PIC X(8) VALUE 'MRBW003E'.
          02 WS-ERROR-ALREADY-CLOSED PIC X(8) VALUE 'MRBW004E'.
          02 WS-ERROR-LOCATION-REQUIRED PIC X(8) VALUE 'MRBW005E'.
          02 WS-ERROR-ORDERS-OPEN PIC X(8) VALUE 'MRBW006E'.
          02 WS-ERROR-RESERVED-OUTSTANDING PIC X(8) VALUE 'MRBW007E'.
          02 WS-ERROR-NAME-REQUIRED PIC X(8) VALUE 'MRBW008E'.
          02 WS-ERROR-TRANSIT-OUTSTANDING PIC X(8) VALUE 'MRBW009E'.
       01 WS-CICS-INPUT PIC X(74) VALUE SPACES.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-VERB PIC X(3) VALUE SPACES.
          05 WS-INPUT-LOCATION PIC X(8) VALUE SPACES.
          05 WS-INPUT-NAME PIC X(30) VALUE SPACES.
      *
      *    Where UNSTRING stopped - everything after the LOCATION
      *    token is the NAME, embedded spaces included.
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
      * Work areas for the LST verb - EVENT.MARBLE_LOCATION is browsed
      * WS-LST-MAX-ROWS at a time into WS-LST-OUTPUT, the same paging
      * pattern as MRBL
      * ===============================================================
       01 WS-LST-WORK.
          02 WS-LST-LOCATION PIC X(8).
          02 WS-LST-NAME PIC X(30).
          02 WS-LST-STATUS PIC X(1).
          02 WS-LST-ROW-COUNT PIC S9(4) COMP VALUE 0.
          02 WS-LST-MAX-ROWS PIC S9(4) COMP VALUE 10.
          02 WS-LST-PTR PIC S9(4) COMP VALUE 1.
       01 WS-LST-LINE.
          02 WS-LST-LINE-LOCATION PIC X(8).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-NAME PIC X(30).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-STATUS PIC X(6).
          02 FILLER PIC X(2) VALUE SPACES.
       01 WS-LST-OUTPUT PIC X(900) VALUE SPACES.
       01 WS-LST-MSG-LENGTH PIC S9(4) COMP VALUE 0.
      * ===============================================================
      * Map SQL tables for this transaction
      * ===============================================================
           COPY LOCMAST.
           COPY MARBLE.
           COPY ORDERS.
           COPY RESERVE.
           COPY TRANSIT.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBW transaction
      * ===============================================================
       PROCEDURE DIVISION.
           EXEC SQL
               DECLARE LOCLST-CURSOR CURSOR FOR
               SELECT LOCATION, NAME, STATUS
               FROM EVENT.MARBLE_LOCATION
               WHERE LOCATION >= :WS-INPUT-LOCATION
               ORDER BY LOCATION
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
      * Route to specific verb processing routine. ADD/CLS with no
      * LOCATION operand is rejected up front, as MRBL rejects a
      * colorless ADD/RET - an all-blank master row would otherwise
      * validate every blank LOCATION a bad input file carries.
      * ===============================================================
       ROUTE-VERB.
            IF (WS-RESULT-VERB-ADD = BOOLEAN-TRUE
                    OR WS-RESULT-VERB-CLOSE = BOOLEAN-TRUE)
                    AND WS-INPUT-LOCATION = SPACES THEN
                PERFORM OUTPUT-LOCATION-REQUIRED
            ELSE IF WS-RESULT-VERB-ADD = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-LOCATION-FOUND
                IF WS-RESULT-LOCATION-FOUND = BOOLEAN-FALSE THEN
                    IF WS-INPUT-NAME = SPACES THEN
                        PERFORM OUTPUT-NAME-REQUIRED
                    ELSE
                        PERFORM INSERT-MASTER-LOCATION
                    END-IF
                ELSE
                    IF WS-WORK-STATUS = 'C' THEN
                        PERFORM REOPEN-MASTER-LOCATION
                    ELSE
                        PERFORM OUTPUT-LOCATION-ALREADY-OPEN
                    END-IF
                END-IF
            ELSE IF WS-RESULT-VERB-CLOSE = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-LOCATION-FOUND
                IF WS-RESULT-LOCATION-FOUND = BOOLEAN-TRUE THEN
                    IF WS-WORK-STATUS = 'C' THEN
                        PERFORM OUTPUT-ALREADY-CLOSED
                    ELSE
                        PERFORM CLOSE-MASTER-LOCATION
                    END-IF
                ELSE
                    PERFORM OUTPUT-LOCATION-DOES-NOT-EXIST
                END-IF
            ELSE IF WS-RESULT-VERB-LIST = BOOLEAN-TRUE THEN
                PERFORM LIST-MASTER-LOCATIONS
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
      * positional, and whatever follows the LOCATION is its NAME
      * ===============================================================
       PARSE-CICS-INPUT.
            MOVE 1 TO WS-PARSE-PTR
            UNSTRING WS-CICS-INPUT DELIMITED BY ALL SPACE
                INTO WS-INPUT-TRAN-ID, WS-INPUT-VERB,
                     WS-INPUT-LOCATION
                WITH POINTER WS-PARSE-PTR
            END-UNSTRING
            IF WS-PARSE-PTR <= LENGTH OF WS-CICS-INPUT THEN
                MOVE WS-CICS-INPUT(WS-PARSE-PTR:) TO WS-INPUT-NAME
            END-IF.
      * ===============================================================
      * Set indicator if verb is invalid
      * ===============================================================
       VERIFY-VERB.
            IF WS-CONST-ADD = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-ADD
            ELSE IF WS-CONST-CLOSE = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-CLOSE
            ELSE IF WS-CONST-LIST = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-LIST
            ELSE
                MOVE 15 TO WS-MSG-LENGTH
                MOVE 'USE ADD|CLS|LST' TO WS-OUTPUT
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
      * Set indicator if the input location is on
      * EVENT.MARBLE_LOCATION, capturing its STATUS for ROUTE-VERB's
      * re-open / already-closed decisions
      * ===============================================================
       CHECK-IF-LOCATION-FOUND.
            EXEC SQL
                SELECT STATUS INTO :WS-WORK-STATUS
                FROM EVENT.MARBLE_LOCATION
                WHERE LOCATION = :WS-INPUT-LOCATION
            END-EXEC
            IF SQLCODE = 0 THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-LOCATION-FOUND
            ELSE
                MOVE BOOLEAN-FALSE TO WS-RESULT-LOCATION-FOUND
            END-IF.
      * ===============================================================
      * Make the input location a brand-new open warehouse. SQLCODE
      * NOT = 0 (a duplicate-key race with another terminal adding
      * the same LOCATION) means no row went in - reported the same
      * way as the ordinary "already open" case.
      * ===============================================================
       INSERT-MASTER-LOCATION.
            EXEC SQL
                INSERT INTO EVENT.MARBLE_LOCATION
                (LOCATION,NAME,STATUS)
                VALUES (
                      :WS-INPUT-LOCATION,
                      :WS-INPUT-NAME,
                      'O')
            END-EXEC
            IF SQLCODE NOT = 0 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-LOCATION-ALREADY-OPEN
            ELSE
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            END-IF.
      * ===============================================================
      * Re-open a previously closed location - ADD on a closed row
      * flips it back to 'O' instead of failing, renaming it when a
      * NAME was typed. STATUS = 'C' in the WHERE clause keeps a race
      * with another terminal harmless.
      * ===============================================================
       REOPEN-MASTER-LOCATION.
            IF WS-INPUT-NAME = SPACES THEN
                EXEC SQL
                    UPDATE EVENT.MARBLE_LOCATION
                    SET STATUS = 'O'
                    WHERE LOCATION = :WS-INPUT-LOCATION
                      AND STATUS = 'C'
                END-EXEC
            ELSE
                EXEC SQL
                    UPDATE EVENT.MARBLE_LOCATION
                    SET STATUS = 'O',
                        NAME = :WS-INPUT-NAME
                    WHERE LOCATION = :WS-INPUT-LOCATION
                      AND STATUS = 'C'
                END-EXEC
            END-IF
            IF SQLCODE NOT = 0 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-LOCATION-ALREADY-OPEN
            ELSE
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            END-IF.
      * ===============================================================
      * Close the input location - refused while it still holds
      * on-hand stock, an open supplier order, an outstanding
      * reservation or a transfer in transit either way. The refusal
      * rides inside the UPDATE itself (NOT EXISTS in the WHERE
      * clause), the same single-statement guard RETIRE-MASTER-COLOR
      * in MRBL uses, so stock, an order, a booking or a shipment
      * landing between any earlier read and this UPDATE
      * still blocks the close. SQLCODE 100 therefore means a guard
      * blocked it; DIAGNOSE-CLOSE-REFUSAL works out which one to
      * report.
      * ===============================================================
       CLOSE-MASTER-LOCATION.
            EXEC SQL
                UPDATE EVENT.MARBLE_LOCATION
                SET STATUS = 'C'
                WHERE LOCATION = :WS-INPUT-LOCATION
                  AND STATUS = 'O'
                  AND NOT EXISTS
                      (SELECT 1 FROM EVENT.MARBLE M
                       WHERE M.LOCATION = :WS-INPUT-LOCATION
                         AND M.INVENTORY > 0)
                  AND NOT EXISTS
                      (SELECT 1 FROM EVENT.MARBLE_ORDER O
                       WHERE O.LOCATION = :WS-INPUT-LOCATION
                         AND O.STATUS = 'O')
                  AND NOT EXISTS
                      (SELECT 1 FROM EVENT.MARBLE_RESERVATION R
                       WHERE R.LOCATION = :WS-INPUT-LOCATION)
                  AND NOT EXISTS
                      (SELECT 1 FROM EVENT.MARBLE_TRANSIT T
                       WHERE (T.FROM_LOCATION = :WS-INPUT-LOCATION
                              OR T.TO_LOCATION = :WS-INPUT-LOCATION)
                         AND T.STATUS = 'T')
            END-EXEC
            IF SQLCODE = 100 THEN
                MOVE BOOLEAN-FALSE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM DIAGNOSE-CLOSE-REFUSAL
            ELSE
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                PERFORM OUTPUT-SUCCESS
            END-IF.
      * ===============================================================
      * Which guard refused the close? Checked in the order the
      * operator has to clear them: stock first, then orders, then
      * reservations, then transfers in transit. None of them any
      * more means another terminal closed it in between.
      * ===============================================================
       DIAGNOSE-CLOSE-REFUSAL.
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLE
                WHERE LOCATION = :WS-INPUT-LOCATION
                  AND INVENTORY > 0
            END-EXEC
            IF WS-WORK-ROW-COUNT > 0 THEN
                PERFORM OUTPUT-INVENTORY-ON-HAND
            ELSE
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                    FROM EVENT.MARBLE_ORDER
                    WHERE LOCATION = :WS-INPUT-LOCATION
                      AND STATUS = 'O'
                END-EXEC
                IF WS-WORK-ROW-COUNT > 0 THEN
                    PERFORM OUTPUT-ORDERS-OPEN
                ELSE
                    EXEC SQL
                        SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                        FROM EVENT.MARBLE_RESERVATION
                        WHERE LOCATION = :WS-INPUT-LOCATION
                    END-EXEC
                    IF WS-WORK-ROW-COUNT > 0 THEN
                        PERFORM OUTPUT-RESERVED-OUTSTANDING
                    ELSE
                        PERFORM DIAGNOSE-TRANSIT-REFUSAL
                    END-IF
                END-IF
            END-IF.
      * ===============================================================
      * Last of the close guards - a transfer still on the truck to
      * or from the location, to be received (MRBC RTR) first
      * ===============================================================
       DIAGNOSE-TRANSIT-REFUSAL.
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLE_TRANSIT
                WHERE (FROM_LOCATION = :WS-INPUT-LOCATION
                       OR TO_LOCATION = :WS-INPUT-LOCATION)
                  AND STATUS = 'T'
            END-EXEC
            IF WS-WORK-ROW-COUNT > 0 THEN
                PERFORM OUTPUT-TRANSIT-OUTSTANDING
            ELSE
                PERFORM OUTPUT-ALREADY-CLOSED
            END-IF.
      * ===============================================================
      * Move the location doesn't exist message into the buffer
      * ===============================================================
       OUTPUT-LOCATION-DOES-NOT-EXIST.
            MOVE 33 TO WS-MSG-LENGTH
            MOVE WS-ERROR-LOCATION-DNE TO WS-OUTPUT-ERROR-CODE
            MOVE 'UNKNOWN LOCATION, ADD IT' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the location-operand-required message into the buffer
      * ===============================================================
       OUTPUT-LOCATION-REQUIRED.
            MOVE 26 TO WS-MSG-LENGTH
            MOVE WS-ERROR-LOCATION-REQUIRED TO WS-OUTPUT-ERROR-CODE
            MOVE 'LOCATION REQUIRED' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the name-required message into the buffer
      * ===============================================================
       OUTPUT-NAME-REQUIRED.
            MOVE 41 TO WS-MSG-LENGTH
            MOVE WS-ERROR-NAME-REQUIRED TO WS-OUTPUT-ERROR-CODE
            MOVE 'NAME REQUIRED FOR A NEW LOCATION'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the location already open message into the buffer
      * ===============================================================
       OUTPUT-LOCATION-ALREADY-OPEN.
            MOVE 30 TO WS-MSG-LENGTH
            MOVE WS-ERROR-LOCATION-OPEN TO WS-OUTPUT-ERROR-CODE
            MOVE 'LOCATION ALREADY OPEN' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the inventory-on-hand message into the buffer
      * ===============================================================
       OUTPUT-INVENTORY-ON-HAND.
            MOVE 57 TO WS-MSG-LENGTH
            MOVE WS-ERROR-INVENTORY-ON-HAND TO WS-OUTPUT-ERROR-CODE
            MOVE 'EVENT.MARBLE STILL HOLDS INVENTORY, CANNOT CLOSE'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the open-orders message into the buffer
      * ===============================================================
       OUTPUT-ORDERS-OPEN.
            MOVE 53 TO WS-MSG-LENGTH
            MOVE WS-ERROR-ORDERS-OPEN TO WS-OUTPUT-ERROR-CODE
            MOVE 'OPEN ORDERS STILL DUE IN, RECEIVE THEM FIRST'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the reservations-outstanding message into the buffer
      * ===============================================================
       OUTPUT-RESERVED-OUTSTANDING.
            MOVE 53 TO WS-MSG-LENGTH
            MOVE WS-ERROR-RESERVED-OUTSTANDING TO WS-OUTPUT-ERROR-CODE
            MOVE 'RESERVATIONS OUTSTANDING, RELEASE THEM FIRST'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the transfers-in-transit message into the buffer
      * ===============================================================
       OUTPUT-TRANSIT-OUTSTANDING.
            MOVE 55 TO WS-MSG-LENGTH
            MOVE WS-ERROR-TRANSIT-OUTSTANDING TO WS-OUTPUT-ERROR-CODE
            MOVE 'TRANSFERS STILL IN TRANSIT, RECEIVE THEM FIRST'
                TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the already closed message into the buffer
      * ===============================================================
       OUTPUT-ALREADY-CLOSED.
            MOVE 32 TO WS-MSG-LENGTH
            MOVE WS-ERROR-ALREADY-CLOSED TO WS-OUTPUT-ERROR-CODE
            MOVE 'LOCATION ALREADY CLOSED' TO WS-OUTPUT-ERROR-MESSAGE.
      * ===============================================================
      * Move the success message into the buffer
      * ===============================================================
       OUTPUT-SUCCESS.
            MOVE 7 TO WS-MSG-LENGTH
            MOVE WS-CONST-SUCCESS TO WS-OUTPUT-SUCCESS-TEXT.
      * ===============================================================
      * List master locations starting at WS-INPUT-LOCATION (SPACES
      * = from the top), WS-LST-MAX-ROWS at a time
      * ===============================================================
       LIST-MASTER-LOCATIONS.
            MOVE SPACES TO WS-LST-OUTPUT
            MOVE 0 TO WS-LST-ROW-COUNT
            PERFORM OPEN-LOCLST-CURSOR
            PERFORM BUILD-LIST-HEADER
            PERFORM FETCH-LOCLST-ROW
            PERFORM APPEND-LIST-ROW
                UNTIL SQLCODE NOT = 0
                  OR WS-LST-ROW-COUNT >= WS-LST-MAX-ROWS
            PERFORM CLOSE-LOCLST-CURSOR
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
       OPEN-LOCLST-CURSOR.
            EXEC SQL
                OPEN LOCLST-CURSOR
            END-EXEC.
      * ===============================================================
      * Fetch the next row of the browse cursor for LST
      * ===============================================================
       FETCH-LOCLST-ROW.
            EXEC SQL
                FETCH LOCLST-CURSOR
                INTO :WS-LST-LOCATION, :WS-LST-NAME, :WS-LST-STATUS
            END-EXEC.
      * ===============================================================
      * Close the browse cursor for LST
      * ===============================================================
       CLOSE-LOCLST-CURSOR.
            EXEC SQL
                CLOSE LOCLST-CURSOR
            END-EXEC.
      * ===============================================================
      * Start the LST page with a column heading line
      * ===============================================================
       BUILD-LIST-HEADER.
            MOVE 1 TO WS-LST-PTR
            STRING 'LOCATION  NAME                            STATUS'
                    DELIMITED BY SIZE
                INTO WS-LST-OUTPUT
                WITH POINTER WS-LST-PTR
            END-STRING.
      * ===============================================================
      * Append one fetched row onto the LST page, then fetch the next
      * ===============================================================
       APPEND-LIST-ROW.
            MOVE SPACES TO WS-LST-LINE
            MOVE WS-LST-LOCATION TO WS-LST-LINE-LOCATION
            MOVE WS-LST-NAME TO WS-LST-LINE-NAME
            IF WS-LST-STATUS = 'C' THEN
                MOVE 'CLOSED' TO WS-LST-LINE-STATUS
            ELSE
                MOVE 'OPEN' TO WS-LST-LINE-STATUS
            END-IF
            STRING WS-LST-LINE DELIMITED BY SIZE
                INTO WS-LST-OUTPUT
                WITH POINTER WS-LST-PTR
            END-STRING
            ADD 1 TO WS-LST-ROW-COUNT
            PERFORM FETCH-LOCLST-ROW.
      * ===============================================================
      * More rows remain - tell the operator where to resume
      * ===============================================================
       APPEND-LIST-MORE-FOOTER.
            STRING '...MORE, CONTINUE WITH: MRBW LST '
                    DELIMITED BY SIZE
                    WS-LST-LOCATION DELIMITED BY SPACE
                INTO WS-LST-OUTPUT
                WITH POINTER WS-LST-PTR
            END-STRING.
      * ===============================================================
      * Nothing on file at or after the requested starting LOCATION
      * ===============================================================
       OUTPUT-LIST-EMPTY.
            MOVE 18 TO WS-LST-MSG-LENGTH
            MOVE 'NO LOCATIONS FOUND' TO WS-LST-OUTPUT.
