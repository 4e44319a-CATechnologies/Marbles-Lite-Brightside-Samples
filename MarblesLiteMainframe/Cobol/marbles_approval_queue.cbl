      * ===============================================================
      * The user invokes this transaction (called MRBQ) via:
      *   MRBQ [<VERB>]
      *
      * Where:
      *  <VERB> = LST|APR|REJ (omitted = LST)
      *
      * The supervisor's side of the approval queue. An UPD, ADJ, TRN
      * or SHP bigger than its verb's EVENT.MARBLE_THRESHOLD limit is
      * not applied by MARBLESI (Cobol/marbles_inventory_api.cbl) but
      * parked on EVENT.MARBLE_PENDING, and the operator who asked is
      * told MRBC018I with its pending number (Copybook/PENDCHG.cpy).
      * This transaction lists what is waiting and lets a supervisor
      * approve or reject it by number. Approval and rejection are
      * MARBLESI verbs in their own right, LINKed through the
      * published MRBCAPI COMMAREA like any other caller, so the
      * grant check (an EVENT.MARBLE_AUTHORITY row for APR / REJ),
      * the guarded apply and the audit row are the API's own code.
      *
      * Verb Functions:
      * LiST
      *  Invoked via MRBQ (or MRBQ LST [<SKIP>])
      *
      *  Where:
      *   <SKIP> An optional count of oldest rows to page past - the
      *          ...MORE footer of the previous page supplies it.
      *
      *  Pages the pending changes back to the terminal oldest-first,
      *  WS-LST-MAX-ROWS at a time: pending number, verb, color and
      *  location (plus the TO color and location of a TRN or SHP),
      *  amount and who asked. AMOUNT is what was posted - UPD's new
      *  on-hand count, ADJ's signed adjustment, TRN's quantity moved,
      *  SHP's quantity shipped.
      *
      *  Example:
      *   MRBQ
      *   MRBQ LST 0010
      *
      * APpRove
      *  Invoked via MRBQ APR <NUMBER>
      *
      *  Applies pending change <NUMBER> through the ordinary MARBLESI
      *  verb path, as of now - a change the stock no longer supports
      *  is refused with the verb's own error and stays pending. The
      *  audit row records the requester as USERID and this operator
      *  as APPROVED_BY.
      *
      *  Errors:
      *   MRBC008E - When the operator holds no APR grant
      *   MRBC019E - When <NUMBER> is not a change still pending
      *   MRBC020E - When the operator is the one who asked for it
      *   (and any refusal the parked verb itself can give)
      *
      *  Example:
      *   MRBQ APR 17
      *
      * REJect
      *  Invoked via MRBQ REJ <NUMBER>
      *
      *  Throws pending change <NUMBER> away unapplied. The requester
      *  may reject (withdraw) their own change.
      *
      *  Errors:
      *   MRBC008E - When the operator holds no REJ grant
      *   MRBC019E - When <NUMBER> is not a change still pending
      *
      *  Example:
      *   MRBQ REJ 17
      *
      * Build via
      *  gulp build --source marbles_approval_queue.cbl && gulp refresh --source marbles_approval_queue.cbl
      * ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARBLESQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BOOLEAN.
          02 BOOLEAN-FALSE PIC 9 VALUE 0.
          02 BOOLEAN-TRUE PIC 9 VALUE 1.
       01 WS-RESULT.
          02 WS-RESULT-VERB.
             03 WS-RESULT-VERB-LIST PIC 9 VALUE 0.
             03 WS-RESULT-VERB-APPROVE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-REJECT PIC 9 VALUE 0.
       01 WS-CONST.
          02 WS-CONST-LIST PIC X(3) VALUE 'LST'.
          02 WS-CONST-APPROVE PIC X(3) VALUE 'APR'.
          02 WS-CONST-REJECT PIC X(3) VALUE 'REJ'.
          02 WS-CONST-SUCCESS PIC X(7) VALUE 'SUCCESS'.
       01 WS-CICS-INPUT PIC X(74) VALUE SPACES.
       01 WS-INPUT.
          05 WS-INPUT-TRAN-ID PIC X(4).
          05 WS-INPUT-VERB PIC X(3) VALUE SPACES.
          05 WS-INPUT-PENDING-NO PIC 9(9) VALUE 0.
          05 WS-INPUT-SKIP PIC 9(4) VALUE 0.
       01 WS-PARSE-TOKENS.
          05 WS-PARSE-TOKEN-3 PIC X(10) VALUE SPACES.
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
      * Work areas for the LST browse - pending changes are paged
      * WS-LST-MAX-ROWS at a time into WS-LST-OUTPUT, the same paging
      * pattern the MRBM alert monitor uses.
      * ===============================================================
       01 WS-PEND-ROW.
          02 WS-PEND-NO PIC S9(9) COMP.
          02 WS-PEND-VERB PIC X(3).
          02 WS-PEND-COLOR PIC X(10).
          02 WS-PEND-LOCATION PIC X(8).
          02 WS-PEND-COLOR2 PIC X(10).
          02 WS-PEND-LOCATION2 PIC X(8).
          02 WS-PEND-AMOUNT PIC S9(9) COMP.
          02 WS-PEND-REQUESTED-BY PIC X(8).
       01 WS-LST-WORK.
          02 WS-LST-ROW-COUNT PIC S9(4) COMP VALUE 0.
          02 WS-LST-MAX-ROWS PIC S9(4) COMP VALUE 10.
          02 WS-LST-PTR PIC S9(4) COMP VALUE 1.
          02 WS-LST-SKIPPED PIC S9(4) COMP VALUE 0.
          02 WS-LST-SKIP-DISPLAY PIC 9(4) VALUE 0.
       01 WS-LST-LINE.
          02 WS-LST-LINE-NO PIC ZZZZZZZZ9.
          02 FILLER PIC X(1) VALUE SPACES.
          02 WS-LST-LINE-VERB PIC X(3).
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-COLOR PIC X(10).
          02 FILLER PIC X(1) VALUE SPACES.
          02 WS-LST-LINE-LOCATION PIC X(8).
          02 FILLER PIC X(1) VALUE SPACES.
          02 WS-LST-LINE-COLOR2 PIC X(10).
          02 FILLER PIC X(1) VALUE SPACES.
          02 WS-LST-LINE-LOCATION2 PIC X(8).
          02 FILLER PIC X(1) VALUE SPACES.
          02 WS-LST-LINE-AMOUNT PIC -ZZZZZZZZ9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 WS-LST-LINE-REQUESTED-BY PIC X(8).
          02 FILLER PIC X(2) VALUE SPACES.
       01 WS-LST-OUTPUT PIC X(900) VALUE SPACES.
       01 WS-LST-MSG-LENGTH PIC S9(4) COMP VALUE 0.
      * ===============================================================
      * The MARBLESI request/response COMMAREA that APR and REJ are
      * posted through
      * ===============================================================
           COPY MRBCAPI.
      * ===============================================================
      * Map SQL tables for this transaction
      * ===============================================================
           COPY PENDCHG.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * ===============================================================
      * MRBQ transaction
      * ===============================================================
       PROCEDURE DIVISION.
      *
      *    Pending changes oldest-first - the longest-waiting request
      *    tops the list. AMOUNT is the field the verb posted its
      *    quantity in.
      *
           EXEC SQL
               DECLARE PENDING-CURSOR CURSOR FOR
               SELECT PENDING_NO, VERB, COLOR, LOCATION, COLOR2,
                      LOCATION2,
                      CASE WHEN VERB = 'ADJ' THEN ADJ_AMOUNT
                           ELSE INVENTORY END,
                      REQUESTED_BY
               FROM EVENT.MARBLE_PENDING
               WHERE STATUS = 'P'
               ORDER BY PENDING_NO
           END-EXEC.
       MAIN-LOGIC.
           INITIALIZE SQLCA
           MOVE 74 TO WS-MSG-LENGTH
           MOVE SPACES TO WS-INPUT
           MOVE SPACES TO WS-PARSE-TOKENS
           MOVE SPACES TO WS-OUTPUT
           PERFORM GET-TRANS-INPUT
           PERFORM PARSE-CICS-INPUT
           PERFORM VERIFY-VERB
           PERFORM MAP-VERB-TOKENS
           PERFORM ROUTE-VERB
           PERFORM WRITE-OUTPUT
           GOBACK.
      * ===============================================================
      * Get transaction input
      * ===============================================================
       GET-TRANS-INPUT.
           EXEC CICS RECEIVE
                       INTO(WS-CICS-INPUT)
                       LENGTH(WS-MSG-LENGTH)
           END-EXEC.
      * ===============================================================
      * Parse the transaction input
      * ===============================================================
       PARSE-CICS-INPUT.
           UNSTRING WS-CICS-INPUT DELIMITED BY SPACE
               INTO WS-INPUT-TRAN-ID, WS-INPUT-VERB,
                    WS-PARSE-TOKEN-3
           END-UNSTRING.
      * ===============================================================
      * Set indicator if verb is invalid - a bare MRBQ means LST
      * ===============================================================
       VERIFY-VERB.
           IF WS-INPUT-VERB = SPACES
                   OR WS-CONST-LIST = WS-INPUT-VERB THEN
      *
      *        Normalize the bare-MRBQ default so the ...MORE footer
      *        tells the operator to continue with MRBQ LST <skip>
      *
               MOVE WS-CONST-LIST TO WS-INPUT-VERB
               MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-LIST
           ELSE IF WS-CONST-APPROVE = WS-INPUT-VERB THEN
               MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-APPROVE
           ELSE IF WS-CONST-REJECT = WS-INPUT-VERB THEN
               MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-REJECT
           ELSE
               MOVE 15 TO WS-MSG-LENGTH
               MOVE 'USE LST|APR|REJ' TO WS-OUTPUT
           END-IF.
      * ===============================================================
      * Map the positional token onto the field ROUTE-VERB looks at -
      * token 3 is a pending number for APR/REJ but a page-skip count
      * for LST. Either comes back a valid zoned zero when omitted -
      * MAIN-LOGIC's group MOVE SPACES left X'40's in both.
      * ===============================================================
       MAP-VERB-TOKENS.
           IF WS-RESULT-VERB-APPROVE = BOOLEAN-TRUE
                   OR WS-RESULT-VERB-REJECT = BOOLEAN-TRUE THEN
               MOVE 0 TO WS-INPUT-SKIP
               IF WS-PARSE-TOKEN-3 NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-3)
                       TO WS-INPUT-PENDING-NO
               ELSE
                   MOVE 0 TO WS-INPUT-PENDING-NO
               END-IF
           ELSE IF WS-RESULT-VERB-LIST = BOOLEAN-TRUE THEN
               MOVE 0 TO WS-INPUT-PENDING-NO
               IF WS-PARSE-TOKEN-3 NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-3)
                       TO WS-INPUT-SKIP
               ELSE
                   MOVE 0 TO WS-INPUT-SKIP
               END-IF
           END-IF.
      * ===============================================================
      * Route to specific verb processing routine
      * ===============================================================
       ROUTE-VERB.
           IF WS-RESULT-VERB-LIST = BOOLEAN-TRUE THEN
               PERFORM OPEN-PENDING-CURSOR
               PERFORM LIST-PENDING-CHANGES
               PERFORM CLOSE-PENDING-CURSOR
           ELSE IF WS-RESULT-VERB-APPROVE = BOOLEAN-TRUE
                   OR WS-RESULT-VERB-REJECT = BOOLEAN-TRUE THEN
               PERFORM CALL-INVENTORY-API
               PERFORM MAP-API-RESPONSE
           END-IF.
      * ===============================================================
      * Post the APR or REJ to MARBLESI - the grant check, the
      * approver-is-not-requester rule, the guarded apply and its
      * audit row all happen there, in this task's unit of work
      * ===============================================================
       CALL-INVENTORY-API.
           INITIALIZE MRBC-API-COMMAREA
           MOVE WS-INPUT-VERB TO MRBC-API-VERB
           MOVE WS-INPUT-PENDING-NO TO MRBC-API-PENDING-NO
           EXEC CICS LINK PROGRAM('MARBLESI')
                     COMMAREA(MRBC-API-COMMAREA)
                     LENGTH(LENGTH OF MRBC-API-COMMAREA)
           END-EXEC.
      * ===============================================================
      * Turn the API response into the terminal reply - SUCCESS, or
      * the MRBCnnnE code and text exactly as MRBC would show them.
      * An approval the API answers with a message (an approved SHP
      * answers with its transfer number, which the receiving dock
      * keys the RTR by) shows that message, as MRBC does.
      * ===============================================================
       MAP-API-RESPONSE.
           IF MRBC-API-RC = 0 THEN
               IF MRBC-API-MESSAGE NOT = SPACES THEN
                   MOVE 69 TO WS-MSG-LENGTH
                   MOVE MRBC-API-MESSAGE TO WS-OUTPUT
               ELSE
                   MOVE 7 TO WS-MSG-LENGTH
                   MOVE WS-CONST-SUCCESS TO WS-OUTPUT-SUCCESS-TEXT
               END-IF
           ELSE
               MOVE 78 TO WS-MSG-LENGTH
               MOVE MRBC-API-ERROR-CODE TO WS-OUTPUT-ERROR-CODE
               MOVE SPACE TO WS-OUTPUT-ERROR-SPACE
               MOVE MRBC-API-MESSAGE TO WS-OUTPUT-ERROR-MESSAGE
           END-IF.
      * ===============================================================
      * Page pending changes WS-LST-MAX-ROWS at a time, paging past
      * the WS-INPUT-SKIP oldest rows an earlier page already showed
      * ===============================================================
       LIST-PENDING-CHANGES.
           MOVE SPACES TO WS-LST-OUTPUT
           MOVE 0 TO WS-LST-ROW-COUNT
           MOVE 0 TO WS-LST-SKIPPED
           PERFORM BUILD-LIST-HEADER
           PERFORM FETCH-PENDING-ROW
           PERFORM SKIP-PENDING-ROW
               UNTIL WS-LST-SKIPPED >= WS-INPUT-SKIP
                 OR SQLCODE NOT = 0
           PERFORM APPEND-AND-FETCH-ROW
               UNTIL SQLCODE NOT = 0
                 OR WS-LST-ROW-COUNT >= WS-LST-MAX-ROWS
           IF WS-LST-ROW-COUNT = 0 THEN
               PERFORM OUTPUT-LIST-EMPTY
           ELSE
               IF SQLCODE = 0 THEN
                   PERFORM APPEND-LIST-MORE-FOOTER
               END-IF
               COMPUTE WS-LST-MSG-LENGTH = WS-LST-PTR - 1
           END-IF.
      * ===============================================================
      * Open / fetch / close the pending-change cursor
      * ===============================================================
       OPEN-PENDING-CURSOR.
           EXEC SQL
               OPEN PENDING-CURSOR
           END-EXEC.
       CLOSE-PENDING-CURSOR.
           EXEC SQL
               CLOSE PENDING-CURSOR
           END-EXEC.
       FETCH-PENDING-ROW.
           EXEC SQL
               FETCH PENDING-CURSOR
               INTO :WS-PEND-NO, :WS-PEND-VERB, :WS-PEND-COLOR,
                    :WS-PEND-LOCATION, :WS-PEND-COLOR2,
                    :WS-PEND-LOCATION2, :WS-PEND-AMOUNT,
                    :WS-PEND-REQUESTED-BY
           END-EXEC.
      * ===============================================================
      * Page past one pending change an earlier page already showed
      * ===============================================================
       SKIP-PENDING-ROW.
           ADD 1 TO WS-LST-SKIPPED
           PERFORM FETCH-PENDING-ROW.
      * ===============================================================
      * Start the page with a column heading line
      * ===============================================================
       BUILD-LIST-HEADER.
           MOVE 1 TO WS-LST-PTR
           STRING 'PENDING   VRB  COLOR      LOCATION '
                   DELIMITED BY SIZE
                  'TO-COLOR   TO-LOC       AMOUNT  REQUESTER '
                   DELIMITED BY SIZE
               INTO WS-LST-OUTPUT
               WITH POINTER WS-LST-PTR
           END-STRING.
      * ===============================================================
      * Append the fetched pending change onto the page, then fetch
      * the next - the TO columns are only meaningful for a TRN or
      * SHP
      * ===============================================================
       APPEND-AND-FETCH-ROW.
           MOVE SPACES TO WS-LST-LINE
           MOVE WS-PEND-NO TO WS-LST-LINE-NO
           MOVE WS-PEND-VERB TO WS-LST-LINE-VERB
           MOVE WS-PEND-COLOR TO WS-LST-LINE-COLOR
           MOVE WS-PEND-LOCATION TO WS-LST-LINE-LOCATION
           IF WS-PEND-VERB = 'TRN' OR WS-PEND-VERB = 'SHP' THEN
               MOVE WS-PEND-COLOR2 TO WS-LST-LINE-COLOR2
               MOVE WS-PEND-LOCATION2 TO WS-LST-LINE-LOCATION2
           END-IF
           MOVE WS-PEND-AMOUNT TO WS-LST-LINE-AMOUNT
           MOVE WS-PEND-REQUESTED-BY TO WS-LST-LINE-REQUESTED-BY
           STRING WS-LST-LINE DELIMITED BY SIZE
               INTO WS-LST-OUTPUT
               WITH POINTER WS-LST-PTR
           END-STRING
           ADD 1 TO WS-LST-ROW-COUNT
           PERFORM FETCH-PENDING-ROW.
      * ===============================================================
      * More pending changes remain - tell the operator where to
      * resume (the skip count is zero-padded so NUMVAL reads it back
      * on the next page)
      * ===============================================================
       APPEND-LIST-MORE-FOOTER.
           COMPUTE WS-LST-SKIP-DISPLAY =
               WS-INPUT-SKIP + WS-LST-ROW-COUNT
           STRING '...MORE, CONTINUE WITH: MRBQ ' DELIMITED BY SIZE
                   WS-INPUT-VERB DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-LST-SKIP-DISPLAY DELIMITED BY SIZE
               INTO WS-LST-OUTPUT
               WITH POINTER WS-LST-PTR
           END-STRING.
      * ===============================================================
      * Nothing pending at or past the requested page
      * ===============================================================
       OUTPUT-LIST-EMPTY.
           MOVE 27 TO WS-LST-MSG-LENGTH
           MOVE 'NO CHANGES PENDING APPROVAL' TO WS-LST-OUTPUT.
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
