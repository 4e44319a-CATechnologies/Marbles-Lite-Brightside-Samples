      *
      * Where:
      *  <VERB> = CRE|UPD|DEL|LST|TRN|ADJ|RCV|HIS|RSV|REL|KRS|KRL|KAV
      *           |ISS|KIS|SHP|RTR
      *
      * Inventory is held per COLOR per LOCATION (one EVENT.MARBLE row
      * per color per warehouse), so every verb that names a COLOR
      * security review. This applies to the quick command line and
      * the panel alike.
      *
      * UPD, TRN, SHP and ADJ are also size-checked: a change bigger
      * than the verb's EVENT.MARBLE_THRESHOLD limit is not applied
      * but queued for a supervisor (MRBC018I, with the pending number
      * - see Copybook/PENDCHG.cpy), who approves or rejects it on the
      * MRBQ transaction (marbles_approval_queue.cbl). Nothing
      * changes until it is approved, and never by the same operator.
      *
      * MARBLESC is a thin terminal front end: it parses the input,
      * then LINKs every state-changing verb (CRE UPD DEL TRN ADJ RCV
      * RSV REL ISS SHP RTR and the kit verbs) to the MARBLESI
      * callable inventory API (marbles_inventory_api.cbl, COMMAREA
      * layout in Copybook/MRBCAPI.cpy) and formats the structured
      * response back onto the screen. The picking system and the web
      * front end LINK the same program, so the terminal path and the
      * programmatic path run the same authorization check, the same
      * SQL guards and the same audit writes, and cannot diverge.
      * Only the two read-only 3270 browses, LST and HIS, run their
      *
      *  Where:
      *   <COLOR> Exists in the EVENT.COLOR table.
      *   <LOCATION> The warehouse holding the stock, open on MRBW.
      *   <INVENTORY> An integer value.
      *
      *  Errors:
      *   MRBC002E - When a marble of <COLOR> already exists at
      *              <LOCATION>
      *   MRBC003E - When <COLOR> isn't in the EVENT.COLOR table
      *   MRBC022E - When <LOCATION> is not an open warehouse on
      *              EVENT.MARBLE_LOCATION (MRBW)
      *
      *  Example:
      *   MRBC CRE BLUE EAST 10
      *   MRBC003E - When <COLOR> isn't in the EVENT.COLOR table
      *   MRBC006E - When the row was updated by someone else since the
      *              caller last read it (see ROW_VERSION in MARBLE.cpy)
      *   MRBC018I - When the change in INVENTORY is over the UPD
      *              approval limit - queued for MRBQ, not applied
      *
      *  Example:
      *   MRBC UPD BLUE EAST 1
      *   MRBC001E - When either the FROM or the TO row doesn't exist
      *   MRBC005E - When the FROM row doesn't have <N> to give up
      *              over and above its reserved quantity
      *   MRBC018I - When <N> is over the TRN approval limit - queued
      *              for MRBQ, not applied
      *   MRBC022E - When either location is not an open warehouse
      *              on EVENT.MARBLE_LOCATION (MRBW)
      *
      *  TRN is for stock that never leaves the building. Moving a
      *  color between warehouses by truck is the two-step SHP/RTR
      *  below, so the stock is visibly in transit while it travels.
      *
      *  Example:
      *   MRBC TRN BLUE EAST GREEN EAST 5
      *   MRBC004E - When <+/-N> would take INVENTORY below the
      *              quantity still reserved through RSV (below zero
      *              when nothing is reserved)
      *   MRBC018I - When <+/-N> is over the ADJ approval limit -
      *              queued for MRBQ, not applied
      *
      *  Example:
      *   MRBC ADJ BLUE EAST -3
      *
      * ReCeiVe
      *  Invoked via MRBC RCV <ORDER-NO> [<N>]
      *
      *  Where:
      *   <ORDER-NO> Is an open order on EVENT.MARBLE_ORDER, raised
      *              by the nightly MARBLESR replenishment job
      *              (see marbles_replenish.cbl).
      *   <N> The quantity that actually arrived, when the supplier
      *       shipped short or over. When omitted the order's full
      *       QUANTITY is taken as delivered.
      *
      *  Posts the delivery for <ORDER-NO>: marks the order 'C'losed
      *  with today's date and the quantity received (kept for the
      *  MARBLES1 supplier scorecard - a short delivery still closes
      *  the order, and MARBLESR re-orders any remaining shortfall)
      *  and adds that quantity to its COLOR's INVENTORY at the
      *  order's LOCATION (re-creating the EVENT.MARBLE row if it
      *  was deleted after the order was raised) in one unit of work
      *  - either the order closes and the stock goes up, or neither
      *
      *  Example:
      *   MRBC RCV 17
      *   MRBC RCV 17 180
      *
      * HIStory
      *  Invoked via MRBC HIS <COLOR> <LOCATION> [<SKIP>]
      *   MRBC010E - When fewer than <N> are available to promise
      *   MRBC013E - When the reservation could not be taken for any
      *              other reason (e.g. <EVENT-DATE> is not a date)
      *   MRBC022E - When <LOCATION> is not an open warehouse on
      *              EVENT.MARBLE_LOCATION (MRBW)
      *
      *  Example:
      *   MRBC RSV BLUE EAST 25 EVT00123 2026-09-01
      *   MRBC016E - When <KIT> is not on EVENT.MARBLE_KIT
      *   MRBC017E - When a component was short or refused - nothing
      *              was reserved
      *   MRBC022E - When <LOCATION> is not an open warehouse on
      *              EVENT.MARBLE_LOCATION (MRBW)
      *
      *  Example:
      *   MRBC KRS CARNIVAL EAST 3 EVT00124 2026-10-01
      *  Example:
      *   MRBC KRL CARNIVAL EAST EVT00124
      *
      * ISSue
      *  Invoked via MRBC ISS <COLOR> <LOCATION> <REFERENCE> [<N>]
      *
      *  Where:
      *   <COLOR>/<LOCATION> Is an existing marble row.
      *   <REFERENCE> Is the booking being shipped.
      *   <N> Optional - the quantity that actually went out, when
      *       it differs from what was reserved. Omitted (or 0), the
      *       full reserved quantity shipped.
      *
      *  The event has shipped: takes the quantity off the row's
      *  on-hand count and deletes <REFERENCE>'s reservation in one
      *  audited unit of work - instead of an ADJ followed by a REL
      *  somebody has to remember. The whole reservation is consumed
      *  even when <N> is smaller. The row must still cover every
      *  other event's reservation afterwards.
      *
      *  Errors:
      *   MRBC001E - When the row doesn't exist
      *   MRBC011E - When <REFERENCE> holds no reservation for the row
      *   MRBC023E - When the row cannot give up the quantity without
      *              going below what other events still have
      *              reserved - nothing was issued
      *
      *  Example:
      *   MRBC ISS BLUE EAST EVT00123
      *   MRBC ISS BLUE EAST EVT00123 24
      *
      * Kit ISsue
      *  Invoked via MRBC KIS <KIT> <LOCATION> <REFERENCE>
      *
      *  Issues <REFERENCE>'s reservations on every component of
      *  <KIT> at <LOCATION> together, each as ISS would, all or
      *  none - the kit ships whole or not at all.
      *
      *  Errors:
      *   MRBC016E - When <KIT> is not on EVENT.MARBLE_KIT
      *   MRBC024E - When <REFERENCE> holds nothing on a component, or
      *              a component's row is short - nothing was issued
      *
      *  Example:
      *   MRBC KIS CARNIVAL EAST EVT00124
      *
      * Kit AVailability
      *  Invoked via MRBC KAV <KIT> <LOCATION>
      *
      *  Example:
      *   MRBC KAV CARNIVAL EAST
      *
      * SHiP
      *  Invoked via MRBC SHP <COLOR> <FROM-LOC> <TO-LOC> <N>
      *
      *  Where:
      *   <COLOR>/<FROM-LOC> Is an existing marble row at the sending
      *                      warehouse.
      *   <TO-LOC> The receiving warehouse, open on MRBW.
      *   <N> The quantity going on the truck.
      *
      *  Takes <N> off the FROM row and puts it in transit on
      *  EVENT.MARBLE_TRANSIT (Copybook/TRANSIT.cpy) under a new
      *  transfer number, shown in the response - write it on the
      *  paperwork, the receiving dock needs it. The stock is on
      *  neither shelf until RTR books it in; the nightly MARBLES4
      *  report chases transfers that have not arrived.
      *
      *  Errors:
      *   MRBC001E - When the FROM row doesn't exist
      *   MRBC005E - When the FROM row doesn't have <N> to give up
      *              over and above its reserved quantity
      *   MRBC018I - When <N> is over the SHP approval limit - queued
      *              for MRBQ, not shipped
      *   MRBC022E - When either location is not an open warehouse
      *              on EVENT.MARBLE_LOCATION (MRBW)
      *   MRBC026E - When <FROM-LOC> and <TO-LOC> are the same (use
      *              TRN within one warehouse)
      *   MRBC027E - When the transfer could not be recorded - nothing
      *              was shipped
      *
      *  Example:
      *   MRBC SHP BLUE EAST WEST 50
      *
      * Receive TRansfer
      *  Invoked via MRBC RTR <TRANSFER-NO> [<N>]
      *
      *  Where:
      *   <TRANSFER-NO> Is a transfer SHiPped and still in transit.
      *   <N> The quantity that actually arrived, when the truck
      *       came in short or over. When omitted the full quantity
      *       shipped is taken as arrived.
      *
      *  Books the arrival in at the transfer's TO warehouse - adding
      *  it to the COLOR's row there (creating the row if the
      *  warehouse has never held the color) and closing the
      *  transfer with the quantity received, in one unit of work.
      *  The response says whether it arrived in full or by how much
      *  it was short or over; the difference stays on the transfer
      *  for the MARBLES4 report.
      *
      *  Errors:
      *   MRBC014E - When the stock could not be booked in (racing
      *              terminals changed the row both ways); the
      *              transfer is left in transit for a clean retry
      *   MRBC025E - When <TRANSFER-NO> is not a transfer in transit
      *
      *  Example:
      *   MRBC RTR 42
      *   MRBC RTR 42 48
      *
      * Maintenance panel
      *  Typing MRBC with nothing after it (EIBCALEN = 0 and no verb
      *  typed) sends the MRBCSET/MRBCMP1 BMS panel (see Bms/marbles.bms)
      *  line, TRN since the panel only has one COLOR/LOCATION pair,
      *  ADJ since the panel's INVENTORY field is an unsigned
      *  replacement value, not a signed adjustment amount, RCV since
      *  its operand is an ORDER_NO, not a COLOR, RSV/REL/ISS since
      *  the panel has no REFERENCE or EVENT-DATE fields,
      *  KRS/KRL/KAV/KIS since the panel has no KIT field either, and
      *  SHP/RTR since the panel has neither a second LOCATION nor a
      *  transfer number.
      *
      * Build via
      *  gulp build --source marbles.cbl && gulp refresh --source marbles.cbl
             03 WS-RESULT-VERB-KITRESERVE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-KITRELEASE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-KITAVAIL PIC 9 VALUE 0.
             03 WS-RESULT-VERB-ISSUE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-KITISSUE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-SHIP PIC 9 VALUE 0.
             03 WS-RESULT-VERB-TRNRCV PIC 9 VALUE 0.
       01 WS-CONST.
          02 WS-CONST-CREATE PIC X(3) VALUE 'CRE'.
          02 WS-CONST-UPDATE PIC X(3) VALUE 'UPD'.
          02 WS-CONST-KITRESERVE PIC X(3) VALUE 'KRS'.
          02 WS-CONST-KITRELEASE PIC X(3) VALUE 'KRL'.
          02 WS-CONST-KITAVAIL PIC X(3) VALUE 'KAV'.
          02 WS-CONST-ISSUE PIC X(3) VALUE 'ISS'.
          02 WS-CONST-KITISSUE PIC X(3) VALUE 'KIS'.
          02 WS-CONST-SHIP PIC X(3) VALUE 'SHP'.
          02 WS-CONST-TRNRCV PIC X(3) VALUE 'RTR'.
          02 WS-CONST-SUCCESS PIC X(7) VALUE 'SUCCESS'.
      *
      *    The verb refusal codes (MRBCnnnE, and the MRBC018I
      *    queued-for-approval notice) live with the
      *    verb logic in MARBLESI and come back through the API
      *    response; only the code this front end raises itself (a
      *    denied LST/HIS) is kept here.
          05 WS-INPUT-REFERENCE PIC X(10) VALUE SPACES.
          05 WS-INPUT-EVENT-DATE PIC X(10) VALUE SPACES.
          05 WS-INPUT-KIT PIC X(10) VALUE SPACES.
          05 WS-INPUT-TRANSFER-NO PIC 9(9) VALUE 0.
      *
      *    Generic positional tokens from PARSE-CICS-INPUT - different
      *    verbs use token 3/4/5/6/7 for different things (see
                                            OR WS-RESULT-VERB-KITRELEASE
                                                = BOOLEAN-TRUE
                                            OR WS-RESULT-VERB-KITAVAIL
                                                = BOOLEAN-TRUE
                                            OR WS-RESULT-VERB-ISSUE
                                                = BOOLEAN-TRUE
                                            OR WS-RESULT-VERB-KITISSUE
                                                = BOOLEAN-TRUE
                                            OR WS-RESULT-VERB-SHIP
                                                = BOOLEAN-TRUE
                                            OR WS-RESULT-VERB-TRNRCV
                                                = BOOLEAN-TRUE THEN
                                            PERFORM
                                              OUTPUT-RSV-NOT-ON-PANEL
            MOVE WS-INPUT-REFERENCE TO MRBC-API-REFERENCE
            MOVE WS-INPUT-EVENT-DATE TO MRBC-API-EVENT-DATE
            MOVE WS-INPUT-KIT TO MRBC-API-KIT-ID
            MOVE WS-INPUT-TRANSFER-NO TO MRBC-API-TRANSFER-NO
            EXEC CICS LINK PROGRAM('MARBLESI')
                        COMMAREA(MRBC-API-COMMAREA)
                        LENGTH(LENGTH OF MRBC-API-COMMAREA)
      * ===============================================================
      * Put the API's structured response back into the terminal
      * message - SUCCESS, or the MRBCnnnE code and text exactly as
      * the verbs have always shown them (an RC 2 queued-for-approval
      * answer shows its MRBC018I notice and pending number the same
      * way)
      * ===============================================================
       MAP-API-RESPONSE.
            IF MRBC-API-RC = 0 THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
      *
      *         KAV answers a question, and SHP/RTR answer with the
      *         transfer number or the over/short, so their answer
      *         is the message; everything else just worked
      *
                IF WS-RESULT-VERB-KITAVAIL = BOOLEAN-TRUE
                        OR WS-RESULT-VERB-SHIP = BOOLEAN-TRUE
                        OR WS-RESULT-VERB-TRNRCV = BOOLEAN-TRUE THEN
                    MOVE 69 TO WS-MSG-LENGTH
                    MOVE MRBC-API-MESSAGE TO WS-OUTPUT
                ELSE
            ELSE IF WS-RESULT-VERB-RECEIVE = BOOLEAN-TRUE THEN
                MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-3)
                    TO WS-INPUT-ORDER-NO
      *
      *         An omitted quantity must reach MARBLESI as zero (the
      *         full order arrived), not the X'40's INIT-WORK-AREAS
      *         left in WS-INPUT-INV
      *
                IF WS-PARSE-TOKEN-4 NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-4)
                        TO WS-INPUT-INV
                ELSE
                    MOVE 0 TO WS-INPUT-INV
                END-IF
            ELSE IF WS-RESULT-VERB-HISTORY = BOOLEAN-TRUE THEN
                MOVE WS-PARSE-TOKEN-3 TO WS-INPUT-COLOR
                MOVE WS-PARSE-TOKEN-4 TO WS-INPUT-LOC
            ELSE IF WS-RESULT-VERB-KITAVAIL = BOOLEAN-TRUE THEN
                MOVE WS-PARSE-TOKEN-3 TO WS-INPUT-KIT
                MOVE WS-PARSE-TOKEN-4 TO WS-INPUT-LOC
            ELSE IF WS-RESULT-VERB-ISSUE = BOOLEAN-TRUE THEN
                MOVE WS-PARSE-TOKEN-3 TO WS-INPUT-COLOR
                MOVE WS-PARSE-TOKEN-4 TO WS-INPUT-LOC
                MOVE WS-PARSE-TOKEN-5 TO WS-INPUT-REFERENCE
      *
      *         An omitted quantity must reach MARBLESI as zero (the
      *         full reservation shipped), as for RCV
      *
                IF WS-PARSE-TOKEN-6 NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-6)
                        TO WS-INPUT-INV
                ELSE
                    MOVE 0 TO WS-INPUT-INV
                END-IF
            ELSE IF WS-RESULT-VERB-KITISSUE = BOOLEAN-TRUE THEN
                MOVE WS-PARSE-TOKEN-3 TO WS-INPUT-KIT
                MOVE WS-PARSE-TOKEN-4 TO WS-INPUT-LOC
                MOVE WS-PARSE-TOKEN-5 TO WS-INPUT-REFERENCE
                MOVE 0 TO WS-INPUT-INV
            ELSE IF WS-RESULT-VERB-SHIP = BOOLEAN-TRUE THEN
                MOVE WS-PARSE-TOKEN-3 TO WS-INPUT-COLOR
                MOVE WS-PARSE-TOKEN-4 TO WS-INPUT-LOC
                MOVE WS-PARSE-TOKEN-3 TO WS-INPUT-COLOR2
                MOVE WS-PARSE-TOKEN-5 TO WS-INPUT-LOC2
                MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-6) TO WS-INPUT-INV
            ELSE IF WS-RESULT-VERB-TRNRCV = BOOLEAN-TRUE THEN
                MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-3)
                    TO WS-INPUT-TRANSFER-NO
      *
      *         An omitted quantity must reach MARBLESI as zero (the
      *         full shipment arrived), as for RCV
      *
                IF WS-PARSE-TOKEN-4 NOT = SPACES THEN
                    MOVE FUNCTION NUMVAL(WS-PARSE-TOKEN-4)
                        TO WS-INPUT-INV
                ELSE
                    MOVE 0 TO WS-INPUT-INV
                END-IF
            END-IF.
      * ===============================================================
      * Set indicator if verb is invalid
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-KITRELEASE
            ELSE IF WS-CONST-KITAVAIL = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-KITAVAIL
            ELSE IF WS-CONST-ISSUE = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-ISSUE
            ELSE IF WS-CONST-KITISSUE = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-KITISSUE
            ELSE IF WS-CONST-SHIP = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-SHIP
            ELSE IF WS-CONST-TRNRCV = WS-INPUT-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-TRNRCV
            ELSE
                MOVE 71 TO WS-MSG-LENGTH
                MOVE 'USE CRE|UPD|DEL|LST|TRN|ADJ|RCV|HIS|RSV|REL|KRS|KR
      -              'L|KAV|ISS|KIS|SHP|RTR' TO WS-OUTPUT
            END-IF.
      * ===============================================================
      * Write transaction response to user
