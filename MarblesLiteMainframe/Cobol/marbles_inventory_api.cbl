      * copybook (Copybook/MRBCAPI.cpy): structured fields in,
      * structured return code, error code/message and resulting
      * inventory out. The state-changing verbs are served here - CRE
      * UPD DEL TRN ADJ RCV RSV REL ISS SHP RTR, and the kit-level
      * KRS KRL KIS KAV over the EVENT.MARBLE_KIT assortment
      * definitions (reserving N kits takes every component's
      * reservation under one REFERENCE, all or none; releasing drops
      * them all; issuing ships them all; KAV answers how many
      * complete kits a location's available-to-promise supports),
      * and the supervisor's APR/REJ over the approval queue - each
      * with exactly the checks its MRBC documentation describes: the
      * CHECK-VERB-AUTHORITY grant check against EVENT.MARBLE_AUTHORITY
      * (fails closed, refused attempts recorded on
      * EVENT.MARBLE_DENIAL), the single-statement SQL guards
      * (reserved-stock floor, optimistic ROW_VERSION lock,
      * one-open-order receive), the before/after
      * EVENT.MARBLE_AUDIT row in the caller's unit of work, and the
      * low-inventory alert check.
      *
      * ISS fulfils a booking when its event ships: the REFERENCE's
      * reserved quantity comes off the row's INVENTORY and the
      * reservation is deleted in the one audited unit of work, so
      * the stock is not held twice (by the reservation and by a
      * reduced on-hand count) until someone remembers a REL. KIS
      * does the same for every component of a KRS kit booking, all
      * or none.
      *
      * SHP and RTR are the two halves of an inter-warehouse transfer
      * that spends time on a truck: SHP takes the quantity off the
      * sending warehouse's row and records it on EVENT.MARBLE_TRANSIT
      * (Copybook/TRANSIT.cpy) under a new TRANSFER-NO, so while it
      * travels it is on neither shelf; RTR books what actually
      * arrived onto the COLOR's row at the receiving warehouse and
      * closes the transfer with its received quantity, the over/short
      * against what was shipped kept there and spelled out in
      * MESSAGE. TRN stays the instant move for stock that never
      * leaves the building (a regrade between colors, a shelf move).
      *
      * CRE, TRN (both ends), SHP (both ends), RSV and KRS only accept
      * a LOCATION that is open on the EVENT.MARBLE_LOCATION warehouse
      * master (Copybook/LOCMAST.cpy, maintained on MRBW) - anything
      * else is MRBC022E. The verbs that only drain or correct an
      * existing row (UPD, DEL, ADJ, RCV, REL, KRL, ISS, KIS, RTR)
      * still work at a closed location, so whatever is left there
      * can be cleared out.
      *
      * An UPD, ADJ, TRN or SHP bigger than its verb's
      * EVENT.MARBLE_THRESHOLD limit is not applied at all: it is
      * parked on EVENT.MARBLE_PENDING and answered RC 2 / MRBC018I
      * with the number it was queued under (Copybook/PENDCHG.cpy). A
      * supervisor lists the queue on MRBQ (marbles_approval_queue.cbl)
      * and APRoves or REJects by number - never their own request.
      * Approval re-runs the parked request through the same
      * DISPATCH-VERB path and guards as a live one, as of the moment
      * of approval, and its audit rows carry the requester's
      * USERID/TERMID with the approver in APPROVED_BY.
      *
      * The two terminal browse verbs, LST and HIS, stay in MARBLESC -
      * they are 3270 paging over read-only cursors, with nothing to
      * expose to a caller that SQL does not already give it.
      *
      * Everything in one LINK runs in the caller's unit of work: a
      * caller that LINKs several verbs and then abends (or issues
          02 WS-WORK-INV2 PIC S9(9) COMP VALUE 0.
          02 WS-WORK-ROW-COUNT PIC S9(4) COMP-3 VALUE 0.
          02 WS-WORK-ROW-VERSION PIC S9(9) COMP VALUE 0.
          02 WS-WORK-COMMAREA-LEN PIC S9(4) COMP VALUE 0.
          02 WS-WORK-LOCATION PIC X(8).
       01 WS-RESULT.
          02 WS-RESULT-COLOR-FOUND PIC 9 VALUE 0.
          02 WS-RESULT-COLOR2-FOUND PIC 9 VALUE 0.
          02 WS-RESULT-COLOR-VALID PIC 9 VALUE 0.
          02 WS-RESULT-LOCATION-OPEN PIC 9 VALUE 0.
          02 WS-RESULT-VERB-AUTHORIZED PIC 9 VALUE 0.
          02 WS-RESULT-OPERATION-SUCCESS PIC 9 VALUE 0.
          02 WS-RESULT-OVER-THRESHOLD PIC 9 VALUE 0.
          02 WS-RESULT-VERB.
             03 WS-RESULT-VERB-CREATE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-UPDATE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-KITRESERVE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-KITRELEASE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-KITAVAIL PIC 9 VALUE 0.
             03 WS-RESULT-VERB-APPROVE PIC 9 VALUE 0.
             03 WS-RESULT-VERB-REJECT PIC 9 VALUE 0.
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
          02 WS-CONST-APPROVE PIC X(3) VALUE 'APR'.
          02 WS-CONST-REJECT PIC X(3) VALUE 'REJ'.
          02 WS-CONST-ISSUE PIC X(3) VALUE 'ISS'.
          02 WS-CONST-KITISSUE PIC X(3) VALUE 'KIS'.
          02 WS-CONST-SHIP PIC X(3) VALUE 'SHP'.
          02 WS-CONST-TRNRCV PIC X(3) VALUE 'RTR'.
       01 WS-ERROR-CODES.
          02 WS-ERROR-MARBLE-DNE PIC X(8) VALUE 'MRBC001E'.
          02 WS-ERROR-MARBLE-EXISTS PIC X(8) VALUE 'MRBC002E'.
          02 WS-ERROR-UNKNOWN-VERB PIC X(8) VALUE 'MRBC015E'.
          02 WS-ERROR-UNKNOWN-KIT PIC X(8) VALUE 'MRBC016E'.
          02 WS-ERROR-KIT-NOT-RESERVED PIC X(8) VALUE 'MRBC017E'.
          02 WS-ERROR-PENDING-APPROVAL PIC X(8) VALUE 'MRBC018I'.
          02 WS-ERROR-PENDING-DNE PIC X(8) VALUE 'MRBC019E'.
          02 WS-ERROR-SELF-APPROVAL PIC X(8) VALUE 'MRBC020E'.
          02 WS-ERROR-NOT-QUEUED PIC X(8) VALUE 'MRBC021E'.
          02 WS-ERROR-LOCATION-CLOSED PIC X(8) VALUE 'MRBC022E'.
          02 WS-ERROR-ISSUE-FAILED PIC X(8) VALUE 'MRBC023E'.
          02 WS-ERROR-KIT-NOT-ISSUED PIC X(8) VALUE 'MRBC024E'.
          02 WS-ERROR-NOT-IN-TRANSIT PIC X(8) VALUE 'MRBC025E'.
          02 WS-ERROR-SAME-LOCATION PIC X(8) VALUE 'MRBC026E'.
          02 WS-ERROR-TRANSIT-NOT-RECORDED PIC X(8) VALUE 'MRBC027E'.
      * ===============================================================
      * Work areas for low-inventory alerting - CHECK-LOW-INVENTORY is
      * PERFORMed after a verb changes a row's INVENTORY, with the
          02 WS-KIT-MIN-KITS PIC S9(9) COMP VALUE 0.
          02 WS-KIT-EDIT PIC ZZZZZZZZ9.
      *
      *    Work areas for the issue verbs - the row being issued
      *    (the request COLOR for ISS, each component in turn for
      *    KIS), the quantity coming off it, and WS-ISSUE-FAILED,
      *    which turns a KIS loop around the same way WS-KIT-FAILED
      *    does a KRS one.
      *
       01 WS-ISSUE-WORK.
          02 WS-ISSUE-FAILED PIC 9 VALUE 0.
          02 WS-ISSUE-COLOR PIC X(10).
          02 WS-ISSUE-QTY PIC S9(9) COMP VALUE 0.
      *
      *    Work areas for the transfer verbs - the in-transit
      *    EVENT.MARBLE_TRANSIT row RTR is booking in, and the over/
      *    short between what was shipped and what arrived. The
      *    received quantity itself rides WS-ORDER-QTY, since RTR
      *    books it onto the row through the same
      *    APPLY-RECEIPT-TO-MARBLE as RCV.
      *
       01 WS-TRANSIT-WORK.
          02 WS-TRANSIT-COLOR PIC X(10).
          02 WS-TRANSIT-TO-LOC PIC X(8).
          02 WS-TRANSIT-QTY PIC S9(9) COMP VALUE 0.
          02 WS-TRANSIT-OVER-SHORT PIC S9(9) COMP VALUE 0.
          02 WS-TRANSIT-EDIT PIC ZZZZZZZZ9.
      *
      *    Work areas for the approval queue - the verb's threshold
      *    and the size of the change measured against it, the
      *    requester of a change being APRoved, and WS-PEND-APPROVING,
      *    set while a parked change is being re-dispatched so it is
      *    applied instead of being parked a second time.
      *
       01 WS-PEND-WORK.
          02 WS-PEND-APPROVING PIC 9 VALUE 0.
          02 WS-PEND-MAX-QTY PIC S9(9) COMP VALUE 0.
          02 WS-PEND-CHANGE-QTY PIC S9(9) COMP VALUE 0.
          02 WS-PEND-VERB PIC X(3).
          02 WS-PEND-REQUESTED-BY PIC X(8).
          02 WS-PEND-REQUESTED-TERMID PIC X(4).
          02 WS-PEND-EDIT PIC ZZZZZZZZ9.
      *
      *    Before/after values for WRITE-AUDIT-ROW. The *-IND fields
      *    are DB2 null indicators: 0 means the paired value is
      *    present, -1 means it is NULL (no OLD value on a CREate,
      *    no NEW value on a DELete, no APPROVER unless the change
      *    came off the approval queue). USERID/TERMID are the task's
      *    own, except on an approved change where they are the
      *    original requester's.
      *
       01 WS-AUDIT-WORK.
          02 WS-AUDIT-COLOR PIC X(10).
          02 WS-AUDIT-OLD-IND PIC S9(4) COMP VALUE 0.
          02 WS-AUDIT-NEW-INVENTORY PIC S9(9) COMP VALUE 0.
          02 WS-AUDIT-NEW-IND PIC S9(4) COMP VALUE 0.
          02 WS-AUDIT-USERID PIC X(8).
          02 WS-AUDIT-TERMID PIC X(4).
          02 WS-AUDIT-APPROVER PIC X(8).
          02 WS-AUDIT-APPROVER-IND PIC S9(4) COMP VALUE -1.
      * ===============================================================
      * The request/response COMMAREA - copied out of DFHCOMMAREA on
      * entry and back before return
           COPY AUTH.
           COPY RESERVE.
           COPY KIT.
           COPY PENDCHG.
           COPY LOCMAST.
           COPY TRANSIT.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       LINKAGE SECTION.
      *
      *    The caller's COMMAREA - at least the original 164-byte
      *    request/response, and at most the full MRBC-API-COMMAREA
      *    including MRBC-API-EXTENSION, 172 bytes. Only the length
      *    the caller passed (EIBCALEN) is read or written back.
      *
       01 DFHCOMMAREA PIC X(172).
      * ===============================================================
      * MARBLESI callable inventory API
      * ===============================================================
                EXEC CICS RETURN END-EXEC
            END-IF
            INITIALIZE SQLCA
            MOVE EIBCALEN TO WS-WORK-COMMAREA-LEN
            IF WS-WORK-COMMAREA-LEN > LENGTH OF MRBC-API-COMMAREA THEN
                MOVE LENGTH OF MRBC-API-COMMAREA
                    TO WS-WORK-COMMAREA-LEN
            END-IF
            INITIALIZE MRBC-API-COMMAREA
            MOVE DFHCOMMAREA(1:WS-WORK-COMMAREA-LEN)
                TO MRBC-API-COMMAREA(1:WS-WORK-COMMAREA-LEN)
            MOVE 0 TO MRBC-API-RC
            MOVE SPACES TO MRBC-API-ERROR-CODE
            MOVE SPACES TO MRBC-API-MESSAGE
            MOVE 0 TO MRBC-API-NEW-INVENTORY
            MOVE EIBUSERID TO WS-AUDIT-USERID
            MOVE EIBTRMID TO WS-AUDIT-TERMID
            MOVE SPACES TO WS-AUDIT-APPROVER
            MOVE -1 TO WS-AUDIT-APPROVER-IND
            PERFORM VERIFY-VERB
            IF WS-RESULT-VERB = ZEROS THEN
                PERFORM SET-ERROR-UNKNOWN-VERB
            ELSE
                PERFORM CHECK-VERB-AUTHORITY
                IF WS-RESULT-VERB-AUTHORIZED = BOOLEAN-TRUE THEN
                    IF WS-RESULT-VERB-APPROVE = BOOLEAN-TRUE THEN
                        PERFORM APPROVE-PENDING-CHANGE
                    ELSE
                        PERFORM DISPATCH-VERB
                    END-IF
                ELSE
                    PERFORM SET-ERROR-NOT-AUTHORIZED
                    PERFORM RECORD-DENIED-ATTEMPT
                END-IF
            END-IF
            MOVE MRBC-API-COMMAREA(1:WS-WORK-COMMAREA-LEN)
                TO DFHCOMMAREA(1:WS-WORK-COMMAREA-LEN)
            EXEC CICS RETURN END-EXEC.
      * ===============================================================
      * Which verb is the caller asking for?
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-KITRELEASE
            ELSE IF WS-CONST-KITAVAIL = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-KITAVAIL
            ELSE IF WS-CONST-APPROVE = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-APPROVE
            ELSE IF WS-CONST-REJECT = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-REJECT
            ELSE IF WS-CONST-ISSUE = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-ISSUE
            ELSE IF WS-CONST-KITISSUE = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-KITISSUE
            ELSE IF WS-CONST-SHIP = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-SHIP
            ELSE IF WS-CONST-TRNRCV = MRBC-API-VERB THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-VERB-TRNRCV
            END-IF.
      * ===============================================================
      * Is the task's signed-on operator allowed to use this verb? A
      * ===============================================================
      * Dispatch the (authorized) verb to its processing routine -
      * the same existence and master-validity gating the MRBC
      * terminal always applied. UPD, TRN, SHP and ADJ are measured
      * against their approval threshold once they have passed those
      * checks, and parked instead of applied when over it.
      * ===============================================================
       DISPATCH-VERB.
            IF WS-RESULT-VERB-CREATE = BOOLEAN-TRUE THEN
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-FALSE THEN
                    PERFORM CHECK-COLOR-IS-VALID
                    IF WS-RESULT-COLOR-VALID = BOOLEAN-TRUE THEN
                        MOVE MRBC-API-LOCATION TO WS-WORK-LOCATION
                        PERFORM CHECK-LOCATION-IS-OPEN
                        IF WS-RESULT-LOCATION-OPEN = BOOLEAN-TRUE THEN
                            PERFORM INSERT-COLOR
                        ELSE
                            PERFORM SET-ERROR-LOCATION-CLOSED
                        END-IF
                    ELSE
                        PERFORM SET-ERROR-INVALID-COLOR
                    END-IF
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-TRUE THEN
                    PERFORM CHECK-COLOR-IS-VALID
                    IF WS-RESULT-COLOR-VALID = BOOLEAN-TRUE THEN
                        PERFORM CHECK-APPROVAL-THRESHOLD
                        IF WS-RESULT-OVER-THRESHOLD = BOOLEAN-TRUE THEN
                            PERFORM PARK-PENDING-CHANGE
                        ELSE
                            PERFORM UPDATE-COLOR
                        END-IF
                    ELSE
                        PERFORM SET-ERROR-INVALID-COLOR
                    END-IF
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-TRUE THEN
                    PERFORM CHECK-IF-COLOR2-FOUND
                    IF WS-RESULT-COLOR2-FOUND = BOOLEAN-TRUE THEN
                        PERFORM CHECK-TRANSFER-LOCATIONS
                    ELSE
                        PERFORM SET-ERROR-MARBLE-DNE
                    END-IF
            ELSE IF WS-RESULT-VERB-ADJUST = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-COLOR-FOUND
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-TRUE THEN
                    PERFORM CHECK-APPROVAL-THRESHOLD
                    IF WS-RESULT-OVER-THRESHOLD = BOOLEAN-TRUE THEN
                        PERFORM PARK-PENDING-CHANGE
                    ELSE
                        PERFORM ADJUST-COLOR
                    END-IF
                ELSE
                    PERFORM SET-ERROR-MARBLE-DNE
                END-IF
            ELSE IF WS-RESULT-VERB-RESERVE = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-COLOR-FOUND
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-TRUE THEN
                    MOVE MRBC-API-LOCATION TO WS-WORK-LOCATION
                    PERFORM CHECK-LOCATION-IS-OPEN
                    IF WS-RESULT-LOCATION-OPEN = BOOLEAN-TRUE THEN
                        PERFORM RESERVE-STOCK
                    ELSE
                        PERFORM SET-ERROR-LOCATION-CLOSED
                    END-IF
                ELSE
                    PERFORM SET-ERROR-MARBLE-DNE
                END-IF
            ELSE IF WS-RESULT-VERB-RELEASE = BOOLEAN-TRUE THEN
                PERFORM RELEASE-RESERVATION
            ELSE IF WS-RESULT-VERB-KITRESERVE = BOOLEAN-TRUE THEN
                MOVE MRBC-API-LOCATION TO WS-WORK-LOCATION
                PERFORM CHECK-LOCATION-IS-OPEN
                IF WS-RESULT-LOCATION-OPEN = BOOLEAN-TRUE THEN
                    PERFORM KIT-RESERVE
                ELSE
                    PERFORM SET-ERROR-LOCATION-CLOSED
                END-IF
            ELSE IF WS-RESULT-VERB-KITRELEASE = BOOLEAN-TRUE THEN
                PERFORM KIT-RELEASE
            ELSE IF WS-RESULT-VERB-KITAVAIL = BOOLEAN-TRUE THEN
                PERFORM KIT-AVAILABILITY
            ELSE IF WS-RESULT-VERB-REJECT = BOOLEAN-TRUE THEN
                PERFORM REJECT-PENDING-CHANGE
            ELSE IF WS-RESULT-VERB-ISSUE = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-COLOR-FOUND
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-TRUE THEN
                    PERFORM ISSUE-RESERVATION
                ELSE
                    PERFORM SET-ERROR-MARBLE-DNE
                END-IF
            ELSE IF WS-RESULT-VERB-KITISSUE = BOOLEAN-TRUE THEN
                PERFORM KIT-ISSUE
            ELSE IF WS-RESULT-VERB-SHIP = BOOLEAN-TRUE THEN
                PERFORM CHECK-IF-COLOR-FOUND
                IF WS-RESULT-COLOR-FOUND = BOOLEAN-TRUE THEN
                    PERFORM CHECK-SHIP-LOCATIONS
                ELSE
                    PERFORM SET-ERROR-MARBLE-DNE
                END-IF
            ELSE IF WS-RESULT-VERB-TRNRCV = BOOLEAN-TRUE THEN
                PERFORM RECEIVE-TRANSFER
            END-IF.
      * ===============================================================
      * Set indicator if the request row is found.
                MOVE BOOLEAN-FALSE TO WS-RESULT-COLOR-VALID
            END-IF.
      * ===============================================================
      * Set indicator if WS-WORK-LOCATION is an open warehouse on
      * EVENT.MARBLE_LOCATION - a location never opened through MRBW,
      * or since closed there, is no longer accepted for new stock,
      * transfers or reservations
      * ===============================================================
       CHECK-LOCATION-IS-OPEN.
            EXEC SQL
                SELECT COUNT(*) INTO :WS-WORK-ROW-COUNT
                FROM EVENT.MARBLE_LOCATION
                WHERE LOCATION = :WS-WORK-LOCATION
                  AND STATUS = 'O'
            END-EXEC
            IF WS-WORK-ROW-COUNT > 0 THEN
                MOVE BOOLEAN-TRUE TO WS-RESULT-LOCATION-OPEN
            ELSE
                MOVE BOOLEAN-FALSE TO WS-RESULT-LOCATION-OPEN
            END-IF.
      * ===============================================================
      * TRN with both rows found - both ends must be open warehouses
      * before the transfer is measured against its approval
      * threshold, so a closed location can neither ship nor receive
      * and nothing bound for one is ever parked for approval
      * ===============================================================
       CHECK-TRANSFER-LOCATIONS.
            MOVE MRBC-API-LOCATION TO WS-WORK-LOCATION
            PERFORM CHECK-LOCATION-IS-OPEN
            IF WS-RESULT-LOCATION-OPEN = BOOLEAN-TRUE THEN
                MOVE MRBC-API-LOCATION2 TO WS-WORK-LOCATION
                PERFORM CHECK-LOCATION-IS-OPEN
            END-IF
            IF WS-RESULT-LOCATION-OPEN = BOOLEAN-FALSE THEN
                PERFORM SET-ERROR-LOCATION-CLOSED
            ELSE
                PERFORM CHECK-APPROVAL-THRESHOLD
                IF WS-RESULT-OVER-THRESHOLD = BOOLEAN-TRUE THEN
                    PERFORM PARK-PENDING-CHANGE
                ELSE
                    PERFORM TRANSFER-INVENTORY
                END-IF
            END-IF.
      * ===============================================================
      * SHP with the FROM row found - the two ends must be different
      * warehouses (a move within one building is a TRN) and both
      * must be open, checked before the shipment is measured against
      * its approval threshold, the same order TRN checks in. The TO
      * COLOR is the FROM COLOR, filled in here so a parked SHP shows
      * both ends on MRBQ.
      * ===============================================================
       CHECK-SHIP-LOCATIONS.
            MOVE MRBC-API-COLOR TO MRBC-API-COLOR2
            IF MRBC-API-LOCATION = MRBC-API-LOCATION2 THEN
                PERFORM SET-ERROR-SAME-LOCATION
            ELSE
                MOVE MRBC-API-LOCATION TO WS-WORK-LOCATION
                PERFORM CHECK-LOCATION-IS-OPEN
                IF WS-RESULT-LOCATION-OPEN = BOOLEAN-TRUE THEN
                    MOVE MRBC-API-LOCATION2 TO WS-WORK-LOCATION
                    PERFORM CHECK-LOCATION-IS-OPEN
                END-IF
                IF WS-RESULT-LOCATION-OPEN = BOOLEAN-FALSE THEN
                    PERFORM SET-ERROR-LOCATION-CLOSED
                ELSE
                    PERFORM CHECK-APPROVAL-THRESHOLD
                    IF WS-RESULT-OVER-THRESHOLD = BOOLEAN-TRUE THEN
                        PERFORM PARK-PENDING-CHANGE
                    ELSE
                        PERFORM SHIP-TRANSFER
                    END-IF
                END-IF
            END-IF.
      * ===============================================================
      * Insert color. SQLCODE NOT = 0 (e.g. a duplicate-key race if
      * another task inserted the same row between this one's
      * CHECK-IF-COLOR-FOUND and this INSERT) means no row went in -
      * LOC name the row and WS-AUDIT-OLD/NEW-INVENTORY and their
      * *-IND null indicators carry the values, all set by the caller
      * (TRN writes two rows per transfer, one per side, so the row
      * being audited is not always MRBC-API-COLOR). WS-AUDIT-USERID/
      * TERMID/APPROVER are set once on entry, and again by
      * APPROVE-PENDING-CHANGE for a change off the approval queue.
      * ===============================================================
       WRITE-AUDIT-ROW.
           EXEC SQL
               INSERT INTO EVENT.MARBLE_AUDIT
                   (COLOR, LOCATION, OLD_INVENTORY, NEW_INVENTORY,
                    VERB, TERMID, USERID, AUDIT_TS, APPROVED_BY)
               VALUES (
                     :WS-AUDIT-COLOR,
                     :WS-AUDIT-LOC,
                     :WS-AUDIT-OLD-INVENTORY :WS-AUDIT-OLD-IND,
                     :WS-AUDIT-NEW-INVENTORY :WS-AUDIT-NEW-IND,
                     :MRBC-API-VERB,
                     :WS-AUDIT-TERMID,
                     :WS-AUDIT-USERID,
                     CURRENT TIMESTAMP,
                     :WS-AUDIT-APPROVER :WS-AUDIT-APPROVER-IND)
           END-EXEC.
      * ===============================================================
      * Compare a row's new INVENTORY (WS-ALERT-COLOR/WS-ALERT-
               END-IF
           END-IF.
      * ===============================================================
      * Ship MRBC-API-INVENTORY of MRBC-API-COLOR from
      * MRBC-API-LOCATION towards MRBC-API-LOCATION2: the FROM row's
      * decrement carries the same reserved-stock floor as TRN, so
      * SQLCODE 100 means it cannot give that much up, and the stock
      * then goes onto EVENT.MARBLE_TRANSIT under the next
      * TRANSFER_NO, in transit until RTR books it in at the other
      * end. Nothing is added anywhere yet - the TO row need not even
      * exist. An INSERT that failed (two tasks racing for the same
      * number, -803) backs the decrement out with SYNCPOINT ROLLBACK
      * and says so, so stock never leaves one shelf without arriving
      * on the truck. Only the FROM row changes, so only it is
      * audited (verb SHP).
      * ===============================================================
       SHIP-TRANSFER.
           EXEC SQL
               UPDATE EVENT.MARBLE
               SET INVENTORY = INVENTORY - :MRBC-API-INVENTORY,
                   ROW_VERSION = ROW_VERSION + 1
               WHERE COLOR = :MRBC-API-COLOR
                 AND LOCATION = :MRBC-API-LOCATION
                 AND INVENTORY - :MRBC-API-INVENTORY >=
                     COALESCE((SELECT SUM(R.QUANTITY)
                               FROM EVENT.MARBLE_RESERVATION R
                               WHERE R.COLOR = :MRBC-API-COLOR
                                 AND R.LOCATION =
                                     :MRBC-API-LOCATION), 0)
           END-EXEC
           IF SQLCODE = 100 THEN
               PERFORM SET-ERROR-TRANSFER-FAILED
           ELSE
               EXEC SQL
                   SELECT COALESCE(MAX(TRANSFER_NO), 0) + 1
                   INTO :MRBC-API-TRANSFER-NO
                   FROM EVENT.MARBLE_TRANSIT
               END-EXEC
               EXEC SQL
                   INSERT INTO EVENT.MARBLE_TRANSIT
                       (TRANSFER_NO, COLOR, QUANTITY, FROM_LOCATION,
                        TO_LOCATION, SHIP_DATE, STATUS, SHIPPED_BY)
                   VALUES (
                         :MRBC-API-TRANSFER-NO,
                         :MRBC-API-COLOR,
                         :MRBC-API-INVENTORY,
                         :MRBC-API-LOCATION,
                         :MRBC-API-LOCATION2,
                         CURRENT DATE,
                         'T',
                         :WS-AUDIT-USERID)
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE 0 TO MRBC-API-TRANSFER-NO
                   PERFORM SET-ERROR-TRANSIT-NOT-RECORDED
               ELSE
                   MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                   MOVE MRBC-API-COLOR TO WS-AUDIT-COLOR
                   MOVE MRBC-API-LOCATION TO WS-AUDIT-LOC
                   MOVE 0 TO WS-AUDIT-OLD-IND
                   MOVE WS-WORK-INV TO WS-AUDIT-OLD-INVENTORY
                   SUBTRACT MRBC-API-INVENTORY FROM WS-WORK-INV
                   MOVE 0 TO WS-AUDIT-NEW-IND
                   MOVE WS-WORK-INV TO WS-AUDIT-NEW-INVENTORY
                   PERFORM WRITE-AUDIT-ROW
                   MOVE WS-WORK-INV TO MRBC-API-NEW-INVENTORY
                   MOVE MRBC-API-COLOR TO WS-ALERT-COLOR
                   MOVE MRBC-API-LOCATION TO WS-ALERT-LOCATION
                   MOVE WS-WORK-INV TO WS-ALERT-INVENTORY
                   PERFORM CHECK-LOW-INVENTORY
                   PERFORM SET-SHIPPED-MESSAGE
               END-IF
           END-IF.
      * ===============================================================
      * Book transfer MRBC-API-TRANSFER-NO in at its TO_LOCATION. The
      * quantity received is MRBC-API-INVENTORY when the caller gives
      * one (the truck arrived short or over), else the full quantity
      * shipped. AND STATUS = 'T' on the UPDATE means a second task
      * racing to receive the same transfer matches zero rows and is
      * told it is not in transit, instead of the stock booking in
      * twice. The stock then goes onto the COLOR's row through the
      * same APPLY-RECEIPT-TO-MARBLE as RCV (audit verb RTR), and a
      * failure there backs the receipt out, leaving the transfer in
      * transit for a clean retry. The over/short stays on the
      * closed transfer for the MARBLES4 transit report.
      * ===============================================================
       RECEIVE-TRANSFER.
           EXEC SQL
               SELECT COLOR, TO_LOCATION, QUANTITY
               INTO :WS-TRANSIT-COLOR, :WS-TRANSIT-TO-LOC,
                    :WS-TRANSIT-QTY
               FROM EVENT.MARBLE_TRANSIT
               WHERE TRANSFER_NO = :MRBC-API-TRANSFER-NO
                 AND STATUS = 'T'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               PERFORM SET-ERROR-NOT-IN-TRANSIT
           ELSE
               MOVE WS-TRANSIT-QTY TO WS-ORDER-QTY
               IF MRBC-API-INVENTORY > 0 THEN
                   MOVE MRBC-API-INVENTORY TO WS-ORDER-QTY
               END-IF
               EXEC SQL
                   UPDATE EVENT.MARBLE_TRANSIT
                   SET STATUS = 'R',
                       RECEIVED_QTY = :WS-ORDER-QTY,
                       RECEIVED_DATE = CURRENT DATE,
                       RECEIVED_TS = CURRENT TIMESTAMP,
                       RECEIVED_BY = :WS-AUDIT-USERID
                   WHERE TRANSFER_NO = :MRBC-API-TRANSFER-NO
                     AND STATUS = 'T'
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   PERFORM SET-ERROR-NOT-IN-TRANSIT
               ELSE
                   MOVE WS-TRANSIT-COLOR TO MRBC-API-COLOR
                   MOVE WS-TRANSIT-TO-LOC TO MRBC-API-LOCATION
                   PERFORM CHECK-IF-COLOR-FOUND
                   PERFORM APPLY-RECEIPT-TO-MARBLE
                   IF WS-RESULT-OPERATION-SUCCESS = BOOLEAN-TRUE THEN
                       PERFORM SET-RECEIVED-MESSAGE
                   END-IF
               END-IF
           END-IF.
      * ===============================================================
      * Apply MRBC-API-ADJ-AMOUNT (signed) to the request row's
      * INVENTORY in one statement instead of a read-modify-write.
      * The guard in the WHERE clause keeps the adjustment from
           END-IF.
      * ===============================================================
      * Post a delivery against open order MRBC-API-ORDER-NO: mark
      * the order 'C'losed, recording today as its RECEIVED_DATE and
      * the quantity that actually arrived as its RECEIVED_QTY, and
      * add that quantity to its COLOR's INVENTORY at the order's
      * LOCATION, all in this unit of work. The quantity received is
      * MRBC-API-INVENTORY when the caller gives one (a short or
      * over delivery), else the order's full QUANTITY. AND STATUS =
      * 'O' on the UPDATE means a second task racing to receive the
      * same order matches zero rows and is told the order is not
      * open, instead of the delivery booking twice.
      * ===============================================================
       RECEIVE-ORDER.
           EXEC SQL
           IF SQLCODE NOT = 0 THEN
               PERFORM SET-ERROR-ORDER-NOT-OPEN
           ELSE
               IF MRBC-API-INVENTORY > 0 THEN
                   MOVE MRBC-API-INVENTORY TO WS-ORDER-QTY
               END-IF
               EXEC SQL
                   UPDATE EVENT.MARBLE_ORDER
                   SET STATUS = 'C',
                       RECEIVED_DATE = CURRENT DATE,
                       RECEIVED_QTY = :WS-ORDER-QTY
                   WHERE ORDER_NO = :MRBC-API-ORDER-NO
                     AND STATUS = 'O'
               END-EXEC
      * MRBC-API-EVENT-DATE: every component's reservation
      * (component quantity times the kit count) is taken under the
      * one REFERENCE, each through the same guarded INSERT
      * RESERVE-STOCK uses, all inside this unit of work, each
      * marked with the KIT_ID it was taken for. One
      * component refused - insufficient available-to-promise, a
      * missing stock row, a bad date - rolls the earlier
      * components' reservations straight back out (SYNCPOINT
           EXEC SQL
               INSERT INTO EVENT.MARBLE_RESERVATION
                   (COLOR, LOCATION, REFERENCE, QUANTITY,
                    EVENT_DATE, RESERVED_TS, RESERVED_BY, KIT_ID)
               SELECT M.COLOR, M.LOCATION,
                      :MRBC-API-REFERENCE,
                      :WS-KIT-RSV-QTY,
                      :MRBC-API-EVENT-DATE,
                      CURRENT TIMESTAMP,
                      :EIBUSERID,
                      :MRBC-API-KIT-ID
               FROM EVENT.MARBLE M
               WHERE M.COLOR = :WS-KIT-COMP-COLOR
                 AND M.LOCATION = :MRBC-API-LOCATION
           END-IF
           PERFORM FETCH-KIT-COMPONENT.
      * ===============================================================
      * Issue MRBC-API-REFERENCE's reservation on the request row -
      * the event has shipped. The quantity shipped is
      * MRBC-API-INVENTORY when the caller gives one (the event took
      * fewer, or more, than were promised), else the reserved
      * QUANTITY; either way the whole reservation is consumed.
      * SQLCODE 100 on the read means the reference holds nothing on
      * this row. A refused POST-ISSUE backs the unit of work out
      * (SYNCPOINT ROLLBACK) so the reservation is back as it was.
      * ===============================================================
       ISSUE-RESERVATION.
           MOVE MRBC-API-COLOR TO WS-ISSUE-COLOR
           EXEC SQL
               SELECT QUANTITY INTO :WS-ISSUE-QTY
               FROM EVENT.MARBLE_RESERVATION
               WHERE COLOR = :MRBC-API-COLOR
                 AND LOCATION = :MRBC-API-LOCATION
                 AND REFERENCE = :MRBC-API-REFERENCE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               PERFORM SET-ERROR-RESERVATION-DNE
           ELSE
               IF MRBC-API-INVENTORY > 0 THEN
                   MOVE MRBC-API-INVENTORY TO WS-ISSUE-QTY
               END-IF
               MOVE BOOLEAN-FALSE TO WS-ISSUE-FAILED
               PERFORM POST-ISSUE
               IF WS-ISSUE-FAILED = BOOLEAN-TRUE THEN
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM SET-ERROR-ISSUE-FAILED
               ELSE
                   MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
                   MOVE WS-WORK-INV TO MRBC-API-NEW-INVENTORY
               END-IF
           END-IF.
      * ===============================================================
      * Issue MRBC-API-REFERENCE's reservations on every component of
      * kit MRBC-API-KIT-ID at MRBC-API-LOCATION - each component's
      * reserved quantity comes off its row through the same
      * POST-ISSUE the single-color ISS uses, all inside this unit of
      * work. A component the reference holds nothing on, or one
      * whose row cannot give up the quantity, backs every component
      * out (SYNCPOINT ROLLBACK): the kit ships whole or not at all,
      * the mirror of how KRS took it.
      * ===============================================================
       KIT-ISSUE.
           PERFORM CHECK-KIT-EXISTS
           IF WS-KIT-COMP-COUNT = 0 THEN
               PERFORM SET-ERROR-UNKNOWN-KIT
           ELSE
               MOVE BOOLEAN-FALSE TO WS-ISSUE-FAILED
               MOVE BOOLEAN-FALSE TO WS-EOF-KIT
               PERFORM OPEN-KIT-CURSOR
               PERFORM FETCH-KIT-COMPONENT
               PERFORM ISSUE-ONE-COMPONENT
                   UNTIL WS-EOF-KIT = BOOLEAN-TRUE
                     OR WS-ISSUE-FAILED = BOOLEAN-TRUE
               PERFORM CLOSE-KIT-CURSOR
               IF WS-ISSUE-FAILED = BOOLEAN-TRUE THEN
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM SET-ERROR-KIT-NOT-ISSUED
               ELSE
                   MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
               END-IF
           END-IF.
      * ===============================================================
      * Issue one component's reservation, then fetch the next
      * component
      * ===============================================================
       ISSUE-ONE-COMPONENT.
           MOVE WS-KIT-COMP-COLOR TO WS-ISSUE-COLOR
           EXEC SQL
               SELECT QUANTITY INTO :WS-ISSUE-QTY
               FROM EVENT.MARBLE_RESERVATION
               WHERE COLOR = :WS-KIT-COMP-COLOR
                 AND LOCATION = :MRBC-API-LOCATION
                 AND REFERENCE = :MRBC-API-REFERENCE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-ISSUE-FAILED
           ELSE
               PERFORM POST-ISSUE
               IF WS-ISSUE-FAILED = BOOLEAN-FALSE THEN
                   PERFORM FETCH-KIT-COMPONENT
               END-IF
           END-IF.
      * ===============================================================
      * Consume one reservation: delete MRBC-API-REFERENCE's
      * reservation of WS-ISSUE-COLOR at MRBC-API-LOCATION, then take
      * WS-ISSUE-QTY off the row's INVENTORY. The decrement carries
      * the same reserved-stock floor as ADJ - with this reference's
      * own hold already gone, the row must still cover everything
      * reserved for other events - so SQLCODE 100 means the shelf
      * cannot give up that much. Sets WS-ISSUE-FAILED when either
      * statement is refused; the caller backs the unit of work out.
      * Otherwise the row's new INVENTORY is read back into
      * WS-WORK-INV for the audit row (verb ISS or KIS) and the
      * low-inventory check.
      * ===============================================================
       POST-ISSUE.
           EXEC SQL
               DELETE FROM EVENT.MARBLE_RESERVATION
               WHERE COLOR = :WS-ISSUE-COLOR
                 AND LOCATION = :MRBC-API-LOCATION
                 AND REFERENCE = :MRBC-API-REFERENCE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE BOOLEAN-TRUE TO WS-ISSUE-FAILED
           ELSE
               EXEC SQL
                   UPDATE EVENT.MARBLE
                   SET INVENTORY = INVENTORY - :WS-ISSUE-QTY,
                       ROW_VERSION = ROW_VERSION + 1
                   WHERE COLOR = :WS-ISSUE-COLOR
                     AND LOCATION = :MRBC-API-LOCATION
                     AND INVENTORY - :WS-ISSUE-QTY >=
                         COALESCE((SELECT SUM(R.QUANTITY)
                                   FROM EVENT.MARBLE_RESERVATION R
                                   WHERE R.COLOR = :WS-ISSUE-COLOR
                                     AND R.LOCATION =
                                         :MRBC-API-LOCATION), 0)
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                   MOVE BOOLEAN-TRUE TO WS-ISSUE-FAILED
               ELSE
                   EXEC SQL
                       SELECT INVENTORY INTO :WS-WORK-INV
                       FROM EVENT.MARBLE
                       WHERE COLOR = :WS-ISSUE-COLOR
                         AND LOCATION = :MRBC-API-LOCATION
                   END-EXEC
                   MOVE WS-ISSUE-COLOR TO WS-AUDIT-COLOR
                   MOVE MRBC-API-LOCATION TO WS-AUDIT-LOC
                   MOVE 0 TO WS-AUDIT-OLD-IND
                   COMPUTE WS-AUDIT-OLD-INVENTORY =
                       WS-WORK-INV + WS-ISSUE-QTY
                   MOVE 0 TO WS-AUDIT-NEW-IND
                   MOVE WS-WORK-INV TO WS-AUDIT-NEW-INVENTORY
                   PERFORM WRITE-AUDIT-ROW
                   MOVE WS-ISSUE-COLOR TO WS-ALERT-COLOR
                   MOVE MRBC-API-LOCATION TO WS-ALERT-LOCATION
                   MOVE WS-WORK-INV TO WS-ALERT-INVENTORY
                   PERFORM CHECK-LOW-INVENTORY
               END-IF
           END-IF.
      * ===============================================================
      * Does the request kit exist on EVENT.MARBLE_KIT? Component
      * count zero means no such kit
      * ===============================================================
               CLOSE KIT-CURSOR
           END-EXEC.
      * ===============================================================
      * Measure an UPD, TRN, SHP or ADJ against its verb's approval
      * limit on EVENT.MARBLE_THRESHOLD. The size of the change is how
      * far UPD would move the row's INVENTORY (either way, against
      * the count CHECK-IF-COLOR-FOUND just read), the ADJ amount
      * (either sign), or the TRN or SHP quantity. No threshold row
      * for the verb means no limit, and a parked change being
      * APRoved is never measured again.
      * ===============================================================
       CHECK-APPROVAL-THRESHOLD.
           MOVE BOOLEAN-FALSE TO WS-RESULT-OVER-THRESHOLD
           IF WS-PEND-APPROVING = BOOLEAN-FALSE THEN
               EXEC SQL
                   SELECT MAX_QUANTITY INTO :WS-PEND-MAX-QTY
                   FROM EVENT.MARBLE_THRESHOLD
                   WHERE VERB = :MRBC-API-VERB
               END-EXEC
               IF SQLCODE = 0 THEN
                   MOVE MRBC-API-INVENTORY TO WS-PEND-CHANGE-QTY
                   IF WS-RESULT-VERB-UPDATE = BOOLEAN-TRUE THEN
                       SUBTRACT WS-WORK-INV FROM WS-PEND-CHANGE-QTY
                   END-IF
                   IF WS-RESULT-VERB-ADJUST = BOOLEAN-TRUE THEN
                       MOVE MRBC-API-ADJ-AMOUNT TO WS-PEND-CHANGE-QTY
                   END-IF
                   IF WS-PEND-CHANGE-QTY < 0 THEN
                       COMPUTE WS-PEND-CHANGE-QTY =
                           0 - WS-PEND-CHANGE-QTY
                   END-IF
                   IF WS-PEND-CHANGE-QTY > WS-PEND-MAX-QTY THEN
                       MOVE BOOLEAN-TRUE TO WS-RESULT-OVER-THRESHOLD
                   END-IF
               END-IF
           END-IF.
      * ===============================================================
      * Park the over-limit request on EVENT.MARBLE_PENDING instead of
      * applying it - exactly as posted, with who asked and from
      * where - under the next PENDING_NO. Nothing on EVENT.MARBLE
      * changes; the caller is answered RC 2 with the number (also
      * in MESSAGE for callers passing the short COMMAREA) and the
      * row's current count in NEW-INVENTORY. A failed INSERT (two
      * tasks racing for the same number, -803) queues nothing and
      * says so.
      * ===============================================================
       PARK-PENDING-CHANGE.
           EXEC SQL
               SELECT COALESCE(MAX(PENDING_NO), 0) + 1
               INTO :MRBC-API-PENDING-NO
               FROM EVENT.MARBLE_PENDING
           END-EXEC
           EXEC SQL
               INSERT INTO EVENT.MARBLE_PENDING
                   (PENDING_NO, VERB, COLOR, LOCATION, COLOR2,
                    LOCATION2, INVENTORY, ADJ_AMOUNT, CHANGE_QTY,
                    STATUS, REQUESTED_BY, REQUESTED_TERMID,
                    REQUESTED_TS)
               VALUES (
                     :MRBC-API-PENDING-NO,
                     :MRBC-API-VERB,
                     :MRBC-API-COLOR,
                     :MRBC-API-LOCATION,
                     :MRBC-API-COLOR2,
                     :MRBC-API-LOCATION2,
                     :MRBC-API-INVENTORY,
                     :MRBC-API-ADJ-AMOUNT,
                     :WS-PEND-CHANGE-QTY,
                     'P',
                     :EIBUSERID,
                     :EIBTRMID,
                     CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               MOVE 0 TO MRBC-API-PENDING-NO
               PERFORM SET-ERROR-NOT-QUEUED
           ELSE
               MOVE WS-WORK-INV TO MRBC-API-NEW-INVENTORY
               PERFORM SET-PENDING-APPROVAL
           END-IF.
      * ===============================================================
      * APR - apply parked change MRBC-API-PENDING-NO. The approver
      * may not be the operator who asked for it. The pending row is
      * claimed first (STATUS 'P' to 'A' in one guarded UPDATE, so
      * two supervisors cannot both apply it), then the original
      * request is loaded back into the COMMAREA and sent down the
      * ordinary DISPATCH-VERB path - every existence, validity,
      * reserved-stock and ROW_VERSION guard applies as of now. A
      * refused apply rolls the claim back (SYNCPOINT ROLLBACK) so
      * the change stays pending, and the verb's own refusal is
      * what the supervisor sees. The audit rows go down under the
      * requester's USERID/TERMID with this operator as APPROVED_BY.
      * ===============================================================
       APPROVE-PENDING-CHANGE.
           EXEC SQL
               SELECT VERB, COLOR, LOCATION, COLOR2, LOCATION2,
                      INVENTORY, ADJ_AMOUNT, REQUESTED_BY,
                      REQUESTED_TERMID
               INTO :WS-PEND-VERB, :MRBC-API-COLOR,
                    :MRBC-API-LOCATION, :MRBC-API-COLOR2,
                    :MRBC-API-LOCATION2, :MRBC-API-INVENTORY,
                    :MRBC-API-ADJ-AMOUNT, :WS-PEND-REQUESTED-BY,
                    :WS-PEND-REQUESTED-TERMID
               FROM EVENT.MARBLE_PENDING
               WHERE PENDING_NO = :MRBC-API-PENDING-NO
                 AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               PERFORM SET-ERROR-PENDING-DNE
           ELSE
               IF WS-PEND-REQUESTED-BY = EIBUSERID THEN
                   PERFORM SET-ERROR-SELF-APPROVAL
               ELSE
                   PERFORM APPLY-PENDING-CHANGE
               END-IF
           END-IF.
      * ===============================================================
      * Claim the pending row, then re-dispatch the original request
      * under the requester's name with this operator as approver
      * ===============================================================
       APPLY-PENDING-CHANGE.
           EXEC SQL
               UPDATE EVENT.MARBLE_PENDING
               SET STATUS = 'A',
                   DECIDED_BY = :EIBUSERID,
                   DECIDED_TS = CURRENT TIMESTAMP
               WHERE PENDING_NO = :MRBC-API-PENDING-NO
                 AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               PERFORM SET-ERROR-PENDING-DNE
           ELSE
               MOVE BOOLEAN-TRUE TO WS-PEND-APPROVING
               MOVE WS-PEND-REQUESTED-BY TO WS-AUDIT-USERID
               MOVE WS-PEND-REQUESTED-TERMID TO WS-AUDIT-TERMID
               MOVE EIBUSERID TO WS-AUDIT-APPROVER
               MOVE 0 TO WS-AUDIT-APPROVER-IND
               MOVE WS-PEND-VERB TO MRBC-API-VERB
               MOVE ZEROS TO WS-RESULT-VERB
               PERFORM VERIFY-VERB
               PERFORM DISPATCH-VERB
               IF MRBC-API-RC NOT = 0 THEN
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
               MOVE WS-CONST-APPROVE TO MRBC-API-VERB
           END-IF.
      * ===============================================================
      * REJ - throw parked change MRBC-API-PENDING-NO away unapplied.
      * The requester may withdraw their own change this way; only
      * approval needs a second person. SQLCODE 100 means there is
      * no such change still pending.
      * ===============================================================
       REJECT-PENDING-CHANGE.
           EXEC SQL
               UPDATE EVENT.MARBLE_PENDING
               SET STATUS = 'R',
                   DECIDED_BY = :EIBUSERID,
                   DECIDED_TS = CURRENT TIMESTAMP
               WHERE PENDING_NO = :MRBC-API-PENDING-NO
                 AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
               PERFORM SET-ERROR-PENDING-DNE
           ELSE
               MOVE BOOLEAN-TRUE TO WS-RESULT-OPERATION-SUCCESS
           END-IF.
      * ===============================================================
      * Response builders - one per refusal, each setting the same
      * MRBCnnnE code and text the terminal always showed
      * ===============================================================
       SET-ERROR-UNKNOWN-VERB.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-UNKNOWN-VERB TO MRBC-API-ERROR-CODE
           MOVE 'UNKNOWN VERB, SEE THE MRBCAPI COPYBOOK FOR THE VERBS'
               TO MRBC-API-MESSAGE.
       SET-ERROR-NOT-AUTHORIZED.
           MOVE 8 TO MRBC-API-RC
           MOVE WS-ERROR-NOT-AUTHORIZED TO MRBC-API-ERROR-CODE
       SET-ERROR-RECEIPT-NOT-POSTED.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-RECEIPT-NOT-POSTED TO MRBC-API-ERROR-CODE
           MOVE 'RECEIPT NOT POSTED, RETRY IT' TO MRBC-API-MESSAGE.
       SET-ERROR-UNKNOWN-KIT.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-UNKNOWN-KIT TO MRBC-API-ERROR-CODE
           MOVE WS-ERROR-KIT-NOT-RESERVED TO MRBC-API-ERROR-CODE
           MOVE 'COMPONENT SHORT OR REFUSED, NOTHING RESERVED'
               TO MRBC-API-MESSAGE.
       SET-PENDING-APPROVAL.
           MOVE 2 TO MRBC-API-RC
           MOVE WS-ERROR-PENDING-APPROVAL TO MRBC-API-ERROR-CODE
           MOVE MRBC-API-PENDING-NO TO WS-PEND-EDIT
           MOVE SPACES TO MRBC-API-MESSAGE
           STRING 'OVER LIMIT, QUEUED FOR APPROVAL AS PENDING NO '
                   DELIMITED BY SIZE
                   WS-PEND-EDIT DELIMITED BY SIZE
               INTO MRBC-API-MESSAGE
           END-STRING.
       SET-ERROR-PENDING-DNE.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-PENDING-DNE TO MRBC-API-ERROR-CODE
           MOVE 'NO PENDING CHANGE WITH THAT NUMBER, SEE MRBQ LST'
               TO MRBC-API-MESSAGE.
       SET-ERROR-SELF-APPROVAL.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-SELF-APPROVAL TO MRBC-API-ERROR-CODE
           MOVE 'CANNOT APPROVE YOUR OWN CHANGE' TO MRBC-API-MESSAGE.
       SET-ERROR-NOT-QUEUED.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-NOT-QUEUED TO MRBC-API-ERROR-CODE
           MOVE 'CHANGE NOT QUEUED FOR APPROVAL, RETRY'
               TO MRBC-API-MESSAGE.
       SET-ERROR-LOCATION-CLOSED.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-LOCATION-CLOSED TO MRBC-API-ERROR-CODE
           MOVE 'UNKNOWN OR CLOSED LOCATION, SEE MRBW'
               TO MRBC-API-MESSAGE.
       SET-ERROR-ISSUE-FAILED.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-ISSUE-FAILED TO MRBC-API-ERROR-CODE
           MOVE 'INSUFFICIENT UNRESERVED INVENTORY TO ISSUE'
               TO MRBC-API-MESSAGE.
       SET-ERROR-KIT-NOT-ISSUED.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-KIT-NOT-ISSUED TO MRBC-API-ERROR-CODE
           MOVE 'COMPONENT NOT RESERVED OR SHORT, NOTHING ISSUED'
               TO MRBC-API-MESSAGE.
       SET-ERROR-NOT-IN-TRANSIT.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-NOT-IN-TRANSIT TO MRBC-API-ERROR-CODE
           MOVE 'NO TRANSFER IN TRANSIT WITH THAT NUMBER, SEE MARBLES4'
               TO MRBC-API-MESSAGE.
       SET-ERROR-SAME-LOCATION.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-SAME-LOCATION TO MRBC-API-ERROR-CODE
           MOVE 'SHIP BETWEEN TWO WAREHOUSES, USE TRN WITHIN ONE'
               TO MRBC-API-MESSAGE.
       SET-ERROR-TRANSIT-NOT-RECORDED.
           MOVE 4 TO MRBC-API-RC
           MOVE WS-ERROR-TRANSIT-NOT-RECORDED TO MRBC-API-ERROR-CODE
           MOVE 'SHIPMENT NOT RECORDED, NOTHING SHIPPED, RETRY'
               TO MRBC-API-MESSAGE.
      *
      *    The two transfer answers - RC 0, but with something to say
      *
       SET-SHIPPED-MESSAGE.
           MOVE MRBC-API-TRANSFER-NO TO WS-TRANSIT-EDIT
           MOVE SPACES TO MRBC-API-MESSAGE
           STRING 'SHIPPED, IN TRANSIT AS TRANSFER NO '
                   DELIMITED BY SIZE
                   WS-TRANSIT-EDIT DELIMITED BY SIZE
               INTO MRBC-API-MESSAGE
           END-STRING.
       SET-RECEIVED-MESSAGE.
           COMPUTE WS-TRANSIT-OVER-SHORT =
               WS-ORDER-QTY - WS-TRANSIT-QTY
           MOVE SPACES TO MRBC-API-MESSAGE
           IF WS-TRANSIT-OVER-SHORT = 0 THEN
               MOVE 'TRANSFER RECEIVED IN FULL' TO MRBC-API-MESSAGE
           ELSE
               IF WS-TRANSIT-OVER-SHORT < 0 THEN
                   COMPUTE WS-TRANSIT-EDIT = 0 - WS-TRANSIT-OVER-SHORT
                   STRING 'TRANSFER RECEIVED SHORT BY '
                           DELIMITED BY SIZE
                           WS-TRANSIT-EDIT DELIMITED BY SIZE
                       INTO MRBC-API-MESSAGE
                   END-STRING
               ELSE
                   MOVE WS-TRANSIT-OVER-SHORT TO WS-TRANSIT-EDIT
                   STRING 'TRANSFER RECEIVED OVER BY '
                           DELIMITED BY SIZE
                           WS-TRANSIT-EDIT DELIMITED BY SIZE
                       INTO MRBC-API-MESSAGE
                   END-STRING
               END-IF
           END-IF.
