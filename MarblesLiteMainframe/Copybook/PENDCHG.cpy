      * ===============================================================
      * PENDCHG.cpy
      *
      * DCLGEN-style host variable layouts for the supervisor approval
      * queue in front of the large-quantity MARBLESI verbs.
      *
      * EVENT.MARBLE_THRESHOLD holds one row per verb that needs a
      * second pair of eyes above a size: an UPD that moves a row's
      * INVENTORY by more than MAX_QUANTITY (either way), an ADJ whose
      * amount is bigger than MAX_QUANTITY (either sign), or a TRN
      * or SHP moving more than MAX_QUANTITY. A verb with no row has
      * no limit. Hand-maintained, like the 'DEFAULT' reorder row.
      *
      * EVENT.MARBLE_PENDING holds the changes parked instead of
      * applied - the request exactly as the caller posted it (VERB,
      * COLOR/LOCATION, COLOR2/LOCATION2 for TRN and SHP, INVENTORY
      * for UPD's new count or TRN's or SHP's quantity, ADJ_AMOUNT for
      * ADJ), the size
      * that tripped the threshold (CHANGE_QTY) and who asked, from
      * which terminal and when. PENDING_NO is allocated by MARBLESI
      * as one more than the highest already on file; the caller gets
      * it back with RC 2 (MRBC018I) and the supervisor names it on
      * MRBQ APR/REJ (marbles_approval_queue.cbl).
      *
      * STATUS is 'P' while the change waits, 'A' once approved (and
      * applied through the ordinary guarded, audited verb path) and
      * 'R' once rejected. DECIDED_BY/DECIDED_TS are NULL until then.
      * The approver can never be REQUESTED_BY; the applied change's
      * EVENT.MARBLE_AUDIT row carries the requester as USERID and the
      * approver as APPROVED_BY.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_THRESHOLD TABLE
           ( VERB                           VARCHAR(3) NOT NULL,
             MAX_QUANTITY                   INTEGER NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE EVENT.MARBLE_PENDING TABLE
           ( PENDING_NO                     INTEGER NOT NULL,
             VERB                           VARCHAR(3) NOT NULL,
             COLOR                          VARCHAR(10) NOT NULL,
             LOCATION                       VARCHAR(8) NOT NULL,
             COLOR2                         VARCHAR(10) NOT NULL,
             LOCATION2                      VARCHAR(8) NOT NULL,
             INVENTORY                      INTEGER NOT NULL,
             ADJ_AMOUNT                     INTEGER NOT NULL,
             CHANGE_QTY                     INTEGER NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             REQUESTED_BY                   CHAR(8) NOT NULL,
             REQUESTED_TERMID               CHAR(4) NOT NULL,
             REQUESTED_TS                   TIMESTAMP NOT NULL,
             DECIDED_BY                     CHAR(8),
             DECIDED_TS                     TIMESTAMP
           ) END-EXEC.
