      * batch movement apply in MARBLESM) refuse to take the on-hand
      * count below it, and LST shows available-to-promise (on-hand
      * minus reserved) next to on-hand.
      *
      * A reservation is consumed when its event ships: the ISS verb
      * (KIS for a kit booking) takes the reserved quantity off
      * INVENTORY and deletes the reservation in one audited unit of
      * work, so the stock is never held twice. KIT_ID is the
      * EVENT.MARBLE_KIT kit a KRS reservation was taken for (NULL on
      * a single-color RSV), so the MARBLES3 morning pick list can
      * show a kit booking as the kit with its components under it.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_RESERVATION TABLE
           ( COLOR                          VARCHAR(10) NOT NULL,
             QUANTITY                       INTEGER NOT NULL,
             EVENT_DATE                     DATE NOT NULL,
             RESERVED_TS                    TIMESTAMP NOT NULL,
             RESERVED_BY                    CHAR(8) NOT NULL,
             KIT_ID                         VARCHAR(10)
           ) END-EXEC.
