      * ===============================================================
      * LOCMAST.cpy
      *
      * DCLGEN-style host variable layout for the
      * EVENT.MARBLE_LOCATION warehouse master - the list of
      * LOCATIONs stock, orders, reservations and counts are allowed
      * to name, so a typo like 'EAT' is refused instead of quietly
      * opening a new warehouse every report then carries.
      *
      * One row per warehouse: its LOCATION code, a descriptive NAME
      * and a STATUS of 'O' while open, 'C' once closed by the MRBW
      * maintenance transaction (marbles_location_maint.cbl). Only
      * open locations are accepted by the MRBC/MARBLESI CRE, TRN,
      * SHP, RSV and KRS verbs, the MARBLESM movement apply and the
      * MARBLESZ count posting. Closing is refused while the location
      * still holds stock, open orders, reservations or transfers in
      * transit to or from it (Copybook/TRANSIT.cpy); the row is
      * kept so history stays interpretable and the location can be
      * re-opened later.
      *
      * Seeded at install from the distinct LOCATIONs already on
      * EVENT.MARBLE, all open.
      * ===============================================================
           EXEC SQL DECLARE EVENT.MARBLE_LOCATION TABLE
           ( LOCATION                       VARCHAR(8) NOT NULL,
             NAME                           VARCHAR(30) NOT NULL,
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
