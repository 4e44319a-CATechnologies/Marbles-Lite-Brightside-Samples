      *   END-EXEC
      *
      * MRBC-API-VERB takes the same three-letter verbs as the MRBC
      * transaction: CRE UPD DEL TRN ADJ RCV RSV REL ISS SHP RTR,
      * plus the kit-level KRS KRL KIS KAV and the supervisor's APR
      * REJ (used by the MRBQ approval queue). Each verb reads
      * the same request fields its MRBC operands document (see the
      * header of marbles_default.cbl): CRE/UPD use COLOR, LOCATION
      * and INVENTORY; DEL uses COLOR and LOCATION; TRN adds COLOR2/
      * LOCATION2 with INVENTORY as the quantity moved; ADJ uses the
      * signed ADJ-AMOUNT; RCV uses ORDER-NO, with INVENTORY as the
      * quantity actually delivered (zero means the order's full
      * QUANTITY arrived); RSV uses COLOR,
      * LOCATION, INVENTORY (quantity), REFERENCE and EVENT-DATE;
      * REL uses COLOR, LOCATION and REFERENCE; ISS uses COLOR,
      * LOCATION and REFERENCE, with INVENTORY as the quantity
      * actually shipped (zero means the full reserved quantity);
      * SHP uses COLOR, LOCATION (the sending warehouse), LOCATION2
      * (the receiving one) and INVENTORY, and answers with the
      * TRANSFER-NO it went on the truck under; RTR uses TRANSFER-NO,
      * with INVENTORY as the quantity that actually arrived (zero
      * means the full quantity shipped). The kit verbs use
      * KIT-ID (an EVENT.MARBLE_KIT kit) with LOCATION: KRS adds
      * INVENTORY (the number of kits), REFERENCE and EVENT-DATE and
      * takes every component's reservation all-or-none under that
      * one REFERENCE; KRL adds REFERENCE and releases them all; KIS
      * adds REFERENCE and issues them all; KAV
      * takes nothing else and answers with the number of complete
      * kits the location's available-to-promise supports in
      * NEW-INVENTORY (and spelled out in MESSAGE). APR and REJ take
      * PENDING-NO alone: APR applies that parked change through the
      * ordinary verb path, REJ throws it away. Unused fields should
      * be left as spaces/zero.
      *
      * The response half comes back filled on every call:
      *  RC 0  - the verb applied; NEW-INVENTORY holds the row's
      *          resulting on-hand count for the verbs that change it
      *          (CRE UPD ADJ RCV ISS RTR, and TRN's and SHP's FROM
      *          row; 0 after DEL)
      *  RC 2  - an UPD, ADJ, TRN or SHP was bigger than its
      *          EVENT.MARBLE_THRESHOLD limit and nothing has changed
      *          yet: it is parked on EVENT.MARBLE_PENDING for a
      *          supervisor (MRBC018I, PENDING-NO holds its number and
      *          MESSAGE repeats it; see Copybook/PENDCHG.cpy)
      *  RC 4  - the verb was refused; ERROR-CODE holds the same
      *          MRBCnnnE code the terminal would show and MESSAGE
      *          its text
      * and every change writes its EVENT.MARBLE_AUDIT row inside the
      * caller's unit of work - the API path and the terminal path
      * are the same code and cannot diverge.
      *
      * MRBC-API-EXTENSION sits after the response so callers built
      * before it existed, passing the original 164 bytes, are still
      * served: MARBLESI reads and returns only the length it was
      * given. Such a caller cannot name a PENDING-NO for APR/REJ or
      * a TRANSFER-NO for RTR, and sees a queued change's number (or
      * a shipment's transfer number) in MESSAGE only.
      * ===============================================================
       01 MRBC-API-COMMAREA.
          05 MRBC-API-REQUEST.
             10 MRBC-API-ERROR-CODE PIC X(8).
             10 MRBC-API-MESSAGE PIC X(69).
             10 MRBC-API-NEW-INVENTORY PIC S9(9) COMP.
          05 MRBC-API-EXTENSION.
             10 MRBC-API-PENDING-NO PIC S9(9) COMP.
             10 MRBC-API-TRANSFER-NO PIC S9(9) COMP.
