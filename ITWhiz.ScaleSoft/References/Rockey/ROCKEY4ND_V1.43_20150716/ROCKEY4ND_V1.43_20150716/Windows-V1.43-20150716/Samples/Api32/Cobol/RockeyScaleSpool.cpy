      * hand, which is how the mismatches the secure-calculator      *
      * check catches after the fact got in to begin with.           *
      *                                                              *
      * SSP-WEIGH-MODE says which readings the record carries:       *
      *   C or blank  both readings - the truck weighed in and out   *
      *               in one visit to the platform                   *
      *   F           first weigh of a two-pass visit, the in        *
      *               reading only                                   *
      *   S           second weigh of a two-pass visit, the out      *
      *               reading only                                   *
      *   T           single pass against the vehicle's stored tare  *
      *               (RockeyVehicleTare.cpy), the in reading only   *
      * The reading a record does not carry is zero-filled by the    *
      * indicator. The zero-return reading is on every record.       *
      *                                                              *
      * SSP-ORDER-REF is the customer order the load is drawn        *
      * against (RockeyOrderMaster.cpy), keyed at the indicator by   *
      * the operator; blank for a load on no order. On a two-pass    *
      * visit it may be keyed at either weigh.                       *
      *                                                              *
      * SSP-DIRECTION is keyed by the operator only for a single-    *
      * pass weigh (mode T), where one reading cannot say which way  *
      * the load went: I a delivery into the yard, O a load leaving. *
      * Blank is taken as O, the usual case of a known-tare truck    *
      * collecting. On every other mode the capture run derives the  *
      * direction from which reading was the heavier.                *
      *                                                              *
      * Weights follow the pic 9(7) whole-kg convention of           *
      * RockeyLastTicket.cpy; timestamps follow the x(21)            *
      * date-plus-time convention of the audit log.                  *
               88  ssp-out-stable       value "S".
           05  ssp-out-timestamp    pic x(21).
           05  ssp-zero-return-kg   pic 9(7).
           05  ssp-weigh-mode       pic x.
               88  ssp-mode-complete    value "C" " ".
               88  ssp-mode-first       value "F".
               88  ssp-mode-second      value "S".
               88  ssp-mode-stored-tare value "T".
           05  ssp-order-ref        pic x(8).
           05  ssp-direction        pic x.
               88  ssp-dir-in           value "I".
               88  ssp-dir-out          value "O".
