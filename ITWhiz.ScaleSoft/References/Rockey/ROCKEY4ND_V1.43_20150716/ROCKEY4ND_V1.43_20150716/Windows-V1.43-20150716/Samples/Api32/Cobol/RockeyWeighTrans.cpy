      * tare, which is the value the dongle's secure calculator is   *
      * asked to confirm.                                            *
      *                                                              *
      * WTX-ORDER-REF is the customer order the load draws down      *
      * (RockeyOrderMaster.cpy), blank for a load on no order.       *
      *                                                              *
      * WTX-DIRECTION is the way the load moved: I in (the truck     *
      * weighed heavier on the way in - a delivery to the yard), O   *
      * out (heavier on the way out - a sale leaving the yard).      *
      *                                                              *
      * Weights follow the pic 9(7) whole-kg convention of           *
      * RockeyLastTicket.cpy; timestamps follow the x(21)            *
      * date-plus-time convention of the audit log.                  *
           05  wtx-tare-weight-kg   pic 9(7).
           05  wtx-in-timestamp     pic x(21).
           05  wtx-out-timestamp    pic x(21).
           05  wtx-order-ref        pic x(8).
           05  wtx-direction        pic x.
               88  wtx-dir-in           value "I".
               88  wtx-dir-out          value "O".
