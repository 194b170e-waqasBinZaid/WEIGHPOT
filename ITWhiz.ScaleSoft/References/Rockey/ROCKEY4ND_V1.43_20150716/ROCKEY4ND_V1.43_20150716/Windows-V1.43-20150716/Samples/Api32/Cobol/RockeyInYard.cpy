      ****************************************************************
      *                                                              *
      *                      RockeyInYard.cpy                        *
      *                                                              *
      * FILE SECTION copybook for the indexed in-yard file, keyed on *
      * the vehicle registration: one record per truck that has      *
      * weighed in on a two-pass visit (spool weigh mode F) and not  *
      * yet weighed out. RockeyScaleCapture writes the record at the *
      * first weigh, matches the second weigh to it by registration  *
      * to produce the weighment transaction, and deletes it once    *
      * matched - so whatever is left on the file at the end of the  *
      * day is a truck still on site, or one that left without a     *
      * ticket (RockeyInYardReport).                                 *
      *                                                              *
      * Weights follow the pic 9(7) whole-kg convention of           *
      * RockeyLastTicket.cpy; timestamps follow the x(21)            *
      * date-plus-time convention of the audit log.                  *
      *                                                              *
      ****************************************************************
       fd  in-yard-file.
       01  ry-in-yard-record.
           05  iyd-vehicle-reg      pic x(10).
           05  iyd-site-id          pic x(6).
           05  iyd-product-code     pic x(8).
           05  iyd-first-weight-kg  pic 9(7).
           05  iyd-first-timestamp  pic x(21).
           05  iyd-order-ref        pic x(8).
           05  filler               pic x(12).
