      ****************************************************************
      *                                                              *
      *                   RockeyScaleHealth.cpy                      *
      *                                                              *
      * FILE SECTION copybook for the weighbridge health history.    *
      * RockeyScaleCapture appends one row per indicator reading it  *
      * judges, accepted or refused, with the figures that say how   *
      * the load cells are doing: the zero-return reading and the    *
      * zero band it was judged against, the stability flag on each  *
      * reading, and whether the reading was refused and why. The    *
      * history is append-only and never rewritten;                  *
      * RockeyScaleHealthTrend reads it back for the drift trend.    *
      *                                                              *
      * SHL-ZERO-VALID is N when the indicator sent a zero-return    *
      * that was not numeric; SHL-ZERO-RETURN-KG is then zero and    *
      * the row is left out of the zero-offset trend.                *
      * SHL-NEAR-BAND is Y when the zero return was at or above      *
      * ROCKEY_ZERO_NEAR_PCT percent of the band (default 75) - the  *
      * reading passed, or was refused for drift, but the bridge is  *
      * close to the limit. SHL-MOTION-REFUSED is Y when a reading   *
      * was refused because it latched while the platform was still  *
      * in motion (CAPMOTN). SHL-OUTCOME is A for a reading accepted *
      * or held in the yard, R for one refused to suspense, with the *
      * suspense reason code in SHL-REJECT-CODE.                     *
      *                                                              *
      * Weights follow the pic 9(7) whole-kg convention of           *
      * RockeyLastTicket.cpy; timestamps follow the x(21)            *
      * date-plus-time convention of the audit log.                  *
      *                                                              *
      ****************************************************************
       fd  scale-health-file.
       01  ry-scale-health-record.
           05  shl-run-timestamp    pic x(21).
           05  shl-site-id          pic x(6).
           05  shl-reading-no       pic 9(5).
           05  shl-vehicle-reg      pic x(10).
           05  shl-weigh-mode       pic x.
           05  shl-zero-return-kg   pic 9(7).
           05  shl-zero-valid       pic x.
               88  shl-zero-is-valid    value "Y".
           05  shl-zero-band-kg     pic 9(7).
           05  shl-near-band        pic x.
               88  shl-is-near-band     value "Y".
           05  shl-in-stable-flag   pic x.
           05  shl-out-stable-flag  pic x.
           05  shl-motion-refused   pic x.
               88  shl-is-motion-refused value "Y".
           05  shl-outcome          pic x.
               88  shl-is-accepted      value "A".
               88  shl-is-refused       value "R".
           05  shl-reject-code      pic x(8).
           05  filler               pic x(10).
