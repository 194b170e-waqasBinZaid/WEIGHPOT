      ****************************************************************
      *                                                              *
      *                     RockeyRunSteps.cpy                       *
      *                                                              *
      * The nightly job stream, in the order the steps must run.     *
      * Each step needs every daily step before it to have completed *
      * for the same business date; RockeyRunGate enforces that and  *
      * RockeyRunSheet reports against it, so the order and what     *
      * counts as "completed" are only ever defined here.            *
      *                                                              *
      * A step has completed when its latest run for the date ended  *
      * with a RETURN-CODE no higher than RST-HIGHEST-OK-RC, or      *
      * equal to RST-ALSO-OK-RC (9999 for none) - each program keeps *
      * its own RETURN-CODE conventions:                             *
      *   RockeyScaleCapture   1 = some readings refused, run done   *
      *   RockeyExample        7 = clean finish of a restarted run   *
      *                        (8 = posting halted, NOT completed)   *
      *   RockeyTicketRecon    1 = unaccounted draws reported        *
      *   RockeyBillingExtract 1 = review items listed               *
      * RST-FREQUENCY M marks the month-end step, due only when the  *
      * business date is the last day of its month, or on the first  *
      * with ROCKEY_BILLING_MONTH naming the month just ended.       *
      *                                                              *
      * COPY this into WORKING-STORAGE.                              *
      *                                                              *
      ****************************************************************
       01  ry-run-step-table-data.
           05  filler.
               10  filler          pic x(20)
                   value "RockeyScaleCapture".
               10  filler          pic 9(4)  value 1.
               10  filler          pic 9(4)  value 9999.
               10  filler          pic x     value "D".
           05  filler.
               10  filler          pic x(20)
                   value "RockeyExample".
               10  filler          pic 9(4)  value 0.
               10  filler          pic 9(4)  value 7.
               10  filler          pic x     value "D".
           05  filler.
               10  filler          pic x(20)
                   value "RockeyTicketRegister".
               10  filler          pic 9(4)  value 0.
               10  filler          pic 9(4)  value 9999.
               10  filler          pic x     value "D".
           05  filler.
               10  filler          pic x(20)
                   value "RockeyTicketRecon".
               10  filler          pic 9(4)  value 1.
               10  filler          pic 9(4)  value 9999.
               10  filler          pic x     value "D".
           05  filler.
               10  filler          pic x(20)
                   value "RockeyTicketExtract".
               10  filler          pic 9(4)  value 0.
               10  filler          pic 9(4)  value 9999.
               10  filler          pic x     value "D".
           05  filler.
               10  filler          pic x(20)
                   value "RockeyBillingExtract".
               10  filler          pic 9(4)  value 1.
               10  filler          pic 9(4)  value 9999.
               10  filler          pic x     value "M".

       01  ry-run-step-table redefines ry-run-step-table-data.
           05  ry-run-step      occurs 6 times.
               10  rst-step-name       pic x(20).
               10  rst-highest-ok-rc   pic 9(4).
               10  rst-also-ok-rc      pic 9(4).
               10  rst-frequency       pic x.
                   88  rst-daily           value "D".
                   88  rst-month-end       value "M".

       01  ry-run-step-count    pic 9(4)  comp-5 value 6.
