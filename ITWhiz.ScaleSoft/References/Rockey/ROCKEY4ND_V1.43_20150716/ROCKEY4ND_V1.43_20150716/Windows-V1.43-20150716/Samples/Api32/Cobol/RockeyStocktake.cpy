      ****************************************************************
      *                                                              *
      *                    RockeyStocktake.cpy                       *
      *                                                              *
      * FILE SECTION copybook for the stocktake transaction file     *
      * read by RockeyStockLedger: one row per product per survey,   *
      * keyed from the quarry's quarterly stockpile survey. The      *
      * surveyed figure is in whole tonnes, as the surveyor reports  *
      * it; the ledger holds kg.                                     *
      *                                                              *
      * A row is applied on the first ledger run whose date is on or *
      * after the survey date: the book stock is compared with the   *
      * survey, the variance printed, and the book reset to the      *
      * surveyed figure. Rows already applied stay on the file and   *
      * are passed over, so the file can simply be added to. Each    *
      * applied survey writes a change-history row under target STK, *
      * the discipline RockeyMaintTrans.cpy sets for the roster.     *
      *                                                              *
      ****************************************************************
       fd  stocktake-file.
       01  ry-stocktake-record.
           05  stk-maint-userid     pic x(9).
           05  stk-product-code     pic x(8).
           05  stk-survey-date      pic x(8).
           05  stk-surveyed-tonnes  pic x(7).
