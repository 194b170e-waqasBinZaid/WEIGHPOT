      *   SCALWARN scale certificate inside the warning window       *
      *   SCALEXPD scale certificate expired                         *
      *   SCALMAST scale certificate missing or unreadable           *
      *   ORDEXCP  load posted as exception against its order        *
      *   ORDMAST  order master unavailable                          *
      *   ORDLOW   order balance below the contract-position warning *
      *   STKVAR   stocktake variance beyond the ledger tolerance    *
      *   FRAUDVEH vehicle at the weekly fraud-pattern alert score   *
      *   FRAUDOPR operator at the weekly fraud-pattern alert score  *
      *   FRAUDSUP supervisor at the weekly void-pattern alert score *
      *   ZERODRFT weighbridge zero return drifting toward the band  *
      *   MASTLOAD last master-data package load failed at the site  *
      *   RUNGATE  nightly step refused - a step before it did not   *
      *            complete for the business date                    *
      *                                                              *
      ****************************************************************
       fd  alert-event-file.
