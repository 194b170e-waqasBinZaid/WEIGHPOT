      ****************************************************************
      *                                                              *
      *                   RockeyStockBalance.cpy                     *
      *                                                              *
      * FILE SECTION copybook for the product stockpile balance      *
      * file: one record per product, carried from one run of the    *
      * daily stock ledger (RockeyStockLedger) to the next. The file *
      * is never hand-edited - the book figure only moves by posted  *
      * tickets and by a stocktake (RockeyStocktake.cpy).            *
      *                                                              *
      * Each record holds the state the last run started from        *
      * (STB-PRIOR-...) and the state it finished with, so the same  *
      * ledger date can be run again and give the same answer:       *
      *   STB-AS-OF-DATE     the ledger date of the last run         *
      *   STB-CUTOFF         the posting date and time the last run  *
      *                      counted tickets up to                   *
      *   STB-CLOSING-KG     book stock after the last run           *
      *   STB-SURVEY-DATE    date of the latest stocktake applied    *
      * and the last run's own figures - tonnes in, out, the voids   *
      * given back, and the surveyed figure and variance when a      *
      * stocktake was applied. STB-LEDGER-START is the posting date  *
      * and time the very first run counted from; a void of a ticket *
      * posted before it is not given back, since that ticket was    *
      * never counted.                                               *
      *                                                              *
      * Book stock can go below zero when more has been sold than    *
      * was ever recorded coming in, so the balances are signed,     *
      * with a leading separate sign to keep the file readable.      *
      * Weights are whole kg, as on the rest of the system.          *
      *                                                              *
      ****************************************************************
       fd  stock-balance-file.
       01  ry-stock-balance-record.
           05  stb-product-code     pic x(8).
           05  stb-as-of-date       pic x(8).
           05  stb-prior-cutoff     pic x(16).
           05  stb-prior-kg         pic s9(9) sign leading separate.
           05  stb-prior-survey-date pic x(8).
           05  stb-cutoff           pic x(16).
           05  stb-closing-kg       pic s9(9) sign leading separate.
           05  stb-survey-date      pic x(8).
           05  stb-in-kg            pic 9(9).
           05  stb-out-kg           pic 9(9).
           05  stb-void-in-kg       pic 9(9).
           05  stb-void-out-kg      pic 9(9).
           05  stb-survey-kg        pic 9(9).
           05  stb-variance-kg      pic s9(9) sign leading separate.
           05  stb-ledger-start     pic x(16).
           05  filler               pic x(4).
