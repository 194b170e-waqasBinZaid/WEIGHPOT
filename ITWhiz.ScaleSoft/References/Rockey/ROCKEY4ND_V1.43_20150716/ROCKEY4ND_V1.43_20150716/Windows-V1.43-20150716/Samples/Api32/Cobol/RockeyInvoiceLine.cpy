      * extract: one row per billable weigh ticket, priced and       *
      * ready for the accounts package to import - the file that     *
      * replaces a clerk re-keying the ticket register printout.     *
      * Voided tickets are never invoiced; exception tickets are     *
      * listed for review, not extracted, until someone clears them. *
      *                                                              *
      * The rate and amount are fixed two decimals in display form,  *
      * as on RockeyProductRate.cpy.                                 *
      *                                                              *
      * INV-LINE-TYPE I is an invoice line; C is a credit note for a *
      * ticket voided after it was billed, carrying the account,     *
      * net and amount it was originally invoiced at (the amount is  *
      * still unsigned - the line type says which way it goes).      *
      * INV-BILLED-MONTH is the billing run the ticket was first     *
      * invoiced on, so a late-cleared ticket or a credit can be     *
      * matched to the original invoice.                             *
      *                                                              *
      ****************************************************************
       fd  invoice-line-file.
       01  ry-invoice-line-record.
           05  inv-net-kg           pic 9(7).
           05  inv-rate-per-tonne   pic 9(5)v99.
           05  inv-amount           pic 9(9)v99.
           05  inv-line-type        pic x.
               88  inv-is-invoice       value "I".
               88  inv-is-credit        value "C".
           05  inv-billed-month     pic x(6).
