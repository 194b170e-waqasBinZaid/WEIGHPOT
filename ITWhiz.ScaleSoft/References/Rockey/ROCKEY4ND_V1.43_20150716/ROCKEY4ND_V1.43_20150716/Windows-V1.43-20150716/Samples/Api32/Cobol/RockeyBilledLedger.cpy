      ****************************************************************
      *                                                              *
      *                   RockeyBilledLedger.cpy                     *
      *                                                              *
      * FILE SECTION copybook for the indexed billed-ticket ledger,  *
      * keyed on the ticket number: one record per weigh ticket      *
      * RockeyBillingExtract has sent to the accounts package,       *
      * saying which billing run (month) it went out on, to which    *
      * account and for how much. A ticket with a ledger record is   *
      * never invoiced again, whatever month it was posted in or     *
      * cleared in, and a ticket voided after it was billed is       *
      * credited on the next extract, once - the ledger records the  *
      * run that raised the credit note as well.                     *
      *                                                              *
      * BLD-STATUS B billed, C billed and since credited. The        *
      * record keyed on ticket number zero (BLD-STATUS H) is the     *
      * ledger header: its BLD-BILLING-MONTH is the first month the  *
      * ledger covered. Tickets posted before that month were billed *
      * by month alone and are never carried forward.                *
      *                                                              *
      * Amounts follow the two-decimal display convention of         *
      * RockeyInvoiceLine.cpy; weights the pic 9(7) whole-kg         *
      * convention of RockeyLastTicket.cpy.                          *
      *                                                              *
      ****************************************************************
       fd  billed-ledger-file.
       01  ry-billed-ledger-record.
           05  bld-ticket-number    pic 9(9).
           05  bld-status           pic x.
               88  bld-is-ledger-start  value "H".
               88  bld-is-billed        value "B".
               88  bld-is-credited      value "C".
           05  bld-billing-month    pic x(6).
           05  bld-billed-timestamp pic x(21).
           05  bld-account-code     pic x(8).
           05  bld-post-date        pic x(8).
           05  bld-vehicle-reg      pic x(10).
           05  bld-product-code     pic x(8).
           05  bld-net-kg           pic 9(7).
           05  bld-rate-per-tonne   pic 9(5)v99.
           05  bld-amount           pic 9(9)v99.
           05  bld-credit-month     pic x(6).
           05  bld-credit-timestamp pic x(21).
           05  filler               pic x(20).
