      ****************************************************************
      *                                                              *
      *                   RockeyOrderMaster.cpy                      *
      *                                                              *
      * FILE SECTION copybook for the indexed customer contract/     *
      * order master, keyed on the order reference: one record per   *
      * order a customer account holds for a fixed tonnage of one    *
      * product, valid between two dates. RockeyOrderMaint adds and  *
      * changes orders; the nightly posting run draws each posted    *
      * net weight carrying the order reference down against it,     *
      * adding to the delivered figure, so the balance left on an    *
      * order is always ordered less delivered.                      *
      *                                                              *
      * Status O is open for loading, H held by sales (loads against *
      * it post as exceptions until it is reopened) and C closed.    *
      * An order whose delivered tonnage has reached the ordered     *
      * tonnage is exhausted whatever its status says.               *
      *                                                              *
      * Tonnages are held in whole kg, pic 9(9), like the rest of    *
      * the weights in the system - 1 tonne is 1000 on the record.   *
      * Dates are YYYYMMDD.                                          *
      *                                                              *
      ****************************************************************
       fd  order-master-file.
       01  ry-order-master-record.
           05  ord-order-ref        pic x(8).
           05  ord-account-code     pic x(8).
           05  ord-product-code     pic x(8).
           05  ord-ordered-kg       pic 9(9).
           05  ord-delivered-kg     pic 9(9).
           05  ord-valid-from       pic x(8).
           05  ord-valid-to         pic x(8).
           05  ord-status           pic x.
               88  ord-is-open          value "O".
               88  ord-is-held          value "H".
               88  ord-is-closed        value "C".
           05  ord-last-drawn-date  pic x(8).
           05  ord-last-ticket      pic 9(9).
           05  filler               pic x(20).
