      ****************************************************************
      *                                                              *
      *                    RockeyOrderTrans.cpy                      *
      *                                                              *
      * FILE SECTION copybook for the order maintenance transaction  *
      * file read by RockeyOrderMaint. One fixed-layout row per      *
      * change sales make to the order master - the indexed master   *
      * itself is never hand-edited, the same discipline             *
      * RockeyMaintTrans.cpy enforces for the roster.                *
      *                                                              *
      * OTX-ACTION is A (add a new order, every field required), C   *
      * (change an order - any field left blank keeps its current    *
      * value) or S (set the order status to OTX-STATUS: O open, H   *
      * held, C closed). The ordered quantity is keyed in whole      *
      * tonnes; the master holds it in kg. The delivered figure is   *
      * never keyed - only the posting run draws an order down.      *
      *                                                              *
      ****************************************************************
       fd  order-trans-file.
       01  ry-order-trans-record.
           05  otx-action           pic x.
               88  otx-is-add           value "A".
               88  otx-is-change        value "C".
               88  otx-is-status        value "S".
           05  otx-maint-userid     pic x(9).
           05  otx-order-ref        pic x(8).
           05  otx-account-code     pic x(8).
           05  otx-product-code     pic x(8).
           05  otx-ordered-tonnes   pic x(6).
           05  otx-valid-from       pic x(8).
           05  otx-valid-to         pic x(8).
           05  otx-status           pic x.
