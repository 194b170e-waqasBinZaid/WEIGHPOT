      * cancelled by supervision is flipped to voided ("V") rather   *
      * than deleted, so the number stays provably consumed.         *
      *                                                              *
      * LK-EXCEPTION-CAUSES carries the caller's per-check causes    *
      * (RockeyTicketMaster.cpy) so an "E" ticket records why; a new *
      * ticket always starts with no supervisor disposition.         *
      * LK-ORDER-REF is the customer order the load was drawn down   *
      * against, blank for none. LK-DIRECTION is the way the load    *
      * moved, I into the yard or O out of it.                       *
      * LK-WEIGH-OUT-TIMESTAMP is when the truck weighed out, kept   *
      * on the master as a date and HHMM; blank when the caller has  *
      * no weighment time of its own.                                *
      *                                                              *
      * LK-POST-STATUS returns "00" when the master record was       *
      * written, otherwise the file status of the master operation   *
      * that failed. LK-SNAPSHOT-STATUS reports the last-ticket      *
       01 lk-product-code       pic x(8).
       01 lk-status-flag        pic x.
       01 lk-post-timestamp     pic x(21).
       01 lk-exception-causes   pic x(8).
       01 lk-order-ref          pic x(8).
       01 lk-direction          pic x.
       01 lk-weigh-out-timestamp pic x(21).
       01 lk-post-status        pic xx.
       01 lk-snapshot-status    pic xx.

                                 lk-product-code
                                 lk-status-flag
                                 lk-post-timestamp
                                 lk-exception-causes
                                 lk-order-ref
                                 lk-direction
                                 lk-weigh-out-timestamp
                                 lk-post-status
                                 lk-snapshot-status.

           if ws-master-status not = "00"
              move ws-master-status to lk-post-status
           else
              move spaces             to ry-weigh-ticket-record
              move lk-ticket-number   to tkm-ticket-number
              move lk-site-id         to tkm-site-id
              move lk-operator-userid to tkm-operator-userid
              move lk-product-code    to tkm-product-code
              move lk-status-flag     to tkm-status-flag
              move lk-post-timestamp  to tkm-post-timestamp
              move lk-exception-causes to tkm-exception-causes
              move lk-order-ref       to tkm-order-ref
              move lk-direction       to tkm-direction
              move lk-weigh-out-timestamp (1:8)
                                      to tkm-weigh-out-date
              move lk-weigh-out-timestamp (9:4)
                                      to tkm-weigh-out-hhmm
              write ry-weigh-ticket-record
                 invalid key
                    move ws-master-status to lk-post-status
