      * a key description the file was not built with is refused by  *
      * the file system (status 39).                                 *
      *                                                              *
      * An "E" ticket says WHY in TKM-EXCEPTION-CAUSES, one byte per *
      * check, blank when that check passed:                         *
      *   TKM-EXC-NET-MISMATCH   Y device net disagreed with ticket  *
      *   TKM-EXC-TARE-CAUSE     D tare deviation, C stale tare      *
      *                          calibration, U vehicle not on the   *
      *                          tare master, F tare master          *
      *                          unavailable                         *
      *   TKM-EXC-PRODUCT-CAUSE  X over the legal maximum load,      *
      *                          F product master unavailable        *
      *   TKM-EXC-SCALE-EXPIRED  Y scale certificate expired         *
      *   TKM-EXC-ORDER-CAUSE    U order not on the order master,    *
      *                          P order is for another product,     *
      *                          H order held or closed, E outside   *
      *                          the order's validity dates, X load  *
      *                          takes the order past its tonnage,   *
      *                          F order master unavailable          *
      * TKM-DISPOSITION-FLAG is the supervisor's decision on an "E"  *
      * ticket (RockeyTicketDisposition): blank still open, R        *
      * released to "P", V sent for void - the ticket stays "E"      *
      * until RockeyTicketVoid flips it. TKM-ORDER-REF is the        *
      * customer order the net was drawn down against                *
      * (RockeyOrderMaster.cpy), blank for a load on no order.       *
      * TKM-DIRECTION is the way the load moved, I into the yard or  *
      * O out of it, blank on tickets posted before the direction    *
      * was carried. TKM-WEIGH-OUT-DATE and TKM-WEIGH-OUT-HHMM are   *
      * when the truck weighed out, which the post timestamp is not  *
      * on a batch posted overnight; blank on tickets posted before  *
      * they were carried, or from the single last-ticket snapshot.  *
      * The trailing FILLER is kept spare so later fields need no    *
      * rebuild of the master.                                       *
      *                                                              *
      ****************************************************************
       fd  weigh-ticket-master-file.
       01  ry-weigh-ticket-record.
               88  tkm-is-voided        value "V".
               88  tkm-is-exception     value "E".
           05  tkm-post-timestamp   pic x(21).
           05  tkm-exception-causes.
               10  tkm-exc-net-mismatch pic x.
                   88  tkm-exc-net-mismatched   value "Y".
               10  tkm-exc-tare-cause   pic x.
                   88  tkm-exc-tare-deviation   value "D".
                   88  tkm-exc-tare-stale-calib value "C".
                   88  tkm-exc-vehicle-unknown  value "U".
                   88  tkm-exc-tare-unverified  value "F".
               10  tkm-exc-product-cause pic x.
                   88  tkm-exc-product-overload value "X".
                   88  tkm-exc-product-unchecked value "F".
               10  tkm-exc-scale-expired pic x.
                   88  tkm-exc-scale-cert-expired value "Y".
               10  tkm-exc-order-cause  pic x.
                   88  tkm-exc-order-unknown    value "U".
                   88  tkm-exc-order-wrong-product value "P".
                   88  tkm-exc-order-not-open   value "H".
                   88  tkm-exc-order-expired    value "E".
                   88  tkm-exc-order-exhausted  value "X".
                   88  tkm-exc-order-unchecked  value "F".
               10  filler               pic x(3).
           05  tkm-disposition-flag pic x.
               88  tkm-disp-open            value space.
               88  tkm-disp-released        value "R".
               88  tkm-disp-void-pending    value "V".
           05  tkm-disposition-date pic x(8).
           05  tkm-order-ref        pic x(8).
           05  tkm-direction        pic x.
               88  tkm-dir-in           value "I".
               88  tkm-dir-out          value "O".
           05  tkm-weigh-out-date   pic x(8).
           05  tkm-weigh-out-hhmm   pic x(4).
           05  filler               pic x(7).
