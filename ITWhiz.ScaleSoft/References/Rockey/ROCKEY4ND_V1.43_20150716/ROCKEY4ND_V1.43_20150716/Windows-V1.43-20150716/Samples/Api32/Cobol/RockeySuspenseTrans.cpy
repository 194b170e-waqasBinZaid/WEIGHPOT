      ****************************************************************
      *                                                              *
      *                   RockeySuspenseTrans.cpy                    *
      *                                                              *
      * FILE SECTION copybook for the suspense correction            *
      * transaction file read by RockeySuspenseMaint. One fixed-     *
      * layout row per suspense item a supervisor disposes of - the  *
      * suspense file itself is never hand-edited, the same          *
      * discipline RockeyMaintTrans.cpy enforces for the roster.     *
      *                                                              *
      * STX-ACTION is R (release a corrected weighment into the next *
      * night's weighment transaction file) or W (write the item     *
      * off - a test load, a duplicate reading, a truck that never   *
      * left). STX-MAINT-USERID is the supervisor, who must be on    *
      * the active operator roster; STX-REASON-CODE says why.        *
      *                                                              *
      * On a release, any corrected field left blank - the order     *
      * reference and the movement direction (I in, O out) included  *
      * - keeps the value from the original record.                  *
      *                                                              *
      ****************************************************************
       fd  suspense-trans-file.
       01  ry-suspense-trans-record.
           05  stx-action           pic x.
               88  stx-is-release       value "R".
               88  stx-is-write-off     value "W".
           05  stx-maint-userid     pic x(9).
           05  stx-suspense-key     pic x(22).
           05  stx-reason-code      pic x(8).
           05  stx-vehicle-reg      pic x(10).
           05  stx-product-code     pic x(8).
           05  stx-gross-weight-kg  pic x(7).
           05  stx-tare-weight-kg   pic x(7).
           05  stx-order-ref        pic x(8).
           05  stx-direction        pic x.
