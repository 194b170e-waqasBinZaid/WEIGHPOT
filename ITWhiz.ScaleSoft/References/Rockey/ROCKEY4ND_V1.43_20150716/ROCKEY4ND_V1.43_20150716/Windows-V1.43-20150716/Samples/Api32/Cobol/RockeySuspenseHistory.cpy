      ****************************************************************
      *                                                              *
      *                  RockeySuspenseHistory.cpy                   *
      *                                                              *
      * FILE SECTION copybook for the suspense correction history.   *
      * RockeySuspenseMaint appends one row per item released or     *
      * written off: which supervisor did it, when, the reason code, *
      * and the vehicle/product/gross/tare as they stood on the      *
      * original record and as they were released - so an audit can  *
      * show exactly who changed a refused weighing and what the     *
      * instrument had said. The history is append-only and never    *
      * rewritten, following the RockeyMaintHistory.cpy discipline.  *
      *                                                              *
      ****************************************************************
       fd  suspense-history-file.
       01  ry-suspense-history-record.
           05  shs-timestamp        pic x(21).
           05  shs-supervisor-userid pic 9(9).
           05  shs-supervisor-name  pic x(20).
           05  shs-action           pic x.
           05  shs-suspense-key     pic x(22).
           05  shs-reason-code      pic x(8).
           05  shs-before-image     pic x(40).
           05  shs-after-image      pic x(40).
