      ****************************************************************
      *                                                              *
      *                     RockeySuspense.cpy                       *
      *                                                              *
      * FILE SECTION copybook for the weighment suspense file. A     *
      * refused indicator reading (RockeyScaleCapture) or a rejected *
      * weighment (RockeyExample) still means a truck crossed the    *
      * bridge with no ticket, so each one is appended here with the *
      * full original record and the reason, and stays OPEN until a  *
      * supervisor releases a corrected weighment or writes it off   *
      * through RockeySuspenseMaint.                                 *
      *                                                              *
      * SUS-SUSPENSE-KEY identifies an item for the correction       *
      * transaction: the date and time it was raised, the source     *
      * (C capture, P posting) and the record number within that     *
      * run's input file.                                            *
      *                                                              *
      * SUS-REASON-CODE is the posting run's alert event code for a  *
      * posting reject (RockeyAlertEvent.cpy), TKTDUPNO for a ticket *
      * number already on the master, or for a capture refusal:      *
      *   CAPNOREG vehicle registration missing                      *
      *   CAPNONUM weight fields not numeric                         *
      *   CAPMOTN  reading latched while the platform was in motion  *
      *   CAPZERO  indicator did not return to zero                  *
      *   CAPEQUAL gross and tare readings equal                     *
      *   CAPRANGE gross outside the site's plausible range          *
      *   CAPMODE  weigh mode on the spool record not recognised     *
      *   CAPINYRD vehicle already has an open first weigh today     *
      *   CAPYDUNV in-yard file unavailable for a two-pass weigh     *
      *   CAPNOFST second weigh with no open first weigh to match    *
      *   CAPNOTAR single-pass weigh, vehicle not on the tare master *
      *   CAPLIGHT single-pass reading not above the stored tare     *
      *   CAPSTALE first weigh never matched, superseded by a later  *
      *            first weigh for the same vehicle                  *
      *                                                              *
      * SUS-ORIGINAL-IMAGE holds the record exactly as it was read - *
      * the indicator spool record for a capture refusal, the        *
      * weighment transaction record for a posting reject - with a   *
      * named view of each layout over it.                           *
      *                                                              *
      ****************************************************************
       fd  suspense-file.
       01  ry-suspense-record.
           05  sus-suspense-key.
               10  sus-raised-date      pic x(8).
               10  sus-raised-time      pic x(8).
               10  sus-source           pic x.
                   88  sus-from-capture     value "C".
                   88  sus-from-posting     value "P".
               10  sus-source-recno     pic 9(5).
           05  sus-site-id          pic x(6).
           05  sus-status-flag      pic x.
               88  sus-is-open          value "O".
               88  sus-is-released      value "R".
               88  sus-is-written-off   value "W".
           05  sus-reason-code      pic x(8).
           05  sus-reason-text      pic x(44).
           05  sus-vehicle-reg      pic x(10).
           05  sus-resolved-timestamp pic x(21).
           05  sus-resolved-userid  pic 9(9).
           05  sus-original-image   pic x(120).
           05  sus-spool-image redefines sus-original-image.
               10  ssi-vehicle-reg      pic x(10).
               10  ssi-product-code     pic x(8).
               10  ssi-in-weight-kg     pic 9(7).
               10  ssi-in-stable-flag   pic x.
               10  ssi-in-timestamp     pic x(21).
               10  ssi-out-weight-kg    pic 9(7).
               10  ssi-out-stable-flag  pic x.
               10  ssi-out-timestamp    pic x(21).
               10  ssi-zero-return-kg   pic 9(7).
               10  ssi-weigh-mode       pic x.
               10  ssi-order-ref        pic x(8).
               10  ssi-direction        pic x.
               10  filler               pic x(27).
           05  sus-weigh-image redefines sus-original-image.
               10  swi-vehicle-reg      pic x(10).
               10  swi-product-code     pic x(8).
               10  swi-gross-weight-kg  pic 9(7).
               10  swi-tare-weight-kg   pic 9(7).
               10  swi-in-timestamp     pic x(21).
               10  swi-out-timestamp    pic x(21).
               10  swi-order-ref        pic x(8).
               10  swi-direction        pic x.
               10  filler               pic x(37).
