       $set case
      ****************************************************************
      *                                                              *
      *                 RockeyContractPosition.cbl                   *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyContractPosition.

      ****************************************************************
      *                                                              *
      * Daily contract-position report. Reads the customer order     *
      * master (RockeyOrderMaster.cpy) the posting run draws down,   *
      * and shows for every order the tonnes ordered, delivered and  *
      * remaining, with the validity dates and status, so sales see  *
      * an order running out before the customer's trucks are        *
      * turned into exception tickets:                               *
      *                                                              *
      *   LOW        open order with less than the warning share of  *
      *              its tonnage left - a WARN alert (ORDLOW)        *
      *   EXHAUSTED  delivered has reached the ordered tonnage       *
      *   EXPIRED    the report date is past the order's end date    *
      *   HELD, CLOSED  the order's status                           *
      *                                                              *
      * The report date defaults to today and can be overridden with *
      * ROCKEY_POSITION_DATE (YYYYMMDD); the warning share defaults  *
      * to 10 percent of the ordered tonnage, overridable with       *
      * ROCKEY_ORDER_WARN_PCT. The site id for the alert feed comes  *
      * from ROCKEY_SITE_ID.                                         *
      *                                                              *
      * RETURN-CODE 0 no open order low or exhausted, 1 at least one *
      * is, 2 the order master or report could not be opened.        *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select order-master-file
               assign to ws-order-file-name
               organization indexed
               access mode sequential
               record key ord-order-ref
               file status is ws-order-status.

           select alert-event-file
               assign to ws-alert-file-name
               organization line sequential
               file status is ws-alert-status.

           select position-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyOrderMaster.cpy".
       copy "RockeyAlertEvent.cpy".

       fd  position-report-file.
       01  ry-position-line           pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 CPR-EXIT-SUCCESS            value 0.
       78 CPR-EXIT-WARNINGS           value 1.
       78 CPR-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value CPR-EXIT-SUCCESS.

       01 ws-order-file-name    pic x(60)
               value "./Data/RockeyOrderMaster.dat".
       01 ws-order-status       pic xx    value spaces.
       01 ws-alert-file-name    pic x(60) value spaces.
       01 ws-alert-status       pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyContractPosition.txt".
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.
       01 ws-site-id            pic x(6)  value spaces.

      ****************************************************************
      * REPORT DATE AND WARNING SHARE
      ****************************************************************
       01 ws-position-date      pic x(8)  value spaces.
       01 ws-warn-pct-text      pic x(3)  value spaces.
       01 ws-warn-pct           pic 9(3)  value 10.

       01 ws-order-eof-switch   pic x     value "N".
           88 ws-order-eof          value "Y".

      ****************************************************************
      * ONE ORDER'S POSITION, IN KG
      ****************************************************************
       01 ws-remaining-kg       pic 9(9)  value zero.
       01 ws-warn-kg            pic 9(9)  value zero.
       01 ws-order-flag         pic x(10) value spaces.

      ****************************************************************
      * POSITION COUNTS AND TOTALS
      ****************************************************************
       01 ws-order-count        pic 9(5)  value zero.
       01 ws-open-count         pic 9(5)  value zero.
       01 ws-low-count          pic 9(5)  value zero.
       01 ws-exhausted-count    pic 9(5)  value zero.
       01 ws-expired-count      pic 9(5)  value zero.
       01 ws-total-ordered-kg   pic 9(11) value zero.
       01 ws-total-delivered-kg pic 9(11) value zero.
       01 ws-total-remaining-kg pic 9(11) value zero.

       01 ws-alert-severity     pic x(5)  value spaces.
       01 ws-alert-code         pic x(8)  value spaces.
       01 ws-alert-text         pic x(60) value spaces.
       01 ws-disp-tonnes        pic zzz,zz9.999.

       01 ws-position-detail.
           05 cpd-order-ref     pic x(8).
           05 filler            pic xx    value spaces.
           05 cpd-account-code  pic x(8).
           05 filler            pic xx    value spaces.
           05 cpd-product-code  pic x(8).
           05 filler            pic xx    value spaces.
           05 cpd-ordered-t     pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 cpd-delivered-t   pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 cpd-remaining-t   pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 cpd-valid-from    pic x(8).
           05 filler            pic x     value "-".
           05 cpd-valid-to      pic x(8).
           05 filler            pic xx    value spaces.
           05 cpd-status        pic x.
           05 filler            pic xx    value spaces.
           05 cpd-flag          pic x(10).

       01 ws-column-headings.
           05 filler pic x(10) value "ORDER".
           05 filler pic x(10) value "ACCOUNT".
           05 filler pic x(10) value "PRODUCT".
           05 filler pic x(13) value "  ORDERED T".
           05 filler pic x(13) value "DELIVERED T".
           05 filler pic x(13) value "REMAINING T".
           05 filler pic x(19) value "VALID".
           05 filler pic x(3)  value "ST".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move CPR-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-order-status = "00"
                 perform 0200-LIST-ORDERS
                 perform 0300-WRITE-POSITION-SUMMARY
                 if ws-low-count > zero
                    or ws-exhausted-count > zero
                    move CPR-EXIT-WARNINGS to ws-exit-status
                 end-if
              else
                 string "EXCEPTION - order master unavailable, "
                        "status " ws-order-status
                        ", contract position NOT produced"
                        delimited by size into ry-position-line
                 write ry-position-line
                 move CPR-EXIT-FILE-FAILED to ws-exit-status
              end-if
           end-if

           perform 0400-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE DATE, SHARE AND SITE, OPEN THE FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-position-date from environment
                   "ROCKEY_POSITION_DATE"
           on exception
               move spaces to ws-position-date
           end-accept
           if ws-position-date = spaces
              or ws-position-date not numeric
              move ws-run-date to ws-position-date
           end-if

           accept ws-warn-pct-text from environment
                   "ROCKEY_ORDER_WARN_PCT"
           on exception
               move spaces to ws-warn-pct-text
           end-accept
           if ws-warn-pct-text not = spaces
              move function numval(ws-warn-pct-text) to ws-warn-pct
           end-if

           accept ws-site-id from environment "ROCKEY_SITE_ID"
           on exception
               move spaces to ws-site-id
           end-accept
           if ws-site-id = spaces
              move "SITE01" to ws-site-id
           end-if

           string "./Data/RockeyAlertEvents" ws-run-date ".dat"
                  delimited by size into ws-alert-file-name
           open extend alert-event-file
           if ws-alert-status not = "00"
              and ws-alert-status not = "05"
              close alert-event-file
              open output alert-event-file
           end-if

           open input order-master-file
           if ws-order-status not = "00"
              display "FATAL unable to open order master "
                      ws-order-file-name ", status " ws-order-status
           end-if

           open output position-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open contract position report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Contract Position"
                   to ry-position-line
              write ry-position-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-position-line
              write ry-position-line
              string "Position as of: " ws-position-date
                     ", low below " ws-warn-pct
                     " percent of the ordered tonnage"
                     delimited by size into ry-position-line
              write ry-position-line
              move spaces to ry-position-line
              write ry-position-line
              move ws-column-headings to ry-position-line
              write ry-position-line
           end-if.

      ****************************************************************
      * 0200 - ONE SEQUENTIAL PASS OVER THE ORDER MASTER, IN ORDER
      * REFERENCE SEQUENCE
      ****************************************************************
       0200-LIST-ORDERS.
           move "N" to ws-order-eof-switch
           perform until ws-order-eof
                      or ws-order-status not = "00"
              read order-master-file
                 at end
                    move "Y" to ws-order-eof-switch
                 not at end
                    perform 0210-POSITION-ONE-ORDER
              end-read
           end-perform
           close order-master-file.

      ****************************************************************
      * 0210 - ONE ORDER. Exhausted and expired take precedence over
      * low, since either already stops clean loading; a held or
      * closed order is shown by its status and never warned on.
      ****************************************************************
       0210-POSITION-ONE-ORDER.
           add 1 to ws-order-count
           if ord-delivered-kg < ord-ordered-kg
              compute ws-remaining-kg =
                      ord-ordered-kg - ord-delivered-kg
           else
              move zero to ws-remaining-kg
           end-if
           compute ws-warn-kg = ord-ordered-kg * ws-warn-pct / 100
           add ord-ordered-kg   to ws-total-ordered-kg
           add ord-delivered-kg to ws-total-delivered-kg
           add ws-remaining-kg  to ws-total-remaining-kg

           move spaces to ws-order-flag
           evaluate true
              when ord-is-closed
                 move "CLOSED" to ws-order-flag
              when ord-is-held
                 move "HELD" to ws-order-flag
              when ws-remaining-kg = zero
                 move "EXHAUSTED" to ws-order-flag
                 add 1 to ws-exhausted-count
                 add 1 to ws-open-count
              when ws-position-date > ord-valid-to
                 move "EXPIRED" to ws-order-flag
                 add 1 to ws-expired-count
                 add 1 to ws-open-count
              when ws-remaining-kg < ws-warn-kg
                 move "LOW" to ws-order-flag
                 add 1 to ws-low-count
                 add 1 to ws-open-count
                 perform 0220-ALERT-LOW-ORDER
              when other
                 add 1 to ws-open-count
           end-evaluate

           move ord-order-ref    to cpd-order-ref
           move ord-account-code to cpd-account-code
           move ord-product-code to cpd-product-code
           compute cpd-ordered-t   = ord-ordered-kg / 1000
           compute cpd-delivered-t = ord-delivered-kg / 1000
           compute cpd-remaining-t = ws-remaining-kg / 1000
           move ord-valid-from   to cpd-valid-from
           move ord-valid-to     to cpd-valid-to
           move ord-status       to cpd-status
           move ws-order-flag    to cpd-flag
           move ws-position-detail to ry-position-line
           write ry-position-line.

       0220-ALERT-LOW-ORDER.
           compute ws-disp-tonnes = ws-remaining-kg / 1000
           move "WARN "  to ws-alert-severity
           move "ORDLOW" to ws-alert-code
           string "Order " ord-order-ref " account "
                  ord-account-code " has " ws-disp-tonnes
                  " t left" delimited by size into ws-alert-text
           end-string
           if ws-alert-status = "00" or ws-alert-status = "05"
              move ws-timestamp      to ale-timestamp
              move ws-site-id        to ale-site-id
              move ws-alert-severity to ale-severity
              move ws-alert-code     to ale-event-code
              move ws-alert-text     to ale-text
              write ry-alert-event-record
           end-if
           move spaces to ws-alert-text.

      ****************************************************************
      * 0300 - POSITION TOTALS
      ****************************************************************
       0300-WRITE-POSITION-SUMMARY.
           if ws-order-count = zero
              move "  (no orders on the order master)"
                   to ry-position-line
              write ry-position-line
           end-if
           move spaces to ry-position-line
           write ry-position-line
           string "Orders on file    : " ws-order-count
                  delimited by size into ry-position-line
           write ry-position-line
           string "Open orders       : " ws-open-count
                  delimited by size into ry-position-line
           write ry-position-line
           string "Low               : " ws-low-count
                  delimited by size into ry-position-line
           write ry-position-line
           string "Exhausted         : " ws-exhausted-count
                  delimited by size into ry-position-line
           write ry-position-line
           string "Expired           : " ws-expired-count
                  delimited by size into ry-position-line
           write ry-position-line
           compute ws-disp-tonnes = ws-total-ordered-kg / 1000
           string "Tonnes ordered    : " ws-disp-tonnes
                  delimited by size into ry-position-line
           write ry-position-line
           compute ws-disp-tonnes = ws-total-delivered-kg / 1000
           string "Tonnes delivered  : " ws-disp-tonnes
                  delimited by size into ry-position-line
           write ry-position-line
           compute ws-disp-tonnes = ws-total-remaining-kg / 1000
           string "Tonnes remaining  : " ws-disp-tonnes
                  delimited by size into ry-position-line
           write ry-position-line
           display "Contract position complete, " ws-order-count
                   " orders, " ws-low-count " low, "
                   ws-exhausted-count " exhausted".

      ****************************************************************
      * 0400 - CLOSE THE REPORT AND THE ALERT FEED
      ****************************************************************
       0400-FINALIZE.
           close alert-event-file
           close position-report-file.
