       $set case
      ****************************************************************
      *                                                              *
      *                   RockeyExceptionQueue.cbl                   *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyExceptionQueue.

      ****************************************************************
      *                                                              *
      * Exception-ticket work queue. Reads the weigh-ticket master   *
      * and lists every ticket still open as an exception - status   *
      * "E" with no supervisor disposition yet - with its age in     *
      * days and the causes the posting run recorded against it      *
      * (RockeyTicketMaster.cpy), so a supervisor can work the queue *
      * through RockeyTicketDisposition instead of the exceptions    *
      * sitting on the billing review list month after month:        *
      *                                                              *
      *   - one line per open exception ticket, OVERDUE marked once  *
      *     it is older than the site's limit                        *
      *   - open exceptions by cause and age band (0-2, 3-7, 8-30,   *
      *     over 30 days) - a ticket with two causes counts under    *
      *     both                                                     *
      *   - tickets sent for void and not yet voided, and tickets    *
      *     released to date                                         *
      *                                                              *
      * The as-of date defaults to today and can be overridden with  *
      * ROCKEY_QUEUE_DATE (YYYYMMDD); the overdue limit defaults to  *
      * 3 days, overridable with ROCKEY_EXCEPTION_DAYS.              *
      *                                                              *
      * RETURN-CODE 0 nothing overdue, 1 at least one exception      *
      * overdue, 2 the ticket master or report could not be opened.  *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select weigh-ticket-master-file
               assign to ws-master-file-name
               organization indexed
               access mode sequential
               record key tkm-ticket-number
               alternate record key tkm-vehicle-reg
                   with duplicates
               file status is ws-master-status.

           select queue-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyTicketMaster.cpy".

       fd  queue-report-file.
       01  ry-queue-line              pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 EXQ-EXIT-SUCCESS            value 0.
       78 EXQ-EXIT-OVERDUE            value 1.
       78 EXQ-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value EXQ-EXIT-SUCCESS.

       01 ws-master-file-name   pic x(60)
               value "./Data/RockeyTicketMaster.dat".
       01 ws-master-status      pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyExceptionQueue.txt".
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

      ****************************************************************
      * AS-OF DATE AND OVERDUE LIMIT
      ****************************************************************
       01 ws-queue-date         pic x(8)  value spaces.
       01 ws-queue-date-num     pic 9(8)  value zero.
       01 ws-queue-integer      pic 9(9)  comp-5 value zero.
       01 ws-overdue-text       pic x(4)  value spaces.
       01 ws-overdue-days       pic 9(4)  value 3.
       01 ws-posted-date-num    pic 9(8)  value zero.
       01 ws-age-days           pic s9(5) comp-5 value zero.

       01 ws-master-eof-switch  pic x     value "N".
           88 ws-master-eof         value "Y".

      ****************************************************************
      * QUEUE COUNTS
      ****************************************************************
       01 ws-open-count         pic 9(5)  value zero.
       01 ws-overdue-count      pic 9(5)  value zero.
       01 ws-void-pending-count pic 9(5)  value zero.
       01 ws-released-count     pic 9(5)  value zero.

      ****************************************************************
      * OPEN EXCEPTIONS BY CAUSE AND AGE BAND - one row per cause in
      * the order of the cause bytes on the master, one column per
      * band. 0310 names the rows when the table is printed.
      ****************************************************************
       78 EXQ-CAUSE-ROWS              value 9.
       01 ws-cause-counts.
           05 ws-cause-count-row occurs 9.
               10 eqc-band      pic 9(5)  occurs 4.
               10 eqc-total     pic 9(5).
       01 ws-band-totals.
           05 eqt-band          pic 9(5)  occurs 4.
       01 ws-cause-sub          pic 9(4)  comp-5 value zero.
       01 ws-band-sub           pic 9(4)  comp-5 value zero.

      ****************************************************************
      * QUEUE DETAIL LINE - the causes column carries a short tag per
      * cause present, built up with a STRING pointer.
      ****************************************************************
       01 ws-cause-text         pic x(40) value spaces.
       01 ws-cause-ptr          pic 9(4)  comp-5 value 1.

       01 ws-queue-detail.
           05 eqd-ticket-number pic 9(9).
           05 filler            pic xx    value spaces.
           05 eqd-site-id       pic x(6).
           05 filler            pic xx    value spaces.
           05 eqd-vehicle-reg   pic x(10).
           05 filler            pic xx    value spaces.
           05 eqd-product-code  pic x(8).
           05 filler            pic xx    value spaces.
           05 eqd-net-weight-kg pic z,zzz,zz9.
           05 filler            pic xx    value spaces.
           05 eqd-posted-date   pic x(8).
           05 filler            pic xx    value spaces.
           05 eqd-age-days      pic zzzz9.
           05 filler            pic xx    value spaces.
           05 eqd-overdue-flag  pic x(7).
           05 filler            pic xx    value spaces.
           05 eqd-causes        pic x(40).

       01 ws-column-headings.
           05 filler pic x(11) value "TICKET".
           05 filler pic x(8)  value "SITE".
           05 filler pic x(12) value "VEHICLE".
           05 filler pic x(10) value "PRODUCT".
           05 filler pic x(11) value "   NET KG".
           05 filler pic x(10) value "POSTED".
           05 filler pic x(7)  value "  AGE".
           05 filler pic x(9)  value spaces.
           05 filler pic x(40) value "CAUSES".

       01 ws-cause-summary.
           05 eqs-label         pic x(24).
           05 filler            pic xx    value spaces.
           05 eqs-band-1        pic zzzz9.
           05 filler            pic xx    value spaces.
           05 eqs-band-2        pic zzzz9.
           05 filler            pic xx    value spaces.
           05 eqs-band-3        pic zzzz9.
           05 filler            pic xx    value spaces.
           05 eqs-band-4        pic zzzz9.
           05 filler            pic xx    value spaces.
           05 eqs-total         pic zzzz9.

       01 ws-summary-headings.
           05 filler pic x(26) value "CAUSE".
           05 filler pic x(7)  value "  0-2".
           05 filler pic x(7)  value "  3-7".
           05 filler pic x(7)  value " 8-30".
           05 filler pic x(7)  value "  >30".
           05 filler pic x(5)  value "TOTAL".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move EXQ-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-master-status = "00"
                 perform 0200-LIST-OPEN-EXCEPTIONS
                 perform 0300-WRITE-QUEUE-SUMMARY
                 if ws-overdue-count > zero
                    move EXQ-EXIT-OVERDUE to ws-exit-status
                 end-if
              else
                 string "EXCEPTION - ticket master unavailable, "
                        "status " ws-master-status
                        ", work queue NOT produced" delimited by size
                        into ry-queue-line
                 write ry-queue-line
                 move EXQ-EXIT-FILE-FAILED to ws-exit-status
              end-if
           end-if

           perform 0400-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE AS-OF DATE AND LIMIT, OPEN THE FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-queue-date from environment "ROCKEY_QUEUE_DATE"
           on exception
               move spaces to ws-queue-date
           end-accept
           if ws-queue-date = spaces
              or ws-queue-date not numeric
              move ws-run-date to ws-queue-date
           end-if
           move ws-queue-date to ws-queue-date-num
           compute ws-queue-integer =
                   function integer-of-date (ws-queue-date-num)

           accept ws-overdue-text from environment
                   "ROCKEY_EXCEPTION_DAYS"
           on exception
               move spaces to ws-overdue-text
           end-accept
           if ws-overdue-text not = spaces
              move function numval(ws-overdue-text)
                   to ws-overdue-days
           end-if

           move zeros to ws-cause-counts
           move zeros to ws-band-totals

           open input weigh-ticket-master-file
           if ws-master-status not = "00"
              display "FATAL unable to open ticket master "
                      ws-master-file-name ", status "
                      ws-master-status
           end-if

           open output queue-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open work queue report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Exception Ticket"
                   & " Work Queue" to ry-queue-line
              write ry-queue-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-queue-line
              write ry-queue-line
              string "Aged as of    : " ws-queue-date
                     ", overdue after " ws-overdue-days " days"
                     delimited by size into ry-queue-line
              write ry-queue-line
              move spaces to ry-queue-line
              write ry-queue-line
              move ws-column-headings to ry-queue-line
              write ry-queue-line
           end-if.

      ****************************************************************
      * 0200 - ONE SEQUENTIAL PASS OVER THE MASTER
      ****************************************************************
       0200-LIST-OPEN-EXCEPTIONS.
           move "N" to ws-master-eof-switch
           perform until ws-master-eof
                      or ws-master-status not = "00"
              read weigh-ticket-master-file
                 at end
                    move "Y" to ws-master-eof-switch
                 not at end
                    evaluate true
                       when tkm-disp-released
                          add 1 to ws-released-count
                       when not tkm-is-exception
                          continue
                       when tkm-disp-void-pending
                          add 1 to ws-void-pending-count
                       when other
                          perform 0210-AGE-ONE-EXCEPTION
                    end-evaluate
              end-read
           end-perform
           close weigh-ticket-master-file.

      ****************************************************************
      * 0210 - AGE ONE OPEN EXCEPTION, COUNT ITS CAUSES AND PRINT IT.
      * A ticket whose posting date will not convert is aged as zero
      * days rather than lost from the queue.
      ****************************************************************
       0210-AGE-ONE-EXCEPTION.
           add 1 to ws-open-count
           move zero to ws-age-days
           if tkm-post-timestamp (1:8) numeric
              move tkm-post-timestamp (1:8) to ws-posted-date-num
              compute ws-age-days = ws-queue-integer
                      - function integer-of-date (ws-posted-date-num)
              if ws-age-days < zero
                 move zero to ws-age-days
              end-if
           end-if

           evaluate true
              when ws-age-days <= 2
                 move 1 to ws-band-sub
              when ws-age-days <= 7
                 move 2 to ws-band-sub
              when ws-age-days <= 30
                 move 3 to ws-band-sub
              when other
                 move 4 to ws-band-sub
           end-evaluate
           add 1 to eqt-band (ws-band-sub)

           move spaces to ws-cause-text
           move 1      to ws-cause-ptr
           if tkm-exc-net-mismatched
              move 1 to ws-cause-sub
              perform 0220-COUNT-ONE-CAUSE
              string "NETWT " delimited by size
                     into ws-cause-text with pointer ws-cause-ptr
           end-if
           evaluate true
              when tkm-exc-tare-deviation
                 move 2 to ws-cause-sub
                 perform 0220-COUNT-ONE-CAUSE
                 string "TAREDEV " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-tare-stale-calib
                 move 3 to ws-cause-sub
                 perform 0220-COUNT-ONE-CAUSE
                 string "TARECAL " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-vehicle-unknown
                 move 4 to ws-cause-sub
                 perform 0220-COUNT-ONE-CAUSE
                 string "TAREUNKN " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-tare-unverified
                 move 5 to ws-cause-sub
                 perform 0220-COUNT-ONE-CAUSE
                 string "TAREMAST " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
           end-evaluate
           evaluate true
              when tkm-exc-product-overload
                 move 6 to ws-cause-sub
                 perform 0220-COUNT-ONE-CAUSE
                 string "PRODOVER " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-product-unchecked
                 move 7 to ws-cause-sub
                 perform 0220-COUNT-ONE-CAUSE
                 string "PRODMAST " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
           end-evaluate
           if tkm-exc-scale-cert-expired
              move 8 to ws-cause-sub
              perform 0220-COUNT-ONE-CAUSE
              string "SCALEXP " delimited by size
                     into ws-cause-text with pointer ws-cause-ptr
           end-if
           if tkm-exc-order-cause not = space
              move 9 to ws-cause-sub
              perform 0220-COUNT-ONE-CAUSE
           end-if
           evaluate true
              when tkm-exc-order-unknown
                 string "ORDUNKN " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-order-wrong-product
                 string "ORDPROD " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-order-not-open
                 string "ORDHELD " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-order-expired
                 string "ORDEXPD " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-order-exhausted
                 string "ORDEXHS " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
              when tkm-exc-order-unchecked
                 string "ORDMAST " delimited by size
                        into ws-cause-text with pointer ws-cause-ptr
           end-evaluate
           if ws-cause-text = spaces
              move "(no cause recorded)" to ws-cause-text
           end-if

           move tkm-ticket-number        to eqd-ticket-number
           move tkm-site-id              to eqd-site-id
           move tkm-vehicle-reg          to eqd-vehicle-reg
           move tkm-product-code         to eqd-product-code
           move tkm-net-weight-kg        to eqd-net-weight-kg
           move tkm-post-timestamp (1:8) to eqd-posted-date
           move ws-age-days              to eqd-age-days
           if ws-age-days > ws-overdue-days
              move "OVERDUE" to eqd-overdue-flag
              add 1 to ws-overdue-count
           else
              move spaces to eqd-overdue-flag
           end-if
           move ws-cause-text to eqd-causes
           move ws-queue-detail to ry-queue-line
           write ry-queue-line.

       0220-COUNT-ONE-CAUSE.
           add 1 to eqc-band (ws-cause-sub, ws-band-sub)
           add 1 to eqc-total (ws-cause-sub).

      ****************************************************************
      * 0300 - THE CAUSE-BY-AGE TABLE AND THE QUEUE TOTALS
      ****************************************************************
       0300-WRITE-QUEUE-SUMMARY.
           if ws-open-count = zero
              move "  (no open exception tickets)" to ry-queue-line
              write ry-queue-line
           end-if
           move spaces to ry-queue-line
           write ry-queue-line
           move "OPEN EXCEPTIONS BY CAUSE AND AGE (DAYS)"
                to ry-queue-line
           write ry-queue-line
           move ws-summary-headings to ry-queue-line
           write ry-queue-line
           move 1 to ws-cause-sub
           perform until ws-cause-sub > EXQ-CAUSE-ROWS
              perform 0310-NAME-CAUSE-ROW
              move eqc-band (ws-cause-sub, 1)  to eqs-band-1
              move eqc-band (ws-cause-sub, 2)  to eqs-band-2
              move eqc-band (ws-cause-sub, 3)  to eqs-band-3
              move eqc-band (ws-cause-sub, 4)  to eqs-band-4
              move eqc-total (ws-cause-sub)    to eqs-total
              move ws-cause-summary to ry-queue-line
              write ry-queue-line
              add 1 to ws-cause-sub
           end-perform
           move "Open tickets"  to eqs-label
           move eqt-band (1)    to eqs-band-1
           move eqt-band (2)    to eqs-band-2
           move eqt-band (3)    to eqs-band-3
           move eqt-band (4)    to eqs-band-4
           move ws-open-count   to eqs-total
           move ws-cause-summary to ry-queue-line
           write ry-queue-line

           move spaces to ry-queue-line
           write ry-queue-line
           string "Open exceptions   : " ws-open-count
                  delimited by size into ry-queue-line
           write ry-queue-line
           string "Overdue           : " ws-overdue-count
                  delimited by size into ry-queue-line
           write ry-queue-line
           string "Sent for void     : " ws-void-pending-count
                  delimited by size into ry-queue-line
           write ry-queue-line
           string "Released to date  : " ws-released-count
                  delimited by size into ry-queue-line
           write ry-queue-line
           display "Exception work queue complete, " ws-open-count
                   " open, " ws-overdue-count " overdue".

       0310-NAME-CAUSE-ROW.
           evaluate ws-cause-sub
              when 1
                 move "Net weight mismatch"       to eqs-label
              when 2
                 move "Tare deviation"            to eqs-label
              when 3
                 move "Tare calibration stale"    to eqs-label
              when 4
                 move "Vehicle not on tare mstr"  to eqs-label
              when 5
                 move "Tare master unavailable"   to eqs-label
              when 6
                 move "Over legal maximum load"   to eqs-label
              when 7
                 move "Product not validated"     to eqs-label
              when 8
                 move "Scale cert expired"        to eqs-label
              when other
                 move "Order not drawable"        to eqs-label
           end-evaluate.

      ****************************************************************
      * 0400 - CLOSE THE REPORT
      ****************************************************************
       0400-FINALIZE.
           close queue-report-file.
