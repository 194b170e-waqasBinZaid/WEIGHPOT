      * nightly license-verification job when ROCKEY_BATCH_MODE=Y is *
      * set in the environment (see 0100-INITIALIZE).                *
      *                                                              *
      * In batch mode the start and end of the run go on the         *
      * run-control file through RockeyRunLog, against the night's   *
      * ROCKEY_BUSINESS_DATE (default today), with the weighments    *
      * read, posted and rejected - a run that halts part-way never  *
      * writes its end row, so RockeyRunGate holds everything after  *
      * it. A posting run that stops short of the end of the         *
      * weighment file, or cannot read it, ends RETURN-CODE 8, which *
      * the gatekeeper does not count as completed either.           *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
               organization line sequential
               file status is ws-alert-status.

           select suspense-file
               assign to ws-suspense-file-name
               organization line sequential
               file status is ws-suspense-status.

           select master-version-file
               assign to ws-master-version-file-name
               organization line sequential
               file status is ws-master-version-status.

           select order-master-file
               assign to ws-order-master-file-name
               organization indexed
               access mode random
               record key ord-order-ref
               file status is ws-order-master-status.

       data division.
       file section.
       copy "RockeyAuditRecord.cpy".
       copy "RockeyScaleCalib.cpy".
       copy "RockeyCheckpoint.cpy".
       copy "RockeyAlertEvent.cpy".
       copy "RockeySuspense.cpy".
       copy "RockeyOrderMaster.cpy".
       copy "RockeyMasterVersion.cpy".

       fd  operations-report-file.
       01  ry-report-line             pic x(132).
       78 RY-EXIT-AUDIT-FAILED       value 5.
       78 RY-EXIT-ROSTER-UNAVAILABLE value 6.
       78 RY-EXIT-SUCCESS-RESTART    value 7.
       78 RY-EXIT-POSTING-HALTED     value 8.

      ****************************************************************
      * THE PROGRAM VARIANT VALUE
       01 ws-operator-userid       pic 9(9)  comp-5 value zero.
       01 ws-product-code          pic x(8)  value spaces.
       01 ws-vehicle-reg           pic x(10) value spaces.
       01 ws-direction             pic x     value spaces.
       01 ws-weigh-out-timestamp   pic x(21) value spaces.
       01 ws-post-ticket-flag      pic x     value "P".
       01 ws-post-status           pic xx    value spaces.
       01 ws-snapshot-status       pic xx    value spaces.
      ****************************************************************
      * WHY AN "E" TICKET IS AN EXCEPTION - one byte per check, in
      * the tkm-exception-causes layout of RockeyTicketMaster.cpy,
      * built from the check results just before the posting call
      * so the supervisor's work queue can show the cause.
      ****************************************************************
       01 ws-exception-causes.
           05 wec-net-mismatch     pic x.
           05 wec-tare-cause       pic x.
           05 wec-product-cause    pic x.
           05 wec-scale-expired    pic x.
           05 wec-order-cause      pic x.
           05 filler               pic x(3).

      ****************************************************************
      * ORDER DRAW-DOWN - a weighment carrying an order reference is
      * checked against the order master before it posts, and its
      * net drawn down against the order once it has posted. A load
      * on an unknown, held, closed, expired or exhausted order, or
      * one for a product the order is not for, still posts, but as
      * exception status "E" with an alert. A load for another
      * product is not drawn against the order. A site with no
      * order master takes every order-carrying load as unchecked.
      * The validity dates are judged against the day the load was
      * weighed out, so a batch that runs past midnight does not
      * expire the last day's loads; the single last-ticket snapshot
      * carries no date of its own and is judged on the run date.
      ****************************************************************
       01 ws-order-master-file-name pic x(60) value spaces.
       01 ws-order-master-status   pic xx    value spaces.
       01 ws-order-master-avail-switch pic x value "N".
           88 ws-order-master-avail    value "Y".
       01 ws-order-ref             pic x(8)  value spaces.
       01 ws-weigh-date            pic x(8)  value spaces.
       01 ws-order-result          pic x     value spaces.
           88 ws-order-none            value space.
           88 ws-order-ok              value "O".
           88 ws-order-unknown         value "U".
           88 ws-order-wrong-product   value "P".
           88 ws-order-not-open        value "H".
           88 ws-order-expired         value "E".
           88 ws-order-exhausted       value "X".
           88 ws-order-unchecked       value "F".
       01 ws-order-text            pic x(36) value spaces.
       01 ws-order-balance-kg      pic 9(9)  value zero.
       01 ws-order-drawn-count     pic 9(5)  value zero.
       01 ws-disp-order-kg         pic 9(9).
       01 ws-disp-order-bal        pic 9(9).

      ****************************************************************
      * WEIGHMENT TRANSACTION FILE - one record per truck over the
       01 ws-weigh-reject-severity pic x(5)  value "WARN ".
       01 ws-weigh-trans-halt-switch pic x   value "N".
           88 ws-weigh-trans-halted    value "Y".
       01 ws-weigh-trans-failed-switch pic x value "N".
           88 ws-weigh-trans-failed    value "Y".
       01 ws-disp-recno            pic 9(5).

      ****************************************************************
      * WEIGHMENT SUSPENSE - a rejected weighment is still a truck
      * that crossed the bridge with no ticket, so the whole
      * transaction record goes to the suspense file with the reason
      * code and text, to wait for a supervisor's correction in
      * RockeySuspenseMaint. A suspense file that cannot be opened
      * is warned about, not fatal - the report line and the alert
      * still record the reject.
      ****************************************************************
       01 ws-suspense-file-name    pic x(60) value spaces.
       01 ws-suspense-status       pic xx    value spaces.
       01 ws-suspense-count        pic 9(5)  value zero.

      ****************************************************************
      * PRODUCT MASTER VALIDATION - the product code on a weighment
      * is validated against the product master before the posting
           88 ws-product-unchecked     value "F".
       01 ws-disp-max-net          pic 9(7).

      ****************************************************************
      * MASTER-DATA VERSION - the version of the head-office package
      * this site's masters were last built from, as recorded by
      * RockeyMasterApply, goes into the operations report under a
      * fixed lead-in for RockeyFleetSummary. A last load that
      * failed raises a WARN alert: tonight runs on the older
      * version.
      ****************************************************************
       01 ws-master-version-file-name pic x(60) value spaces.
       01 ws-master-version-status pic xx    value spaces.
       01 ws-master-load-word      pic x(7)  value spaces.

      ****************************************************************
      * CHECKPOINT/RESTART - the single-record checkpoint file is
      * rewritten as each major paragraph completes, and a same-day
       01 ws-disp-net           pic 9(7).
       01 ws-disp-ticket-net    pic 9(7).

      ****************************************************************
      * RUN-CONTROL ROWS FOR THE NIGHTLY JOB STREAM - written through
      * RockeyRunLog as the run starts and again as it ends
      ****************************************************************
       01 ws-run-event          pic x     value space.
       01 ws-run-step-name      pic x(20) value "RockeyExample".
       01 ws-run-site-id        pic x(6)  value spaces.
       01 ws-run-business-date  pic x(8)  value spaces.
       01 ws-run-counts.
           05 ws-run-count occurs 3.
               10 wrc-label         pic x(10).
               10 wrc-value         pic 9(7).
       01 ws-run-log-status     pic xx    value spaces.

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE
           if ws-batch-mode
              perform 2300-RECORD-RUN-START
           end-if
           perform 0200-LOAD-DLL-WITH-RETRY

           if ws-dll-loaded
                       end-if
                    end-if
                    end-if
                    if ws-exit-status = RY-EXIT-SUCCESS
                       and (ws-weigh-trans-halted
                            or ws-weigh-trans-failed)
                       move RY-EXIT-POSTING-HALTED to ws-exit-status
                    end-if
                 else
                    display "FATAL Rockey key open rejected, ret is "
                            ret

           perform 1100-WRITE-REPORT-SUMMARY
           perform 1200-FINALIZE
           if ws-batch-mode
              perform 2310-RECORD-RUN-END
           end-if

           if not ws-batch-mode
              display "Pass any key to close"
               move spaces to ws-vehicle-reg
           end-accept

           accept ws-order-ref from environment "ROCKEY_ORDER_REF"
           on exception
               move spaces to ws-order-ref
           end-accept

           accept ws-direction from environment "ROCKEY_DIRECTION"
           on exception
               move spaces to ws-direction
           end-accept

           accept ws-tare-tol-text from environment
                   "ROCKEY_TARE_TOL_KG"
           on exception
                to ws-product-master-file-name
           move "./Data/RockeyScaleCalib.dat"
                to ws-scale-calib-file-name
           move "./Data/RockeyOrderMaster.dat"
                to ws-order-master-file-name
           move "./Data/RockeyMasterVersion.dat"
                to ws-master-version-file-name

           accept ws-calib-warn-text from environment
                   "ROCKEY_CALIB_WARN_DAYS"
                to ws-report-file-name
           move "./Data/RockeyCheckpoint.dat"
                to ws-checkpoint-file-name
           move "./Data/RockeySuspense.dat"
                to ws-suspense-file-name

           perform 0120-READ-CHECKPOINT

                      ws-alert-file-name ", status " ws-alert-status
           end-if

           open extend suspense-file
           if ws-suspense-status not = "00"
              and ws-suspense-status not = "05"
              close suspense-file
              open output suspense-file
           end-if
           if ws-suspense-status = "05"
              move "00" to ws-suspense-status
           end-if
           if ws-suspense-status not = "00"
              display "WARN  unable to open suspense file "
                      ws-suspense-file-name ", status "
                      ws-suspense-status
           end-if

           open output operations-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open operations report file "

           perform 0110-LOAD-SITE-PARAMETERS
           perform 0115-LOAD-PRODUCT-MASTER
           perform 0117-OPEN-ORDER-MASTER
           perform 0130-CHECK-SCALE-CALIBRATION
           perform 0140-REPORT-MASTER-VERSION.

      ****************************************************************
      * 0120 - READ BACK THE CHECKPOINT. A record carrying today's
              perform 2100-WRITE-ALERT-EVENT
           end-if.

      ****************************************************************
      * 0117 - OPEN THE ORDER MASTER I-O FOR THE WHOLE RUN, SINCE
      * EVERY ORDER-CARRYING POSTING REWRITES ITS ORDER. No order
      * master at all is a site that does not sell against orders
      * and is only noted; one that is there but will not open is
      * an ERROR alert, because tonight's draw-down will be missed.
      ****************************************************************
       0117-OPEN-ORDER-MASTER.
           move "N" to ws-order-master-avail-switch
           open i-o order-master-file
           evaluate ws-order-master-status
              when "00"
                 move "Y" to ws-order-master-avail-switch
              when "35"
                 display "WARN  no order master, loads carrying an "
                         "order reference post unchecked"
              when other
                 display "WARN  order master unavailable, status "
                         ws-order-master-status
                         ", order loads will carry exception status"
                 string "EXCEPTION - order master unavailable, "
                        "status " ws-order-master-status
                        ", orders not drawn down"
                        delimited by size into ry-report-line
                 write ry-report-line
                 move "ERROR"   to ws-alert-severity
                 move "ORDMAST" to ws-alert-code
                 string "Order master unavailable, status "
                        ws-order-master-status delimited by size
                        into ws-alert-text
                 end-string
                 perform 2100-WRITE-ALERT-EVENT
           end-evaluate.

      ****************************************************************
      * 0130 - THE BRIDGE'S OWN CALIBRATION CERTIFICATE. The tare
      * check ages the vehicle's calibration; this ages the scale's
                 write ry-report-line
           end-evaluate.

      ****************************************************************
      * 0140 - THE MASTER-DATA VERSION IN USE. The lead-in, version
      * and load word sit at fixed columns for RockeyFleetSummary:
      * version in 22-27, APPLIED/FAILED/NONE in 29-35.
      ****************************************************************
       0140-REPORT-MASTER-VERSION.
           open input master-version-file
           if ws-master-version-status = "00"
              read master-version-file
                 at end
                    move "10" to ws-master-version-status
              end-read
              close master-version-file
           end-if

           if ws-master-version-status = "00"
              and mvr-version is numeric
              move spaces to ry-report-line
              if mvr-load-failed
                 move "FAILED " to ws-master-load-word
                 string "Master data version: " mvr-version " "
                        ws-master-load-word " "
                        mvr-applied-timestamp (1:8)
                        " - version " mvr-last-version
                        " not loaded: " mvr-last-reason
                        delimited by size into ry-report-line
              else
                 move "APPLIED" to ws-master-load-word
                 string "Master data version: " mvr-version " "
                        ws-master-load-word " "
                        mvr-applied-timestamp (1:8)
                        delimited by size into ry-report-line
              end-if
              if mvr-load-failed
                 display "WARN  master-data version "
                         mvr-last-version " not loaded, running "
                         mvr-version ": " mvr-last-reason
                 move "WARN "    to ws-alert-severity
                 move "MASTLOAD" to ws-alert-code
                 string "Master data v" mvr-last-version
                        " not loaded, running v" mvr-version
                        delimited by size into ws-alert-text
                 end-string
                 perform 2100-WRITE-ALERT-EVENT
              end-if
           else
              display "WARN  no master-data version recorded, status "
                      ws-master-version-status
              move "Master data version: 000000 NONE    - no"
                   & " master-data package has been applied"
                   to ry-report-line
           end-if
           write ry-report-line.

      ****************************************************************
      * 0200 - LOAD THE DLL, with a bounded retry loop so a loose USB
      * dongle does not kill the whole shift (req 001).
                        ", no weighments posted"
                        delimited by size into ry-report-line
                 write ry-report-line
                 move "Y" to ws-weigh-trans-failed-switch
                 move "ERROR"   to ws-alert-severity
                 move "WTXUNAV" to ws-alert-code
                 string "Weighment transaction file unreadable, "
              write ry-report-line
           end-if

           if not ws-weigh-trans-eof and not ws-weigh-trans-halted
              move "Y" to ws-weigh-trans-failed-switch
              move ws-weigh-recno to ws-disp-recno
              display "EXCEPTION weighment transaction file read "
                      "failed after record " ws-disp-recno
                      ", status " ws-weigh-trans-status
              string "EXCEPTION - weighment file read FAILED after"
                     " record " ws-disp-recno ", status "
                     ws-weigh-trans-status
                     " - a same-day rerun resumes here"
                     delimited by size into ry-report-line
              write ry-report-line
              move "ERROR"   to ws-alert-severity
              move "WTXUNAV" to ws-alert-code
              string "Weighment transaction file read failed, "
                     "status " ws-weigh-trans-status
                     delimited by size into ws-alert-text
              end-string
              perform 2100-WRITE-ALERT-EVENT
           end-if

           move ws-weigh-read-count to ws-disp-recno
           string "Weighments read     : " ws-disp-recno
                  delimited by size into ry-report-line
           string "Rejected            : " ws-disp-recno
                  delimited by size into ry-report-line
           write ry-report-line
           move ws-suspense-count to ws-disp-recno
           string "Sent to suspense    : " ws-disp-recno
                  delimited by size into ry-report-line
           write ry-report-line
           move ws-order-drawn-count to ws-disp-recno
           string "Drawn against orders: " ws-disp-recno
                  delimited by size into ry-report-line
           write ry-report-line

      ****************************************************************
      * The posting step is only complete for the date when the
           else
              move wtx-vehicle-reg     to ws-vehicle-reg
              move wtx-product-code    to ws-product-code
              move wtx-order-ref       to ws-order-ref
              move wtx-direction       to ws-direction
              move wtx-out-timestamp   to ws-weigh-out-timestamp
              move wtx-out-timestamp (1:8) to ws-weigh-date
              if ws-weigh-date not numeric
                 move ws-run-date to ws-weigh-date
              end-if
              move wtx-gross-weight-kg to ws-ltk-gross-weight-kg
              move wtx-tare-weight-kg  to ws-ltk-tare-weight-kg
              compute ws-ltk-net-weight-kg =
                       when ws-post-status = "00"
                          add 1 to ws-weigh-posted-count
                       when ws-post-status = "22"
                          move "ticket number already on the master"
                               to ws-weigh-reject-reason
                          move "TKTDUPNO" to ws-weigh-reject-code
                          perform 0947-REJECT-WEIGHMENT
                       when other
                          move "Y" to ws-weigh-trans-halt-switch
                    end-evaluate
                  into ws-alert-text
           end-string
           perform 2100-WRITE-ALERT-EVENT
           perform 0948-WRITE-SUSPENSE
           move "WTXREJCT" to ws-weigh-reject-code
           move "WARN "    to ws-weigh-reject-severity.

      ****************************************************************
      * 0948 - THE REJECTED WEIGHMENT GOES TO SUSPENSE WHOLE, KEYED
      * ON THE TIME AND THE RECORD NUMBER, WITH THE SAME CODE THE
      * ALERT CARRIED. ws-timestamp was just refreshed by the alert.
      ****************************************************************
       0948-WRITE-SUSPENSE.
           if ws-suspense-status = "00"
              move ws-timestamp (1:8)    to sus-raised-date
              move ws-timestamp (9:8)    to sus-raised-time
              move "P"                   to sus-source
              move ws-weigh-recno        to sus-source-recno
              move ws-site-id            to sus-site-id
              move "O"                   to sus-status-flag
              move ws-weigh-reject-code  to sus-reason-code
              move ws-weigh-reject-reason to sus-reason-text
              move wtx-vehicle-reg       to sus-vehicle-reg
              move spaces                to sus-resolved-timestamp
              move zero                  to sus-resolved-userid
              move ry-weigh-trans-record to sus-original-image
              write ry-suspense-record
              if ws-suspense-status = "00"
                 add 1 to ws-suspense-count
              else
                 move ws-weigh-recno to ws-disp-recno
                 display "WARN  suspense write failed for weighment "
                         ws-disp-recno ", status " ws-suspense-status
              end-if
           end-if.

      ****************************************************************
      * 0950 - LEGACY SINGLE-WEIGHMENT PATH: load the last-ticket
      * snapshot and run the device net check on it. The per-truck
      * invented from missing inputs.
      ****************************************************************
       0975-POST-WEIGH-TICKET.
           move ws-run-date to ws-weigh-date
           move spaces      to ws-weigh-out-timestamp
           if ws-restart-mode and ws-ckp-last-step >= 0975
              display "RESTART  weigh ticket already posted today, "
                      "not posted again"
           end-if.

       0980-CALL-TICKET-POST.
           perform 0990-CHECK-ORDER
           if ws-net-mismatch or ws-weighment-exception
              or ws-scale-expired
              move "E" to ws-post-ticket-flag
           else
              move "P" to ws-post-ticket-flag
           end-if
           perform 0981-BUILD-EXCEPTION-CAUSES
           call "RockeyTicketPost" using ws-ticket-number
                                          ws-site-id
                                          ws-operator-userid
                                          ws-product-code
                                          ws-post-ticket-flag
                                          ws-timestamp
                                          ws-exception-causes
                                          ws-order-ref
                                          ws-direction
                                          ws-weigh-out-timestamp
                                          ws-post-status
                                          ws-snapshot-status

                           delimited by size into ry-report-line
                    write ry-report-line
                 end-if
                 if ws-order-ok or ws-order-not-open
                    or ws-order-expired or ws-order-exhausted
                    perform 0991-DRAW-DOWN-ORDER
                 end-if
              when "22"
                 display "EXCEPTION ticket number " ws-disp-ticket
                         " is already on the ticket master"
                 write ry-report-line
           end-evaluate.

      ****************************************************************
      * 0981 - ONE CAUSE BYTE PER CHECK THAT RAISED AN EXCEPTION. The
      * tare and product causes are the check's own result letters;
      * a blank tare result means the tare was never checked (legacy
      * path, no registration) and is no exception.
      ****************************************************************
       0981-BUILD-EXCEPTION-CAUSES.
           move spaces to ws-exception-causes
           if ws-net-mismatch
              move "Y" to wec-net-mismatch
           end-if
           if ws-tare-result not = "O"
              move ws-tare-result to wec-tare-cause
           end-if
           if ws-product-overload or ws-product-unchecked
              move ws-product-result to wec-product-cause
           end-if
           if ws-scale-expired
              move "Y" to wec-scale-expired
           end-if
           if not ws-order-none and not ws-order-ok
              move ws-order-result to wec-order-cause
           end-if.

      ****************************************************************
      * 0985 - VALIDATE THE WEIGHMENT'S PRODUCT CODE AND NET LOAD
      * AGAINST THE PRODUCT MASTER. Answers one character in
           end-string
           perform 2100-WRITE-ALERT-EVENT.

      ****************************************************************
      * 0990 - JUDGE THE WEIGHMENT'S ORDER BEFORE IT POSTS. Answers
      * one character in ws-order-result: blank no order on the
      * load, O ok, U not on the order master, P order is for
      * another product, H held or closed, E outside the validity
      * dates, X this net takes the order past its tonnage, F the
      * master was unavailable. Anything but blank or O makes the
      * posting an exception. The order record read here is the one
      * 0991 rewrites.
      ****************************************************************
       0990-CHECK-ORDER.
           move spaces to ws-order-result
           if ws-order-ref not = spaces
              if not ws-order-master-avail
                 set ws-order-unchecked to true
              else
                 move ws-order-ref to ord-order-ref
                 read order-master-file
                    invalid key
                       set ws-order-unknown to true
                 end-read
                 if ws-order-none
                    evaluate true
                       when ws-order-master-status not = "00"
                          set ws-order-unchecked to true
                       when ord-product-code not = ws-product-code
                          set ws-order-wrong-product to true
                       when not ord-is-open
                          set ws-order-not-open to true
                       when ws-weigh-date < ord-valid-from
                          or ws-weigh-date > ord-valid-to
                          set ws-order-expired to true
                       when ord-delivered-kg + ws-ltk-net-weight-kg
                            > ord-ordered-kg
                          set ws-order-exhausted to true
                       when other
                          set ws-order-ok to true
                    end-evaluate
                 end-if
              end-if
           end-if

           if not ws-order-none and not ws-order-ok
              move "Y" to ws-weighment-exc-switch
              evaluate true
                 when ws-order-unknown
                    move "not on the order master" to ws-order-text
                 when ws-order-wrong-product
                    move "is for another product" to ws-order-text
                 when ws-order-not-open
                    move "is held or closed" to ws-order-text
                 when ws-order-expired
                    move "is outside its validity dates"
                         to ws-order-text
                 when ws-order-exhausted
                    move "would be taken past its tonnage"
                         to ws-order-text
                 when other
                    move "unchecked, order master unavailable"
                         to ws-order-text
              end-evaluate
              display "EXCEPTION order " ws-order-ref " "
                      ws-order-text
              string "EXCEPTION - order " ws-order-ref " "
                     ws-order-text ", vehicle " ws-vehicle-reg
                     " posts as exception"
                     delimited by size into ry-report-line
              write ry-report-line
              move "WARN "   to ws-alert-severity
              move "ORDEXCP" to ws-alert-code
              string "Order " ws-order-ref " " ws-order-text
                     delimited by size into ws-alert-text
              end-string
              perform 2100-WRITE-ALERT-EVENT
           end-if.

      ****************************************************************
      * 0991 - DRAW THE POSTED NET DOWN AGAINST THE ORDER. The ticket
      * is already on the master, so a failed rewrite is reported
      * for the office to adjust, not a reason to undo the posting.
      ****************************************************************
       0991-DRAW-DOWN-ORDER.
           add ws-ltk-net-weight-kg to ord-delivered-kg
           move ws-weigh-date    to ord-last-drawn-date
           move ws-ticket-number to ord-last-ticket
           rewrite ry-order-master-record
              invalid key
                 continue
           end-rewrite
           if ws-order-master-status = "00"
              add 1 to ws-order-drawn-count
              if ord-delivered-kg < ord-ordered-kg
                 compute ws-order-balance-kg =
                         ord-ordered-kg - ord-delivered-kg
              else
                 move zero to ws-order-balance-kg
              end-if
              move ws-ltk-net-weight-kg to ws-disp-order-kg
              move ws-order-balance-kg  to ws-disp-order-bal
              string "Order " ws-order-ref " drawn down "
                     ws-disp-order-kg " kg, balance "
                     ws-disp-order-bal " kg" delimited by size
                     into ry-report-line
              write ry-report-line
           else
              display "EXCEPTION order " ws-order-ref
                      " not drawn down, status "
                      ws-order-master-status
              move ws-ticket-number to ws-disp-ticket
              string "EXCEPTION - order " ws-order-ref
                     " NOT drawn down for ticket " ws-disp-ticket
                     ", status " ws-order-master-status
                     " - adjust the order by hand"
                     delimited by size into ry-report-line
              write ry-report-line
           end-if.

      ****************************************************************
      * 1000 - CLOSE THE ROCKEY
      ****************************************************************
       1200-FINALIZE.
           close audit-file
           close alert-event-file
           close suspense-file
           if ws-order-master-avail
              close order-master-file
           end-if
           close operations-report-file.

      ****************************************************************
      * no RET code to look up.
      ****************************************************************
       copy "RockeyErrorLookup.cpy".

      ****************************************************************
      * 2300 - RUN-CONTROL START ROW. A run that never gets as far
      * as its end row reads as not completed to RockeyRunGate.
      ****************************************************************
       2300-RECORD-RUN-START.
           move ws-site-id to ws-run-site-id
           move spaces to ws-run-counts
           move "S" to ws-run-event
           perform 2320-CALL-RUN-LOG.

      ****************************************************************
      * 2310 - RUN-CONTROL END ROW WITH THE RETURN-CODE AND THE
      * RUN'S KEY COUNTS
      ****************************************************************
       2310-RECORD-RUN-END.
           move spaces to ws-run-counts
           move "read" to wrc-label (1)
           move ws-weigh-read-count to wrc-value (1)
           move "posted" to wrc-label (2)
           move ws-weigh-posted-count to wrc-value (2)
           move "rejected" to wrc-label (3)
           move ws-weigh-reject-count to wrc-value (3)
           move "E" to ws-run-event
           perform 2320-CALL-RUN-LOG.

       2320-CALL-RUN-LOG.
           call "RockeyRunLog" using ws-run-event
                                     ws-run-step-name
                                     ws-run-site-id
                                     ws-run-business-date
                                     ws-exit-status
                                     ws-run-counts
                                     ws-run-log-status
           if ws-run-log-status not = "00"
              display "WARN  run-control row not written, status "
                      ws-run-log-status
           end-if.
