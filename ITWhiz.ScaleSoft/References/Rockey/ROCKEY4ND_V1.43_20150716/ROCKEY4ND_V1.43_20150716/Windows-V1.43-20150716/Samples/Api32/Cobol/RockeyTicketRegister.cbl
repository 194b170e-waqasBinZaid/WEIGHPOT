      *   - tonnage totals by product and by operator                *
      *   - the count of voided and exception tickets                *
      *   - the grand total net tonnage                              *
      *   - every exception ticket a supervisor released or sent for *
      *     void on that date, whatever date it was posted           *
      *                                                              *
      * The register date is ROCKEY_REGISTER_DATE (YYYYMMDD) when    *
      * set, so a missed night can be reprinted, otherwise the       *
      * night's ROCKEY_BUSINESS_DATE, otherwise today. Report lines  *
      * use the same 132-column convention as the operations report, *
      * so the register drops onto the same printer.                 *
      *                                                              *
      * Start and end of every run go on the run-control file        *
      * through RockeyRunLog, with the tickets listed, voided and    *
      * exception counts.                                            *
      *                                                              *
      ****************************************************************
       environment division.
       01 ws-posted-count       pic 9(5)  value zero.
       01 ws-voided-count       pic 9(5)  value zero.
       01 ws-exception-count    pic 9(5)  value zero.
       01 ws-released-count     pic 9(5)  value zero.
       01 ws-void-pending-count pic 9(5)  value zero.
       01 ws-grand-net-kg       pic 9(9)  value zero.
       01 ws-grand-tonnes       pic 9(7)v999 value zero.
       01 ws-disp-tonnes        pic 9(7).999.
               10 wot-name          pic x(20).
               10 wot-net-kg        pic 9(9).

      ****************************************************************
      * EXCEPTION DISPOSITIONS DECIDED ON THE REGISTER DATE - held
      * during the pass and printed after the totals, since the
      * ticket itself may have been posted on any earlier date.
      ****************************************************************
       01 ws-decision-count     pic 9(4)  comp-5 value zero.
       01 ws-max-decisions      pic 9(4)  comp-5 value 100.
       01 ws-decision-table.
           05 ws-decision occurs 100.
               10 rgx-ticket-number pic 9(9).
               10 rgx-post-date     pic x(8).
               10 rgx-vehicle-reg   pic x(10).
               10 rgx-net-kg        pic 9(7).
               10 rgx-action        pic x.
       01 ws-disp-ticket        pic 9(9).
       01 ws-disp-net           pic 9(7).

       01 ws-sub                pic 9(4)  comp-5 value zero.
       01 ws-found-switch       pic x     value "N".
           88 ws-entry-found        value "Y".
           05 filler pic x(11) value "STATUS".
           05 filler pic x(8)  value "TIME".

      ****************************************************************
      * RUN-CONTROL ROWS FOR THE NIGHTLY JOB STREAM - written through
      * RockeyRunLog as the run starts and again as it ends
      ****************************************************************
       01 ws-run-event          pic x     value space.
       01 ws-run-step-name      pic x(20) value "RockeyTicketRegister".
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
           perform 0700-RECORD-RUN-START

           if ws-report-status not = "00"
              move REG-EXIT-REPORT-FAILED to ws-exit-status
                 perform 0200-LIST-TICKETS
                 perform 0300-WRITE-PRODUCT-TOTALS
                 perform 0400-WRITE-OPERATOR-TOTALS
                 perform 0450-WRITE-DISPOSITIONS
                 perform 0500-WRITE-REGISTER-SUMMARY
              else
                 string "EXCEPTION - weigh-ticket master unavailable"
           end-if

           perform 0600-FINALIZE
           perform 0710-RECORD-RUN-END
           move ws-exit-status to return-code
           stop run.

           on exception
               move spaces to ws-register-date
           end-accept
           if ws-register-date = spaces
              accept ws-register-date from environment
                      "ROCKEY_BUSINESS_DATE"
              on exception
                  move spaces to ws-register-date
              end-accept
           end-if
           if ws-register-date = spaces
              accept ws-register-date from date yyyymmdd
           end-if
                       perform 0210-WRITE-DETAIL-LINE
                       perform 0220-ACCUMULATE-TOTALS
                    end-if
                    if tkm-disposition-date = ws-register-date
                       and not tkm-disp-open
                       perform 0250-HOLD-DISPOSITION
                    end-if
              end-read
           end-perform
           close weigh-ticket-master-file.
           evaluate true
              when tkm-is-voided
                 move "VOIDED"    to rgd-status-desc
              when tkm-is-exception and tkm-disp-void-pending
                 move "FOR VOID"  to rgd-status-desc
              when tkm-is-exception
                 move "EXCEPTION" to rgd-status-desc
              when tkm-disp-released
                 move "RELEASED"  to rgd-status-desc
              when other
                 move "POSTED"    to rgd-status-desc
           end-evaluate
                 add 1 to ws-voided-count
              when tkm-is-exception
                 add 1 to ws-exception-count
                 if tkm-disp-void-pending
                    add 1 to ws-void-pending-count
                 end-if
                 perform 0230-ADD-PRODUCT-TOTAL
                 perform 0240-ADD-OPERATOR-TOTAL
                 add tkm-net-weight-kg to ws-grand-net-kg
              when other
                 add 1 to ws-posted-count
                 if tkm-disp-released
                    add 1 to ws-released-count
                 end-if
                 perform 0230-ADD-PRODUCT-TOTAL
                 perform 0240-ADD-OPERATOR-TOTAL
                 add tkm-net-weight-kg to ws-grand-net-kg
              end-if
           end-if.

      ****************************************************************
      * 0250 - HOLD ONE DISPOSITION DECIDED ON THE REGISTER DATE
      ****************************************************************
       0250-HOLD-DISPOSITION.
           if ws-decision-count < ws-max-decisions
              add 1 to ws-decision-count
              move tkm-ticket-number
                   to rgx-ticket-number (ws-decision-count)
              move tkm-post-timestamp (1:8)
                   to rgx-post-date (ws-decision-count)
              move tkm-vehicle-reg
                   to rgx-vehicle-reg (ws-decision-count)
              move tkm-net-weight-kg
                   to rgx-net-kg (ws-decision-count)
              move tkm-disposition-flag
                   to rgx-action (ws-decision-count)
           else
              display "WARN  disposition table full, ticket "
                      tkm-ticket-number " not listed"
           end-if.

      ****************************************************************
      * 0300 - TONNAGE TOTALS BY PRODUCT
      ****************************************************************
              write ry-register-line
           end-if.

      ****************************************************************
      * 0450 - EXCEPTION TICKETS DECIDED ON THE REGISTER DATE
      ****************************************************************
       0450-WRITE-DISPOSITIONS.
           move spaces to ry-register-line
           write ry-register-line
           move "EXCEPTION DISPOSITIONS THIS DATE" to ry-register-line
           write ry-register-line
           move 1 to ws-sub
           perform until ws-sub > ws-decision-count
              move rgx-ticket-number (ws-sub) to ws-disp-ticket
              move rgx-net-kg (ws-sub)        to ws-disp-net
              if rgx-action (ws-sub) = "R"
                 string "  RELEASED  ticket " ws-disp-ticket
                        "  posted " rgx-post-date (ws-sub)
                        "  vehicle [" rgx-vehicle-reg (ws-sub)
                        "]  net " ws-disp-net " kg"
                        delimited by size into ry-register-line
              else
                 string "  FOR VOID  ticket " ws-disp-ticket
                        "  posted " rgx-post-date (ws-sub)
                        "  vehicle [" rgx-vehicle-reg (ws-sub)
                        "]  net " ws-disp-net " kg"
                        delimited by size into ry-register-line
              end-if
              write ry-register-line
              add 1 to ws-sub
           end-perform
           if ws-decision-count = zero
              move "  (no exception dispositions)" to ry-register-line
              write ry-register-line
           end-if.

      ****************************************************************
      * 0500 - REGISTER SUMMARY AND GRAND TOTAL NET TONNAGE
      ****************************************************************
           string "Exception tickets : " ws-exception-count
                  delimited by size into ry-register-line
           write ry-register-line
           string "Released from exc : " ws-released-count
                  delimited by size into ry-register-line
           write ry-register-line
           string "Sent for void     : " ws-void-pending-count
                  delimited by size into ry-register-line
           write ry-register-line
           move ws-grand-net-kg to ws-disp-net-total
           compute ws-grand-tonnes = ws-grand-net-kg / 1000
           move ws-grand-tonnes to ws-disp-tonnes
      ****************************************************************
       0600-FINALIZE.
           close register-report-file.

      ****************************************************************
      * 0700 - RUN-CONTROL START ROW. A run that never gets as far
      * as its end row reads as not completed to RockeyRunGate.
      ****************************************************************
       0700-RECORD-RUN-START.
           move ws-register-date to ws-run-business-date
           move spaces to ws-run-counts
           move "S" to ws-run-event
           perform 0720-CALL-RUN-LOG.

      ****************************************************************
      * 0710 - RUN-CONTROL END ROW WITH THE RETURN-CODE AND THE
      * RUN'S KEY COUNTS
      ****************************************************************
       0710-RECORD-RUN-END.
           move spaces to ws-run-counts
           move "listed" to wrc-label (1)
           move ws-tickets-listed to wrc-value (1)
           move "voided" to wrc-label (2)
           move ws-voided-count to wrc-value (2)
           move "exception" to wrc-label (3)
           move ws-exception-count to wrc-value (3)
           move "E" to ws-run-event
           perform 0720-CALL-RUN-LOG.

       0720-CALL-RUN-LOG.
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
