
      ****************************************************************
      *                                                              *
      * Month-end billing extract. Walks the postings on the weigh-  *
      * ticket master up to the end of the billing month, matches    *
      * each ticket not yet billed to a customer account by vehicle  *
      * registration (RockeyCustomerVehicle.cpy), prices the net     *
      * tonnage off the account's per-product rate                   *
      * (RockeyProductRate.cpy), and writes an invoice-line extract  *
      * file plus a summary by account - replacing the clerk who     *
      * re-keyed the register printout into the accounts package.    *
      *                                                              *
      * Voided ("V") tickets are excluded outright. Exception ("E")  *
      * tickets, tickets whose vehicle is on no account, and         *
      * tickets with no rate for the account/product pair are NOT    *
      * extracted - they print on the review listing so someone      *
      * decides before they are billed. The supervisor's decision    *
      * on an exception (RockeyTicketDisposition) is honoured: a     *
      * released ticket is "P" again and bills normally, and one     *
      * sent for void prints as such and is excluded like a void.    *
      *                                                              *
      * Every line extracted is recorded on the billed-ticket ledger *
      * (RockeyBilledLedger.cpy) against this run's month, so a      *
      * ticket is invoiced exactly once: an exception cleared after  *
      * month-end, or a ticket posted late into an earlier month, is *
      * billed on the next run, and a ticket already on the ledger   *
      * is passed over. A billed ticket since voided goes out as a   *
      * credit-note line (RockeyInvoiceLine.cpy line type C) for the *
      * amount it was invoiced at, and the ledger records the run    *
      * that credited it. Re-running a month re-extracts exactly the *
      * lines that month's run first produced. Tickets posted before *
      * the first month the ledger covered were billed by month      *
      * alone and are not carried forward. The ledger must open -    *
      * billing without it could invoice a ticket twice.             *
      *                                                              *
      * The month defaults to the current month and is normally      *
      * overridden with ROCKEY_BILLING_MONTH (YYYYMM) when the job   *
      * runs on the first for the month just ended, the same         *
      * convention as the audit consolidation. With that unset, the  *
      * month of the night's ROCKEY_BUSINESS_DATE is billed. Start   *
      * and end of every run go on the run-control file through      *
      * RockeyRunLog against the last day of the billing month, with *
      * the lines, credits and review counts.                        *
      *                                                              *
      * RETURN-CODE 0 clean, 1 review items need attention, 2 a      *
      * file could not be opened.                                    *
               organization line sequential
               file status is ws-rate-status.

           select billed-ledger-file
               assign to ws-ledger-file-name
               organization indexed
               access mode random
               record key bld-ticket-number
               file status is ws-ledger-status.

           select invoice-line-file
               assign to ws-invoice-file-name
               organization line sequential
       copy "RockeyCustomerVehicle.cpy".
       copy "RockeyProductRate.cpy".
       copy "RockeyInvoiceLine.cpy".
       copy "RockeyBilledLedger.cpy".

       fd  billing-report-file.
       01  ry-billing-line            pic x(132).
       01 ws-rate-file-name     pic x(60)
               value "./Data/RockeyProductRate.dat".
       01 ws-rate-status        pic xx    value spaces.
       01 ws-ledger-file-name   pic x(60)
               value "./Data/RockeyBilledLedger.dat".
       01 ws-ledger-status      pic xx    value spaces.
       01 ws-invoice-file-name  pic x(60) value spaces.
       01 ws-invoice-status     pic xx    value spaces.
       01 ws-report-file-name   pic x(60) value spaces.
      * MONTH SELECTION, AS THE AUDIT CONSOLIDATION DOES IT
      ****************************************************************
       01 ws-billing-month      pic x(6)  value spaces.
       01 ws-business-date      pic x(8)  value spaces.
       01 ws-month-end-date     pic x(8)  value spaces.
       01 ws-date-num           pic 9(8)  value zero.
       01 ws-current-date       pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

      ****************************************************************
      * BILLED-TICKET LEDGER
      ****************************************************************
       01 ws-ledger-start-month pic x(6)  value spaces.
       01 ws-post-month         pic x(6)  value spaces.

       01 ws-load-eof-switch    pic x     value "N".
           88 ws-load-eof           value "Y".
               10 act-line-count    pic 9(5).
               10 act-net-kg        pic 9(9).
               10 act-amount        pic 9(9)v99.
               10 act-credit-count  pic 9(5).
               10 act-credit-amount pic 9(9)v99.

      ****************************************************************
      * IN-STORAGE VEHICLE-TO-ACCOUNT LINKS
       01 ws-tickets-in-month   pic 9(5)  value zero.
       01 ws-lines-written      pic 9(5)  value zero.
       01 ws-voided-skipped     pic 9(5)  value zero.
       01 ws-void-pending-skipped pic 9(5) value zero.
       01 ws-released-billed    pic 9(5)  value zero.
       01 ws-review-count       pic 9(5)  value zero.
       01 ws-review-reason      pic x(40) value spaces.
       01 ws-earlier-billed     pic 9(5)  value zero.
       01 ws-already-billed     pic 9(5)  value zero.
       01 ws-repeated-lines     pic 9(5)  value zero.
       01 ws-credit-count       pic 9(5)  value zero.
       01 ws-credit-total       pic 9(9)v99 value zero.

       01 ws-disp-ticket        pic 9(9).
       01 ws-disp-amount        pic 9(9).99.
       01 ws-disp-net           pic 9(9).
       01 ws-disp-tonnes        pic 9(7).999.

      ****************************************************************
      * RUN-CONTROL ROWS FOR THE NIGHTLY JOB STREAM - written through
      * RockeyRunLog as the run starts and again as it ends
      ****************************************************************
       01 ws-run-event          pic x     value space.
       01 ws-run-step-name      pic x(20) value "RockeyBillingExtract".
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
           perform 0900-RECORD-RUN-START

           if ws-report-status not = "00"
              or ws-invoice-status not = "00"
              move BIL-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-master-status = "00"
                 and ws-ledger-status = "00"
                 perform 0200-LOAD-ACCOUNTS
                 perform 0300-LOAD-VEHICLES
                 perform 0400-LOAD-RATES
                    move BIL-EXIT-REVIEW-ITEMS to ws-exit-status
                 end-if
              else
                 if ws-master-status not = "00"
                    string "EXCEPTION - weigh-ticket master "
                           "unavailable, status " ws-master-status
                           ", nothing extracted" delimited by size
                           into ry-billing-line
                 else
                    string "EXCEPTION - billed-ticket ledger "
                           "unavailable, status " ws-ledger-status
                           ", nothing extracted" delimited by size
                           into ry-billing-line
                 end-if
                 write ry-billing-line
                 move BIL-EXIT-FILE-FAILED to ws-exit-status
              end-if
           end-if

           perform 0800-FINALIZE
           perform 0910-RECORD-RUN-END
           move ws-exit-status to return-code
           stop run.

      * 0100 - PICK UP THE MONTH, NAME THE OUTPUTS, OPEN EVERYTHING
      ****************************************************************
       0100-INITIALIZE.
           accept ws-current-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-current-date  delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-billing-month from environment
                   "ROCKEY_BILLING_MONTH"
           on exception
               move spaces to ws-billing-month
           end-accept
           if ws-billing-month = spaces
              accept ws-business-date from environment
                      "ROCKEY_BUSINESS_DATE"
              on exception
                  move spaces to ws-business-date
              end-accept
              move ws-business-date (1:6) to ws-billing-month
           end-if
           if ws-billing-month = spaces
              move ws-current-date (1:6) to ws-billing-month
           end-if

           string ws-billing-month "01" delimited by size
                  into ws-month-end-date
           move ws-month-end-date to ws-date-num
           compute ws-date-num =
                   function date-of-integer
                   (function integer-of-date (ws-date-num) + 31)
           move ws-date-num to ws-month-end-date
           move "01" to ws-month-end-date (7:2)
           move ws-month-end-date to ws-date-num
           compute ws-date-num =
                   function date-of-integer
                   (function integer-of-date (ws-date-num) - 1)
           move ws-date-num to ws-month-end-date

           string "./Data/RockeyInvoiceLines" ws-billing-month
                  ".dat" delimited by size into ws-invoice-file-name
           string "./Data/RockeyBillingSummary" ws-billing-month
                      ws-master-file-name ", status " ws-master-status
           end-if

           perform 0150-OPEN-BILLED-LEDGER

           open output invoice-line-file
           if ws-invoice-status not = "00"
              display "FATAL unable to open invoice extract file "
              string "Billing month : " ws-billing-month
                     delimited by size into ry-billing-line
              write ry-billing-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-billing-line
              write ry-billing-line
              if ws-ledger-status = "00"
                 string "Ledger since  : " ws-ledger-start-month
                        delimited by size into ry-billing-line
                 write ry-billing-line
              end-if
              move spaces to ry-billing-line
              write ry-billing-line
           end-if.

      ****************************************************************
      * 0150 - OPEN THE BILLED-TICKET LEDGER, CREATING IT ON THE
      * FIRST RUN, AND FIND THE MONTH IT STARTS FROM
      ****************************************************************
       0150-OPEN-BILLED-LEDGER.
           open i-o billed-ledger-file
           if ws-ledger-status = "35"
              open output billed-ledger-file
              if ws-ledger-status = "00"
                 close billed-ledger-file
                 open i-o billed-ledger-file
              end-if
           end-if
           if ws-ledger-status = "00"
              perform 0160-READ-LEDGER-START
           else
              display "FATAL unable to open billed-ticket ledger "
                      ws-ledger-file-name ", status " ws-ledger-status
           end-if.

      ****************************************************************
      * 0160 - THE HEADER RECORD (TICKET ZERO) HOLDS THE FIRST MONTH
      * THE LEDGER COVERED. A new ledger starts at this run's month.
      ****************************************************************
       0160-READ-LEDGER-START.
           move zero to bld-ticket-number
           read billed-ledger-file
              invalid key
                 move "23" to ws-ledger-status
           end-read
           if ws-ledger-status = "00"
              move bld-billing-month to ws-ledger-start-month
           else
              move spaces to ry-billed-ledger-record
              move zero to bld-ticket-number
              move "H" to bld-status
              move ws-billing-month to bld-billing-month
              move ws-timestamp to bld-billed-timestamp
              move zero to bld-net-kg
              move zero to bld-rate-per-tonne
              move zero to bld-amount
              write ry-billed-ledger-record
              if ws-ledger-status = "00"
                 move ws-billing-month to ws-ledger-start-month
                 display "Billed-ticket ledger started at "
                         ws-billing-month
              else
                 display "FATAL unable to start billed-ticket ledger "
                         ws-ledger-file-name ", status "
                         ws-ledger-status
              end-if
           end-if.

      ****************************************************************
      * 0200 - LOAD THE ACCOUNT MASTER INTO WORKING STORAGE
      ****************************************************************
                       move zero to act-line-count (ws-account-count)
                       move zero to act-net-kg (ws-account-count)
                       move zero to act-amount (ws-account-count)
                       move zero to act-credit-count (ws-account-count)
                       move zero
                            to act-credit-amount (ws-account-count)
                 end-read
              end-perform
              close customer-master-file
           end-if.

      ****************************************************************
      * 0500 - ONE SEQUENTIAL PASS, ONE DECISION PER TICKET. Every
      * ticket posted from the ledger's first month to the end of
      * the billing month is considered; the ledger decides whether
      * it has been billed already.
      ****************************************************************
       0500-WALK-THE-MONTH.
           move "N" to ws-master-eof-switch
                 at end
                    move "Y" to ws-master-eof-switch
                 not at end
                    move tkm-post-timestamp (1:6) to ws-post-month
                    if ws-post-month = ws-billing-month
                       add 1 to ws-tickets-in-month
                    end-if
                    if ws-post-month not > ws-billing-month
                       and ws-post-month not < ws-ledger-start-month
                       perform 0505-CHECK-LEDGER
                    end-if
              end-read
           end-perform
           close weigh-ticket-master-file.

      ****************************************************************
      * 0505 - A TICKET ON THE LEDGER HAS BEEN BILLED; ONE THAT IS
      * NOT GETS THE USUAL DECISION. A ledger read that fails for
      * any other reason holds the ticket rather than risk billing
      * it twice.
      ****************************************************************
       0505-CHECK-LEDGER.
           move tkm-ticket-number to bld-ticket-number
           read billed-ledger-file
              invalid key
                 move "23" to ws-ledger-status
           end-read
           evaluate ws-ledger-status
              when "00"
                 perform 0560-CHECK-BILLED-TICKET
              when "23"
                 move "00" to ws-ledger-status
                 perform 0510-PRICE-ONE-TICKET
              when other
                 move spaces to ws-review-reason
                 string "billed ledger unreadable, status "
                        ws-ledger-status delimited by size
                        into ws-review-reason
                 end-string
                 move "00" to ws-ledger-status
                 perform 0600-WRITE-REVIEW-LINE
           end-evaluate.

      ****************************************************************
      * 0510 - VOIDED OUT, EXCEPTIONS TO REVIEW, THE REST PRICED
      ****************************************************************
           evaluate true
              when tkm-is-voided
                 add 1 to ws-voided-skipped
              when tkm-is-exception and tkm-disp-void-pending
                 add 1 to ws-void-pending-skipped
                 perform 0610-WRITE-VOID-PENDING-LINE
              when tkm-is-exception
                 move spaces to ws-review-reason
                 string "exception [" tkm-exception-causes
                        "] - needs disposition" delimited by size
                        into ws-review-reason
                 end-string
                 perform 0600-WRITE-REVIEW-LINE
              when other
                 perform 0520-MATCH-ACCOUNT
           end-perform.

      ****************************************************************
      * 0540 - PRICE THE NET TONNAGE, RECORD IT ON THE LEDGER AND
      * EXTRACT THE LINE. Rounding happens once, on the final amount,
      * not on the tonnage. The ledger row goes down first - a line
      * the ledger does not know about would be billed again.
      ****************************************************************
       0540-WRITE-INVOICE-LINE.
           compute ws-ticket-tonnes = tkm-net-weight-kg / 1000
           compute ws-ticket-amount rounded =
                   ws-ticket-tonnes * ws-ticket-rate

           move spaces              to ry-billed-ledger-record
           move tkm-ticket-number   to bld-ticket-number
           move "B"                 to bld-status
           move ws-billing-month    to bld-billing-month
           move ws-timestamp        to bld-billed-timestamp
           move ws-ticket-account   to bld-account-code
           move tkm-post-timestamp (1:8) to bld-post-date
           move tkm-vehicle-reg     to bld-vehicle-reg
           move tkm-product-code    to bld-product-code
           move tkm-net-weight-kg   to bld-net-kg
           move ws-ticket-rate      to bld-rate-per-tonne
           move ws-ticket-amount    to bld-amount
           write ry-billed-ledger-record
           if ws-ledger-status not = "00"
              move spaces to ws-review-reason
              string "billed ledger not writable, status "
                     ws-ledger-status delimited by size
                     into ws-review-reason
              end-string
              move "00" to ws-ledger-status
              perform 0600-WRITE-REVIEW-LINE
           else
              move "I" to inv-line-type
              perform 0545-EXTRACT-LEDGER-LINE
              if tkm-disp-released
                 add 1 to ws-released-billed
              end-if
              if ws-post-month < ws-billing-month
                 add 1 to ws-earlier-billed
              end-if
           end-if.

      ****************************************************************
      * 0545 - ONE EXTRACT LINE FROM THE LEDGER ROW, INVOICE OR
      * CREDIT ACCORDING TO INV-LINE-TYPE, INTO THE ACCOUNT TOTALS
      ****************************************************************
       0545-EXTRACT-LEDGER-LINE.
           move bld-account-code    to inv-account-code
           move bld-ticket-number   to inv-ticket-number
           move bld-post-date       to inv-post-date
           move bld-vehicle-reg     to inv-vehicle-reg
           move bld-product-code    to inv-product-code
           move bld-net-kg          to inv-net-kg
           move bld-rate-per-tonne  to inv-rate-per-tonne
           move bld-amount          to inv-amount
           move bld-billing-month   to inv-billed-month
           write ry-invoice-line-record

           move bld-account-code to ws-ticket-account
           perform 0550-ACCUMULATE-ACCOUNT
           if inv-is-credit
              add 1 to ws-credit-count
              add bld-amount to ws-credit-total
              if ws-match-sub > zero
                 add 1 to act-credit-count (ws-match-sub)
                 add bld-amount to act-credit-amount (ws-match-sub)
              end-if
           else
              add 1 to ws-lines-written
              if ws-match-sub > zero
                 add 1 to act-line-count (ws-match-sub)
                 add bld-net-kg to act-net-kg (ws-match-sub)
                 add bld-amount to act-amount (ws-match-sub)
              end-if
           end-if.

       0550-ACCUMULATE-ACCOUNT.
           move "N" to ws-found-switch
                 move zero to act-line-count (ws-account-count)
                 move zero to act-net-kg (ws-account-count)
                 move zero to act-amount (ws-account-count)
                 move zero to act-credit-count (ws-account-count)
                 move zero to act-credit-amount (ws-account-count)
                 move ws-account-count to ws-match-sub
              else
                 display "WARN  account table full, account "
                         ws-ticket-account " not summarised"
                 move zero to ws-match-sub
              end-if
           end-if.

      ****************************************************************
      * 0560 - A TICKET ALREADY ON THE LEDGER. Billed on an earlier
      * run it is passed over; billed on this month's own run (a
      * re-run) its line is extracted again as it first went out.
      * Voided since it was billed, it is credited - once.
      ****************************************************************
       0560-CHECK-BILLED-TICKET.
           if bld-billing-month = ws-billing-month
              add 1 to ws-repeated-lines
              move "I" to inv-line-type
              perform 0545-EXTRACT-LEDGER-LINE
           else
              add 1 to ws-already-billed
           end-if
           evaluate true
              when bld-is-credited
                 and bld-credit-month = ws-billing-month
                 perform 0580-WRITE-CREDIT-LINE
              when bld-is-billed and tkm-is-voided
                 perform 0570-RAISE-CREDIT-NOTE
           end-evaluate.

      ****************************************************************
      * 0570 - MARK THE LEDGER ROW CREDITED BY THIS RUN, THEN
      * EXTRACT THE CREDIT. If the ledger cannot be updated the
      * credit is held, and goes out on a later run instead.
      ****************************************************************
       0570-RAISE-CREDIT-NOTE.
           move "C"              to bld-status
           move ws-billing-month to bld-credit-month
           move ws-timestamp     to bld-credit-timestamp
           rewrite ry-billed-ledger-record
           if ws-ledger-status not = "00"
              move spaces to ws-review-reason
              string "credit note held, ledger status "
                     ws-ledger-status delimited by size
                     into ws-review-reason
              end-string
              move "00" to ws-ledger-status
              perform 0600-WRITE-REVIEW-LINE
           else
              perform 0580-WRITE-CREDIT-LINE
           end-if.

      ****************************************************************
      * 0580 - THE CREDIT-NOTE LINE, AT THE ACCOUNT AND AMOUNT THE
      * TICKET WAS INVOICED AT, AND A LINE ON THE SUMMARY SAYING SO
      ****************************************************************
       0580-WRITE-CREDIT-LINE.
           move "C" to inv-line-type
           perform 0545-EXTRACT-LEDGER-LINE
           move bld-ticket-number to ws-disp-ticket
           move bld-amount        to ws-disp-amount
           string "CREDIT    ticket " ws-disp-ticket
                  "  " bld-post-date
                  "  account " bld-account-code
                  "  billed " bld-billing-month
                  "  amount " ws-disp-amount
                  " - voided after billing"
                  delimited by size into ry-billing-line
           write ry-billing-line.

      ****************************************************************
      * 0600 - ONE LINE PER TICKET SOMEONE MUST LOOK AT BEFORE IT
      * IS BILLED
                  delimited by size into ry-billing-line
           write ry-billing-line.

      ****************************************************************
      * 0610 - AN EXCEPTION A SUPERVISOR HAS SENT FOR VOID IS NOT
      * BILLED AND NEEDS NO FURTHER REVIEW, BUT STILL SHOWS
      ****************************************************************
       0610-WRITE-VOID-PENDING-LINE.
           move tkm-ticket-number to ws-disp-ticket
           move tkm-net-weight-kg to ws-disp-net
           string "FOR VOID  ticket " ws-disp-ticket
                  "  " tkm-post-timestamp (1:8)
                  "  vehicle [" tkm-vehicle-reg
                  "]  net " ws-disp-net
                  " kg  - sent for void " tkm-disposition-date
                  ", not billed"
                  delimited by size into ry-billing-line
           write ry-billing-line.

      ****************************************************************
      * 0700 - SUMMARY BY ACCOUNT, THEN THE MONTH TOTALS
      ****************************************************************
           move 1 to ws-sub
           perform until ws-sub > ws-account-count
              if act-line-count (ws-sub) > zero
                 or act-credit-count (ws-sub) > zero
                 move act-net-kg (ws-sub) to ws-disp-net
                 move act-amount (ws-sub) to ws-disp-amount
                 string "  " act-code (ws-sub)
                        " kg  amount " ws-disp-amount
                        delimited by size into ry-billing-line
                 write ry-billing-line
                 if act-credit-count (ws-sub) > zero
                    move act-credit-amount (ws-sub) to ws-disp-amount
                    string "            credit notes "
                           act-credit-count (ws-sub)
                           "  amount " ws-disp-amount
                           delimited by size into ry-billing-line
                    write ry-billing-line
                 end-if
              end-if
              add 1 to ws-sub
           end-perform
           if ws-lines-written = zero
              and ws-credit-count = zero
              move "  (nothing billable this month)"
                   to ry-billing-line
              write ry-billing-line
           string "Invoice lines     : " ws-lines-written
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Earlier months    : " ws-earlier-billed
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Re-extracted      : " ws-repeated-lines
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Already billed    : " ws-already-billed
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Credit notes      : " ws-credit-count
                  delimited by size into ry-billing-line
           write ry-billing-line
           move ws-credit-total to ws-disp-amount
           string "Credited amount   : " ws-disp-amount
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Voided excluded   : " ws-voided-skipped
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Sent for void     : " ws-void-pending-skipped
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Released, billed  : " ws-released-billed
                  delimited by size into ry-billing-line
           write ry-billing-line
           string "Held for review   : " ws-review-count
                  delimited by size into ry-billing-line
           write ry-billing-line
           display "Billing extract for " ws-billing-month
                   " complete, " ws-lines-written " lines, "
                   ws-credit-count " credit notes, "
                   ws-review-count " held for review".

      ****************************************************************
      * 0800 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0800-FINALIZE.
           if ws-ledger-status = "00"
              close billed-ledger-file
           end-if
           close invoice-line-file
           close billing-report-file.

      ****************************************************************
      * 0900 - RUN-CONTROL START ROW. A run that never gets as far
      * as its end row reads as not completed to RockeyRunGate.
      ****************************************************************
       0900-RECORD-RUN-START.
           move ws-month-end-date to ws-run-business-date
           move spaces to ws-run-counts
           move "S" to ws-run-event
           perform 0920-CALL-RUN-LOG.

      ****************************************************************
      * 0910 - RUN-CONTROL END ROW WITH THE RETURN-CODE AND THE
      * RUN'S KEY COUNTS
      ****************************************************************
       0910-RECORD-RUN-END.
           move spaces to ws-run-counts
           move "lines" to wrc-label (1)
           move ws-lines-written to wrc-value (1)
           move "credits" to wrc-label (2)
           move ws-credit-count to wrc-value (2)
           move "review" to wrc-label (3)
           move ws-review-count to wrc-value (3)
           move "E" to ws-run-event
           perform 0920-CALL-RUN-LOG.

       0920-CALL-RUN-LOG.
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
