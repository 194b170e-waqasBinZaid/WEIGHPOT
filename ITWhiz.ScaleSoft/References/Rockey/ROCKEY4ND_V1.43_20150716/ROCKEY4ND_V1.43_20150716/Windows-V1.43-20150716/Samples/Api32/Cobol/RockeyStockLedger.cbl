       $set case
      ****************************************************************
      *                                                              *
      *                    RockeyStockLedger.cbl                     *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyStockLedger.

      ****************************************************************
      *                                                              *
      * Daily product stockpile ledger. Walks the weigh-ticket       *
      * master for the tickets posted since the last run and books   *
      * each net weight in or out of its product's stockpile by the  *
      * movement direction on the ticket (I a delivery into the      *
      * yard, O a load leaving it), then prints per product the      *
      * opening book stock, tonnes in, tonnes out, voids given back  *
      * and closing book stock. The balance carries from run to run  *
      * on RockeyStockBalance.dat (RockeyStockBalance.cpy).          *
      *                                                              *
      * Voided tickets are excluded. A ticket already booked by an   *
      * earlier run and voided since (RockeyVoidHistory.dat) is      *
      * given back on this run, so the book always matches the       *
      * tickets still standing. Exception tickets are booked - the   *
      * stone moved whether or not the ticket is in dispute. A       *
      * ticket posted before the direction was carried counts as a   *
      * load out and is counted on the summary.                      *
      *                                                              *
      * Stocktakes (RockeyStocktake.cpy) dated on or before the      *
      * ledger date and not yet applied are then compared with the   *
      * book: the variance between book and surveyed stock is        *
      * printed, a variance beyond ROCKEY_STOCK_VAR_PCT percent of   *
      * the book (default 5) raises a WARN alert (STKVAR), and the   *
      * book is reset to the surveyed figure. Each applied survey    *
      * appends a change-history row under target STK.               *
      *                                                              *
      * The ledger date defaults to today and can be overridden with *
      * ROCKEY_STOCK_DATE (YYYYMMDD). Tickets are counted up to the  *
      * end of the ledger date, or to the time of the run when it is *
      * run on the day itself. Running the same date again gives the *
      * same answer; a date earlier than the last one run is         *
      * refused. The first run starts every product at zero from the *
      * start of its ledger date - the first stocktake sets the real *
      * figure. The site id for the alert feed comes from            *
      * ROCKEY_SITE_ID.                                              *
      *                                                              *
      * RETURN-CODE 0 clean, 1 a variance beyond tolerance, a book   *
      * below zero or a stocktake row rejected, 2 a file could not   *
      * be opened or the ledger date was refused.                    *
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

           select stock-balance-file
               assign to ws-balance-file-name
               organization line sequential
               file status is ws-balance-status.

           select stocktake-file
               assign to ws-stocktake-file-name
               organization line sequential
               file status is ws-stocktake-status.

           select void-history-file
               assign to ws-void-file-name
               organization line sequential
               file status is ws-void-status.

           select product-master-file
               assign to ws-product-file-name
               organization line sequential
               file status is ws-product-status.

           select maint-history-file
               assign to ws-history-file-name
               organization line sequential
               file status is ws-history-status.

           select alert-event-file
               assign to ws-alert-file-name
               organization line sequential
               file status is ws-alert-status.

           select stock-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyTicketMaster.cpy".
       copy "RockeyStockBalance.cpy".
       copy "RockeyStocktake.cpy".
       copy "RockeyVoidHistory.cpy".
       copy "RockeyProductMaster.cpy".
       copy "RockeyMaintHistory.cpy".
       copy "RockeyAlertEvent.cpy".

       fd  stock-report-file.
       01  ry-stock-line              pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 STK-EXIT-SUCCESS            value 0.
       78 STK-EXIT-WARNINGS           value 1.
       78 STK-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value STK-EXIT-SUCCESS.

       01 ws-master-file-name   pic x(60)
               value "./Data/RockeyTicketMaster.dat".
       01 ws-master-status      pic xx    value spaces.
       01 ws-balance-file-name  pic x(60)
               value "./Data/RockeyStockBalance.dat".
       01 ws-balance-status     pic xx    value spaces.
       01 ws-stocktake-file-name pic x(60)
               value "./Data/RockeyStocktake.dat".
       01 ws-stocktake-status   pic xx    value spaces.
       01 ws-void-file-name     pic x(60)
               value "./Data/RockeyVoidHistory.dat".
       01 ws-void-status        pic xx    value spaces.
       01 ws-product-file-name  pic x(60)
               value "./Data/RockeyProductMaster.dat".
       01 ws-product-status     pic xx    value spaces.
       01 ws-history-file-name  pic x(60)
               value "./Data/RockeyMaintHistory.dat".
       01 ws-history-status     pic xx    value spaces.
       01 ws-alert-file-name    pic x(60) value spaces.
       01 ws-alert-status       pic xx    value spaces.
       01 ws-report-file-name   pic x(60) value spaces.
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.
       01 ws-site-id            pic x(6)  value spaces.

      ****************************************************************
      * LEDGER DATE AND THE POSTING WINDOW IT COVERS - tickets posted
      * after the window start, up to and including the window end
      ****************************************************************
       01 ws-ledger-date        pic x(8)  value spaces.
       01 ws-last-as-of-date    pic x(8)  value spaces.
       01 ws-last-cutoff        pic x(16) value spaces.
       01 ws-last-prior-cutoff  pic x(16) value spaces.
       01 ws-ledger-start       pic x(16) value spaces.
       01 ws-window-start       pic x(16) value spaces.
       01 ws-window-end         pic x(16) value spaces.
       01 ws-post-stamp         pic x(16) value spaces.
       01 ws-rerun-switch       pic x     value "N".
           88 ws-rerun              value "Y".
       01 ws-first-run-switch   pic x     value "N".
           88 ws-first-run          value "Y".
       01 ws-var-pct-text       pic x(3)  value spaces.
       01 ws-var-pct            pic 9(3)  value 5.

       01 ws-load-eof-switch    pic x     value "N".
           88 ws-load-eof           value "Y".
       01 ws-master-eof-switch  pic x     value "N".
           88 ws-master-eof         value "Y".

      ****************************************************************
      * IN-STORAGE STOCK LEDGER, ONE ROW PER PRODUCT - loaded from
      * the balance file, extended by any product the tickets or a
      * stocktake bring in, and written back whole
      ****************************************************************
       01 ws-stock-count        pic 9(4)  comp-5 value zero.
       01 ws-max-stock-rows     pic 9(4)  comp-5 value 200.
       01 ws-stock-table.
           05 ws-stock-row occurs 200.
               10 slt-product-code  pic x(8).
               10 slt-as-of-date    pic x(8).
               10 slt-prior-kg      pic s9(9).
               10 slt-prior-survey-date pic x(8).
               10 slt-last-kg       pic s9(9).
               10 slt-last-survey-date pic x(8).
               10 slt-opening-kg    pic s9(9).
               10 slt-start-survey-date pic x(8).
               10 slt-in-kg         pic 9(9).
               10 slt-out-kg        pic 9(9).
               10 slt-void-in-kg    pic 9(9).
               10 slt-void-out-kg   pic 9(9).
               10 slt-book-kg       pic s9(9).
               10 slt-closing-kg    pic s9(9).
               10 slt-survey-date   pic x(8).
               10 slt-survey-kg     pic 9(9).
               10 slt-variance-kg   pic s9(9).
               10 slt-ticket-count  pic 9(5).
       01 ws-stock-sub          pic 9(4)  comp-5 value zero.
       01 ws-stock-found-switch pic x     value "N".
           88 ws-stock-found        value "Y".
       01 ws-find-product       pic x(8)  value spaces.

      ****************************************************************
      * PRODUCT DESCRIPTIONS, FOR THE REPORT AND TO VALIDATE A
      * STOCKTAKE'S PRODUCT
      ****************************************************************
       01 ws-product-count      pic 9(4)  comp-5 value zero.
       01 ws-max-products       pic 9(4)  comp-5 value 200.
       01 ws-product-table.
           05 ws-product-row occurs 200.
               10 pmt-product-code  pic x(8).
               10 pmt-description   pic x(30).
       01 ws-prod-sub           pic 9(4)  comp-5 value zero.
       01 ws-prod-found-switch  pic x     value "N".
           88 ws-prod-found         value "Y".

      ****************************************************************
      * VOIDS APPLIED SINCE THE WINDOW START, WITH WHEN
      ****************************************************************
       01 ws-void-count         pic 9(4)  comp-5 value zero.
       01 ws-max-voids          pic 9(4)  comp-5 value 1000.
       01 ws-void-table.
           05 ws-void-row occurs 1000.
               10 vdt-ticket-number pic 9(9).
               10 vdt-void-stamp    pic x(16).
       01 ws-void-sub           pic 9(4)  comp-5 value zero.
       01 ws-void-found-switch  pic x     value "N".
           88 ws-void-found         value "Y".
       01 ws-void-stamp         pic x(16) value spaces.

      ****************************************************************
      * STOCKTAKE WORK FIELDS
      ****************************************************************
       01 ws-stocktake-eof-switch pic x   value "N".
           88 ws-stocktake-eof      value "Y".
       01 ws-surveyed-tonnes    pic 9(7)  value zero.
       01 ws-abs-variance-kg    pic 9(9)  value zero.
       01 ws-tolerance-kg       pic 9(9)  value zero.
       01 ws-variance-pct       pic 9(5)v9 value zero.
       01 ws-reject-reason      pic x(44) value spaces.
       01 ws-stock-flag         pic x(10) value spaces.
       01 ws-stocktake-image.
           05 wsk-survey-date   pic x(8).
           05 filler            pic x     value space.
           05 wsk-tonnes        pic -zzz,zz9.999.
       01 ws-before-image       pic x(40) value spaces.
       01 ws-after-image        pic x(40) value spaces.

      ****************************************************************
      * BALANCE FILE BACKUP BEFORE IT IS REWRITTEN, AS ROCKEYROSTER-
      * MAINT DOES IT
      ****************************************************************
       01 ws-backup-source      pic x(60) value spaces.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.

      ****************************************************************
      * RUN COUNTS AND TOTALS
      ****************************************************************
       01 ws-tickets-booked     pic 9(5)  value zero.
       01 ws-voided-excluded    pic 9(5)  value zero.
       01 ws-voids-given-back   pic 9(5)  value zero.
       01 ws-no-direction-count pic 9(5)  value zero.
       01 ws-stocktake-read     pic 9(5)  value zero.
       01 ws-stocktake-applied  pic 9(5)  value zero.
       01 ws-stocktake-passed   pic 9(5)  value zero.
       01 ws-stocktake-rejected pic 9(5)  value zero.
       01 ws-over-tol-count     pic 9(5)  value zero.
       01 ws-negative-count     pic 9(5)  value zero.
       01 ws-total-in-kg        pic 9(11) value zero.
       01 ws-total-out-kg       pic 9(11) value zero.
       01 ws-disp-count         pic 9(5)  value zero.

       01 ws-alert-severity     pic x(5)  value spaces.
       01 ws-alert-code         pic x(8)  value spaces.
       01 ws-alert-text         pic x(60) value spaces.
       01 ws-disp-tonnes        pic -zzz,zz9.999.
       01 ws-disp-pct           pic zzz9.9.

       01 ws-stock-detail.
           05 sld-product-code  pic x(8).
           05 filler            pic xx    value spaces.
           05 sld-description   pic x(16).
           05 filler            pic xx    value spaces.
           05 sld-opening-t     pic -zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 sld-in-t          pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 sld-out-t         pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 sld-void-in-t     pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 sld-void-out-t    pic zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 sld-book-t        pic -zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 sld-flag          pic x(10).

       01 ws-column-headings.
           05 filler pic x(10) value "PRODUCT".
           05 filler pic x(18) value "DESCRIPTION".
           05 filler pic x(14) value "   OPENING T".
           05 filler pic x(13) value "       IN T".
           05 filler pic x(13) value "      OUT T".
           05 filler pic x(13) value " VOID IN T".
           05 filler pic x(13) value "VOID OUT T".
           05 filler pic x(12) value "  CLOSING T".

       01 ws-survey-detail.
           05 ssd-product-code  pic x(8).
           05 filler            pic xx    value spaces.
           05 ssd-survey-date   pic x(8).
           05 filler            pic xx    value spaces.
           05 ssd-book-t        pic -zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 ssd-surveyed-t    pic -zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 ssd-variance-t    pic -zzz,zz9.999.
           05 filler            pic xx    value spaces.
           05 ssd-variance-pct  pic zzz9.9.
           05 filler            pic xx    value spaces.
           05 ssd-flag          pic x(10).

       01 ws-survey-headings.
           05 filler pic x(10) value "PRODUCT".
           05 filler pic x(10) value "SURVEYED".
           05 filler pic x(14) value "      BOOK T".
           05 filler pic x(14) value "  SURVEYED T".
           05 filler pic x(14) value "  VARIANCE T".
           05 filler pic x(8)  value "  VAR %".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move STK-EXIT-FILE-FAILED to ws-exit-status
           else
              evaluate true
                 when ws-master-status not = "00"
                    move spaces to ry-stock-line
                    string "EXCEPTION - weigh-ticket master "
                           "unavailable, status " ws-master-status
                           ", stock ledger NOT produced"
                           delimited by size into ry-stock-line
                    write ry-stock-line
                    move STK-EXIT-FILE-FAILED to ws-exit-status
                 when ws-balance-status not = "00"
                    and ws-balance-status not = "35"
                    move spaces to ry-stock-line
                    string "EXCEPTION - stock balance file "
                           "unavailable, status " ws-balance-status
                           ", stock ledger NOT produced"
                           delimited by size into ry-stock-line
                    write ry-stock-line
                    move STK-EXIT-FILE-FAILED to ws-exit-status
                 when other
                    perform 0200-LOAD-BALANCES
                    if ws-ledger-date < ws-last-as-of-date
                       move spaces to ry-stock-line
                       string "EXCEPTION - ledger already run to "
                              ws-last-as-of-date ", an earlier date"
                              " is refused" delimited by size
                              into ry-stock-line
                       write ry-stock-line
                       move STK-EXIT-FILE-FAILED to ws-exit-status
                    else
                       perform 0250-SET-POSTING-WINDOW
                       perform 0300-LOAD-PRODUCTS
                       perform 0350-LOAD-VOIDS
                       perform 0400-WALK-TICKETS
                       perform 0500-WRITE-LEDGER
                       perform 0600-APPLY-STOCKTAKES
                       perform 0700-REWRITE-BALANCES
                       perform 0800-WRITE-STOCK-SUMMARY
                       if ws-over-tol-count > zero
                          or ws-negative-count > zero
                          or ws-stocktake-rejected > zero
                          move STK-EXIT-WARNINGS to ws-exit-status
                       end-if
                    end-if
              end-evaluate
           end-if

           perform 0900-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE DATE, TOLERANCE AND SITE, OPEN THE FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-ledger-date from environment "ROCKEY_STOCK_DATE"
           on exception
               move spaces to ws-ledger-date
           end-accept
           if ws-ledger-date = spaces
              or ws-ledger-date not numeric
              move ws-run-date to ws-ledger-date
           end-if

           accept ws-var-pct-text from environment
                   "ROCKEY_STOCK_VAR_PCT"
           on exception
               move spaces to ws-var-pct-text
           end-accept
           if ws-var-pct-text not = spaces
              move function numval(ws-var-pct-text) to ws-var-pct
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

           open extend maint-history-file
           if ws-history-status not = "00"
              and ws-history-status not = "05"
              close maint-history-file
              open output maint-history-file
           end-if
           if ws-history-status = "05"
              move "00" to ws-history-status
           end-if
           if ws-history-status not = "00"
              display "WARN  unable to open change-history file "
                      ws-history-file-name ", status "
                      ws-history-status
           end-if

           open input weigh-ticket-master-file
           if ws-master-status not = "00"
              display "FATAL unable to open weigh-ticket master "
                      ws-master-file-name ", status " ws-master-status
           end-if

           open input stock-balance-file
           if ws-balance-status not = "00"
              and ws-balance-status not = "35"
              display "FATAL unable to open stock balance file "
                      ws-balance-file-name ", status "
                      ws-balance-status
           end-if

           string "./Data/RockeyStockLedger" ws-ledger-date ".txt"
                  delimited by size into ws-report-file-name
           open output stock-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open stock ledger report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Product Stockpile"
                   & " Ledger" to ry-stock-line
              write ry-stock-line
              move spaces to ry-stock-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-stock-line
              write ry-stock-line
              move spaces to ry-stock-line
              string "Ledger date   : " ws-ledger-date
                     ", stocktake tolerance " ws-var-pct
                     " percent of book" delimited by size
                     into ry-stock-line
              write ry-stock-line
           end-if.

      ****************************************************************
      * 0200 - LOAD THE BALANCE FILE. The last run's date and posting
      * window are taken from the rows it wrote.
      ****************************************************************
       0200-LOAD-BALANCES.
           move zero to ws-stock-count
           if ws-balance-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-balance-status not = "00"
                         or ws-stock-count >= ws-max-stock-rows
                 read stock-balance-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       perform 0210-LOAD-ONE-BALANCE
                 end-read
              end-perform
              close stock-balance-file
              if ws-stock-count >= ws-max-stock-rows
                 display "WARN  stock table full at "
                         ws-max-stock-rows " products"
              end-if
           end-if
           if ws-stock-count = zero
              move "Y" to ws-first-run-switch
           end-if.

       0210-LOAD-ONE-BALANCE.
           add 1 to ws-stock-count
           move ws-stock-count to ws-stock-sub
           perform 0420-CLEAR-STOCK-ROW
           move stb-product-code    to slt-product-code (ws-stock-sub)
           move stb-as-of-date      to slt-as-of-date (ws-stock-sub)
           move stb-prior-kg        to slt-prior-kg (ws-stock-sub)
           move stb-prior-survey-date
                to slt-prior-survey-date (ws-stock-sub)
           move stb-closing-kg      to slt-last-kg (ws-stock-sub)
           move stb-survey-date
                to slt-last-survey-date (ws-stock-sub)
           if stb-as-of-date > ws-last-as-of-date
              or ws-last-as-of-date = spaces
              move stb-as-of-date   to ws-last-as-of-date
              move stb-cutoff       to ws-last-cutoff
              move stb-prior-cutoff to ws-last-prior-cutoff
              move stb-ledger-start to ws-ledger-start
           end-if.

      ****************************************************************
      * 0250 - WHICH TICKETS THIS RUN COUNTS. A re-run of the last
      * ledger date starts where that run started; a new date starts
      * where the last run stopped. Each product's opening follows
      * the same rule.
      ****************************************************************
       0250-SET-POSTING-WINDOW.
           if ws-run-date > ws-ledger-date
              string ws-ledger-date "99999999" delimited by size
                     into ws-window-end
           else
              move ws-timestamp (1:16) to ws-window-end
           end-if

           evaluate true
              when ws-first-run
                 string ws-ledger-date "00000000" delimited by size
                        into ws-window-start
                 move ws-window-start to ws-ledger-start
              when ws-ledger-date = ws-last-as-of-date
                 move "Y" to ws-rerun-switch
                 move ws-last-prior-cutoff to ws-window-start
              when other
                 move ws-last-cutoff to ws-window-start
           end-evaluate

           move 1 to ws-stock-sub
           perform until ws-stock-sub > ws-stock-count
              if ws-rerun
                 and slt-as-of-date (ws-stock-sub) = ws-ledger-date
                 move slt-prior-kg (ws-stock-sub)
                      to slt-opening-kg (ws-stock-sub)
                 move slt-prior-survey-date (ws-stock-sub)
                      to slt-start-survey-date (ws-stock-sub)
              else
                 move slt-last-kg (ws-stock-sub)
                      to slt-opening-kg (ws-stock-sub)
                 move slt-last-survey-date (ws-stock-sub)
                      to slt-start-survey-date (ws-stock-sub)
              end-if
              move slt-start-survey-date (ws-stock-sub)
                   to slt-survey-date (ws-stock-sub)
              add 1 to ws-stock-sub
           end-perform

           move spaces to ry-stock-line
           string "Tickets posted: after " ws-window-start
                  " up to " ws-window-end delimited by size
                  into ry-stock-line
           write ry-stock-line
           if ws-rerun
              move "  (re-run of the last ledger date)"
                   to ry-stock-line
              write ry-stock-line
           end-if
           move spaces to ry-stock-line
           write ry-stock-line.

      ****************************************************************
      * 0300 - LOAD THE PRODUCT MASTER FOR DESCRIPTIONS
      ****************************************************************
       0300-LOAD-PRODUCTS.
           move zero to ws-product-count
           open input product-master-file
           if ws-product-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-product-status not = "00"
                         or ws-product-count >= ws-max-products
                 read product-master-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-product-count
                       move prd-product-code
                            to pmt-product-code (ws-product-count)
                       move prd-description
                            to pmt-description (ws-product-count)
                 end-read
              end-perform
              close product-master-file
           else
              display "WARN  product master unavailable, status "
                      ws-product-status
                      ", stocktakes cannot be checked"
           end-if.

      ****************************************************************
      * 0350 - LOAD THE VOIDS APPLIED SINCE THE WINDOW START. A site
      * that has never voided a ticket has no void history.
      ****************************************************************
       0350-LOAD-VOIDS.
           move zero to ws-void-count
           open input void-history-file
           if ws-void-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-void-status not = "00"
                         or ws-void-count >= ws-max-voids
                 read void-history-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       if vhs-timestamp (1:16) > ws-window-start
                          add 1 to ws-void-count
                          move vhs-ticket-number
                               to vdt-ticket-number (ws-void-count)
                          move vhs-timestamp (1:16)
                               to vdt-void-stamp (ws-void-count)
                       end-if
                 end-read
              end-perform
              close void-history-file
              if ws-void-count >= ws-max-voids
                 display "WARN  void table full at " ws-max-voids
                         " voids, later voids not given back"
              end-if
           else
              if ws-void-status not = "35"
                 display "WARN  void history unavailable, status "
                         ws-void-status ", no voids given back"
              end-if
           end-if.

      ****************************************************************
      * 0400 - ONE SEQUENTIAL PASS OVER THE MASTER. A ticket in the
      * window is booked unless it was voided by the window end; a
      * ticket booked by an earlier run and voided inside the window
      * is given back.
      ****************************************************************
       0400-WALK-TICKETS.
           move "N" to ws-master-eof-switch
           perform until ws-master-eof
                      or ws-master-status not = "00"
              read weigh-ticket-master-file
                 at end
                    move "Y" to ws-master-eof-switch
                 not at end
                    move tkm-post-timestamp (1:16) to ws-post-stamp
                    evaluate true
                       when ws-post-stamp > ws-window-start
                          and ws-post-stamp not > ws-window-end
                          perform 0410-BOOK-ONE-TICKET
                       when ws-post-stamp not > ws-window-start
                          and ws-post-stamp > ws-ledger-start
                          and tkm-is-voided
                          and not ws-first-run
                          perform 0430-GIVE-BACK-ONE-VOID
                    end-evaluate
              end-read
           end-perform
           close weigh-ticket-master-file.

       0410-BOOK-ONE-TICKET.
           if tkm-is-voided
              perform 0450-FIND-VOID
           end-if
           if tkm-is-voided
              and (not ws-void-found
                   or ws-void-stamp not > ws-window-end)
              add 1 to ws-voided-excluded
           else
              move tkm-product-code to ws-find-product
              perform 0440-FIND-STOCK-ROW
              if ws-stock-found
                 add 1 to ws-tickets-booked
                 add 1 to slt-ticket-count (ws-stock-sub)
                 if tkm-dir-in
                    add tkm-net-weight-kg to slt-in-kg (ws-stock-sub)
                    add tkm-net-weight-kg to ws-total-in-kg
                 else
                    add tkm-net-weight-kg to slt-out-kg (ws-stock-sub)
                    add tkm-net-weight-kg to ws-total-out-kg
                    if not tkm-dir-out
                       add 1 to ws-no-direction-count
                    end-if
                 end-if
              end-if
           end-if.

       0420-CLEAR-STOCK-ROW.
           move spaces to slt-product-code (ws-stock-sub)
           move spaces to slt-as-of-date (ws-stock-sub)
           move zero   to slt-prior-kg (ws-stock-sub)
           move spaces to slt-prior-survey-date (ws-stock-sub)
           move zero   to slt-last-kg (ws-stock-sub)
           move spaces to slt-last-survey-date (ws-stock-sub)
           move zero   to slt-opening-kg (ws-stock-sub)
           move spaces to slt-start-survey-date (ws-stock-sub)
           move zero   to slt-in-kg (ws-stock-sub)
           move zero   to slt-out-kg (ws-stock-sub)
           move zero   to slt-void-in-kg (ws-stock-sub)
           move zero   to slt-void-out-kg (ws-stock-sub)
           move zero   to slt-book-kg (ws-stock-sub)
           move zero   to slt-closing-kg (ws-stock-sub)
           move spaces to slt-survey-date (ws-stock-sub)
           move zero   to slt-survey-kg (ws-stock-sub)
           move zero   to slt-variance-kg (ws-stock-sub)
           move zero   to slt-ticket-count (ws-stock-sub).

       0430-GIVE-BACK-ONE-VOID.
           perform 0450-FIND-VOID
           if ws-void-found
              and ws-void-stamp not > ws-window-end
              move tkm-product-code to ws-find-product
              perform 0440-FIND-STOCK-ROW
              if ws-stock-found
                 add 1 to ws-voids-given-back
                 if tkm-dir-in
                    add tkm-net-weight-kg
                        to slt-void-in-kg (ws-stock-sub)
                 else
                    add tkm-net-weight-kg
                        to slt-void-out-kg (ws-stock-sub)
                 end-if
              end-if
           end-if.

      ****************************************************************
      * 0440 - FIND THE PRODUCT'S LEDGER ROW, ADDING ONE FOR A
      * PRODUCT THE LEDGER HAS NOT SEEN BEFORE
      ****************************************************************
       0440-FIND-STOCK-ROW.
           move "N" to ws-stock-found-switch
           move 1   to ws-stock-sub
           perform until ws-stock-found
                      or ws-stock-sub > ws-stock-count
              if slt-product-code (ws-stock-sub) = ws-find-product
                 move "Y" to ws-stock-found-switch
              else
                 add 1 to ws-stock-sub
              end-if
           end-perform
           if not ws-stock-found
              if ws-stock-count < ws-max-stock-rows
                 add 1 to ws-stock-count
                 move ws-stock-count to ws-stock-sub
                 perform 0420-CLEAR-STOCK-ROW
                 move ws-find-product
                      to slt-product-code (ws-stock-sub)
                 move "Y" to ws-stock-found-switch
              else
                 display "WARN  stock table full, product "
                         ws-find-product " not booked"
              end-if
           end-if.

       0450-FIND-VOID.
           move "N" to ws-void-found-switch
           move spaces to ws-void-stamp
           move 1   to ws-void-sub
           perform until ws-void-found
                      or ws-void-sub > ws-void-count
              if vdt-ticket-number (ws-void-sub) = tkm-ticket-number
                 move "Y" to ws-void-found-switch
                 move vdt-void-stamp (ws-void-sub) to ws-void-stamp
              else
                 add 1 to ws-void-sub
              end-if
           end-perform.

      ****************************************************************
      * 0500 - THE LEDGER, ONE LINE PER PRODUCT: OPENING, IN, OUT,
      * VOIDS GIVEN BACK AND CLOSING BOOK STOCK
      ****************************************************************
       0500-WRITE-LEDGER.
           move ws-column-headings to ry-stock-line
           write ry-stock-line
           move 1 to ws-stock-sub
           perform until ws-stock-sub > ws-stock-count
              compute slt-book-kg (ws-stock-sub) =
                      slt-opening-kg (ws-stock-sub)
                    + slt-in-kg (ws-stock-sub)
                    - slt-out-kg (ws-stock-sub)
                    - slt-void-in-kg (ws-stock-sub)
                    + slt-void-out-kg (ws-stock-sub)
              move slt-book-kg (ws-stock-sub)
                   to slt-closing-kg (ws-stock-sub)
              perform 0510-WRITE-ONE-PRODUCT
              add 1 to ws-stock-sub
           end-perform
           if ws-stock-count = zero
              move "  (no stock movements and no balances carried)"
                   to ry-stock-line
              write ry-stock-line
           end-if.

       0510-WRITE-ONE-PRODUCT.
           move slt-product-code (ws-stock-sub) to ws-find-product
           perform 0520-FIND-PRODUCT-NAME
           move slt-product-code (ws-stock-sub) to sld-product-code
           if ws-prod-found
              move pmt-description (ws-prod-sub) to sld-description
           else
              move "(not on master)" to sld-description
           end-if
           compute sld-opening-t  = slt-opening-kg (ws-stock-sub)
                                    / 1000
           compute sld-in-t       = slt-in-kg (ws-stock-sub) / 1000
           compute sld-out-t      = slt-out-kg (ws-stock-sub) / 1000
           compute sld-void-in-t  = slt-void-in-kg (ws-stock-sub)
                                    / 1000
           compute sld-void-out-t = slt-void-out-kg (ws-stock-sub)
                                    / 1000
           compute sld-book-t     = slt-book-kg (ws-stock-sub) / 1000
           if slt-book-kg (ws-stock-sub) < zero
              move "NEGATIVE" to sld-flag
              add 1 to ws-negative-count
           else
              move spaces to sld-flag
           end-if
           move ws-stock-detail to ry-stock-line
           write ry-stock-line.

       0520-FIND-PRODUCT-NAME.
           move "N" to ws-prod-found-switch
           move 1   to ws-prod-sub
           perform until ws-prod-found
                      or ws-prod-sub > ws-product-count
              if pmt-product-code (ws-prod-sub) = ws-find-product
                 move "Y" to ws-prod-found-switch
              else
                 add 1 to ws-prod-sub
              end-if
           end-perform.

      ****************************************************************
      * 0600 - STOCKTAKES. Every row dated on or before the ledger
      * date and after the product's last applied survey is
      * compared with the book and resets it; rows already applied,
      * or dated after the ledger date, are passed over.
      ****************************************************************
       0600-APPLY-STOCKTAKES.
           move spaces to ry-stock-line
           write ry-stock-line
           move "STOCKTAKE VARIANCE - BOOK AGAINST SURVEY"
                to ry-stock-line
           write ry-stock-line
           move ws-survey-headings to ry-stock-line
           write ry-stock-line

           open input stocktake-file
           if ws-stocktake-status = "00"
              move "N" to ws-stocktake-eof-switch
              perform until ws-stocktake-eof
                         or ws-stocktake-status not = "00"
                 read stocktake-file
                    at end
                       move "Y" to ws-stocktake-eof-switch
                    not at end
                       add 1 to ws-stocktake-read
                       perform 0610-CHECK-ONE-STOCKTAKE
                 end-read
              end-perform
              close stocktake-file
           else
              if ws-stocktake-status not = "35"
                 display "WARN  stocktake file unavailable, status "
                         ws-stocktake-status
              end-if
           end-if
           if ws-stocktake-applied = zero
              move "  (no stocktake due)" to ry-stock-line
              write ry-stock-line
           end-if.

       0610-CHECK-ONE-STOCKTAKE.
           move spaces to ws-reject-reason
           evaluate true
              when stk-maint-userid not numeric
                 or stk-maint-userid = zero
                 move "maintainer userid must be numeric and nonzero"
                      to ws-reject-reason
              when stk-product-code = spaces
                 move "product code is required"
                      to ws-reject-reason
              when stk-survey-date not numeric
                 move "survey date must be YYYYMMDD"
                      to ws-reject-reason
              when stk-surveyed-tonnes not numeric
                 move "surveyed tonnes must be numeric"
                      to ws-reject-reason
           end-evaluate
           if ws-reject-reason = spaces
              and stk-survey-date not > ws-ledger-date
              move stk-product-code to ws-find-product
              perform 0520-FIND-PRODUCT-NAME
              if not ws-prod-found
                 move "product not on the product master"
                      to ws-reject-reason
              end-if
           end-if

           evaluate true
              when ws-reject-reason not = spaces
                 perform 0630-REJECT-STOCKTAKE
              when stk-survey-date > ws-ledger-date
                 add 1 to ws-stocktake-passed
              when other
                 perform 0440-FIND-STOCK-ROW
                 if ws-stock-found
                    if stk-survey-date
                       > slt-start-survey-date (ws-stock-sub)
                       or slt-start-survey-date (ws-stock-sub)
                          = spaces
                       perform 0620-APPLY-ONE-STOCKTAKE
                    else
                       add 1 to ws-stocktake-passed
                    end-if
                 end-if
           end-evaluate.

      ****************************************************************
      * 0620 - BOOK AGAINST SURVEY. The variance is survey less book,
      * so a positive figure is stone the book did not know about.
      * A book at or below zero has no share to measure against, so
      * any variance there is out of tolerance.
      ****************************************************************
       0620-APPLY-ONE-STOCKTAKE.
           add 1 to ws-stocktake-applied
           move stk-surveyed-tonnes to ws-surveyed-tonnes
           compute slt-survey-kg (ws-stock-sub) =
                   ws-surveyed-tonnes * 1000
           compute slt-variance-kg (ws-stock-sub) =
                   slt-survey-kg (ws-stock-sub)
                 - slt-closing-kg (ws-stock-sub)
           if slt-variance-kg (ws-stock-sub) < zero
              compute ws-abs-variance-kg =
                      zero - slt-variance-kg (ws-stock-sub)
           else
              move slt-variance-kg (ws-stock-sub)
                   to ws-abs-variance-kg
           end-if

           move spaces to ws-stock-flag
           move zero   to ws-variance-pct
           if slt-closing-kg (ws-stock-sub) > zero
              compute ws-tolerance-kg =
                      slt-closing-kg (ws-stock-sub) * ws-var-pct / 100
              compute ws-variance-pct rounded =
                      ws-abs-variance-kg * 100
                      / slt-closing-kg (ws-stock-sub)
              if ws-abs-variance-kg > ws-tolerance-kg
                 move "OVER TOL" to ws-stock-flag
              end-if
           else
              if ws-abs-variance-kg > zero
                 move "OVER TOL" to ws-stock-flag
              end-if
           end-if

           move stk-product-code to ssd-product-code
           move stk-survey-date  to ssd-survey-date
           compute ssd-book-t     = slt-closing-kg (ws-stock-sub)
                                    / 1000
           compute ssd-surveyed-t = slt-survey-kg (ws-stock-sub)
                                    / 1000
           compute ssd-variance-t = slt-variance-kg (ws-stock-sub)
                                    / 1000
           move ws-variance-pct to ssd-variance-pct
           move ws-stock-flag   to ssd-flag
           move ws-survey-detail to ry-stock-line
           write ry-stock-line

           if ws-stock-flag not = spaces
              add 1 to ws-over-tol-count
              perform 0640-ALERT-VARIANCE
           end-if

           if stk-survey-date > slt-last-survey-date (ws-stock-sub)
              or slt-last-survey-date (ws-stock-sub) = spaces
              perform 0650-WRITE-STOCKTAKE-HISTORY
           end-if

           move stk-survey-date to slt-survey-date (ws-stock-sub)
           move slt-survey-kg (ws-stock-sub)
                to slt-closing-kg (ws-stock-sub).

       0630-REJECT-STOCKTAKE.
           add 1 to ws-stocktake-rejected
           move spaces to ry-stock-line
           string "REJECTED  stocktake " ws-stocktake-read
                  "  product=" stk-product-code
                  "  - " ws-reject-reason delimited by size
                  into ry-stock-line
           write ry-stock-line
           display "REJECT  stocktake " ws-stocktake-read ": "
                   ws-reject-reason.

       0640-ALERT-VARIANCE.
           compute ws-disp-tonnes = slt-variance-kg (ws-stock-sub)
                                    / 1000
           move ws-variance-pct to ws-disp-pct
           move "WARN "  to ws-alert-severity
           move "STKVAR" to ws-alert-code
           string "Stocktake " stk-product-code " variance "
                  ws-disp-tonnes " t (" ws-disp-pct " pct)"
                  delimited by size into ws-alert-text
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
      * 0650 - A SURVEY APPLIED FOR THE FIRST TIME GOES ON THE SHARED
      * CHANGE HISTORY UNDER TARGET STK: book before, survey after.
      * A re-run applies it again without writing it twice.
      ****************************************************************
       0650-WRITE-STOCKTAKE-HISTORY.
           if ws-history-status = "00"
              move stk-survey-date to wsk-survey-date
              compute wsk-tonnes = slt-closing-kg (ws-stock-sub)
                                   / 1000
              move ws-stocktake-image to ws-before-image
              compute wsk-tonnes = slt-survey-kg (ws-stock-sub)
                                   / 1000
              move ws-stocktake-image to ws-after-image
              move ws-timestamp       to mhs-timestamp
              move stk-maint-userid   to mhs-maint-userid
              move "C"                to mhs-action
              move "STK"              to mhs-target
              move stk-product-code   to mhs-key
              move ws-before-image    to mhs-before-image
              move ws-after-image     to mhs-after-image
              write ry-maint-history-record
              move spaces to ws-before-image
              move spaces to ws-after-image
           end-if.

      ****************************************************************
      * 0700 - WRITE THE BALANCE FILE BACK WHOLE, AFTER A .BAK COPY.
      * Each row keeps the state this run started from as well as
      * the one it finished with.
      ****************************************************************
       0700-REWRITE-BALANCES.
           if not ws-first-run
              move ws-balance-file-name to ws-backup-source
              move spaces to ws-backup-target
              string ws-backup-source delimited by space
                     ".bak"           delimited by size
                     into ws-backup-target
              call "CBL_COPY_FILE" using ws-backup-source
                                          ws-backup-target
                                   returning ws-copy-ret
              if ws-copy-ret not = zero
                 display "WARN  could not take backup copy "
                         ws-backup-target ", copy status "
                         ws-copy-ret
              end-if
           end-if

           open output stock-balance-file
           if ws-balance-status not = "00"
              move spaces to ry-stock-line
              string "EXCEPTION - stock balance file not writable, "
                     "status " ws-balance-status
                     ", balances NOT carried forward"
                     delimited by size into ry-stock-line
              write ry-stock-line
              move STK-EXIT-FILE-FAILED to ws-exit-status
           else
              move 1 to ws-stock-sub
              perform until ws-stock-sub > ws-stock-count
                 perform 0710-WRITE-ONE-BALANCE
                 add 1 to ws-stock-sub
              end-perform
              close stock-balance-file
           end-if.

       0710-WRITE-ONE-BALANCE.
           move spaces to ry-stock-balance-record
           move slt-product-code (ws-stock-sub) to stb-product-code
           move ws-ledger-date                  to stb-as-of-date
           move ws-window-start                 to stb-prior-cutoff
           move slt-opening-kg (ws-stock-sub)   to stb-prior-kg
           move slt-start-survey-date (ws-stock-sub)
                to stb-prior-survey-date
           move ws-window-end                   to stb-cutoff
           move slt-closing-kg (ws-stock-sub)   to stb-closing-kg
           move slt-survey-date (ws-stock-sub)  to stb-survey-date
           move slt-in-kg (ws-stock-sub)        to stb-in-kg
           move slt-out-kg (ws-stock-sub)       to stb-out-kg
           move slt-void-in-kg (ws-stock-sub)   to stb-void-in-kg
           move slt-void-out-kg (ws-stock-sub)  to stb-void-out-kg
           move slt-survey-kg (ws-stock-sub)    to stb-survey-kg
           move slt-variance-kg (ws-stock-sub)  to stb-variance-kg
           move ws-ledger-start                 to stb-ledger-start
           write ry-stock-balance-record.

      ****************************************************************
      * 0800 - RUN TOTALS
      ****************************************************************
       0800-WRITE-STOCK-SUMMARY.
           move spaces to ry-stock-line
           write ry-stock-line
           move ws-stock-count to ws-disp-count
           move spaces to ry-stock-line
           string "Products on ledger: " ws-disp-count
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Tickets booked    : " ws-tickets-booked
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "No direction (out): " ws-no-direction-count
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Voided excluded   : " ws-voided-excluded
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Voids given back  : " ws-voids-given-back
                  delimited by size into ry-stock-line
           write ry-stock-line
           compute ws-disp-tonnes = ws-total-in-kg / 1000
           move spaces to ry-stock-line
           string "Tonnes in         : " ws-disp-tonnes
                  delimited by size into ry-stock-line
           write ry-stock-line
           compute ws-disp-tonnes = ws-total-out-kg / 1000
           move spaces to ry-stock-line
           string "Tonnes out        : " ws-disp-tonnes
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Negative book     : " ws-negative-count
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Stocktakes read   : " ws-stocktake-read
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Stocktakes applied: " ws-stocktake-applied
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Stocktakes passed : " ws-stocktake-passed
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Stocktakes reject : " ws-stocktake-rejected
                  delimited by size into ry-stock-line
           write ry-stock-line
           move spaces to ry-stock-line
           string "Over tolerance    : " ws-over-tol-count
                  delimited by size into ry-stock-line
           write ry-stock-line
           display "Stock ledger for " ws-ledger-date " complete, "
                   ws-tickets-booked " tickets booked, "
                   ws-over-tol-count " variances over tolerance".

      ****************************************************************
      * 0900 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0900-FINALIZE.
           close maint-history-file
           close alert-event-file
           close stock-report-file.
