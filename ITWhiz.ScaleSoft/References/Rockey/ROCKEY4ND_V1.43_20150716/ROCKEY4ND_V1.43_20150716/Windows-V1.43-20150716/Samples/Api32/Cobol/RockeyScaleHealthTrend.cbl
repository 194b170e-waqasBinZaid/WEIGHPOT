       $set case
      ****************************************************************
      *                                                              *
      *                 RockeyScaleHealthTrend.cbl                   *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyScaleHealthTrend.

      ****************************************************************
      *                                                              *
      * Weighbridge zero-drift and reading-stability trend. Reads    *
      * back the health history RockeyScaleCapture appends, one row  *
      * per reading (RockeyScaleHealth.cpy), and prints per site one *
      * line per capture day: readings judged, the average and worst *
      * zero return, readings near the zero band, readings refused   *
      * for drift and for platform motion, and the day's refusal     *
      * rate.                                                        *
      *                                                              *
      * Under each site the zero offset is projected the way         *
      * RockeyTrendForecast projects the module-7 counter: from the  *
      * first day in the period to the latest, the average daily     *
      * rise gives the number of days until the zero return reaches  *
      * the band. A WARN alert (ZERODRFT) is raised when that is     *
      * within ROCKEY_HEALTH_WARN_DAYS days (default 14), or when    *
      * the latest day's average is already at ROCKEY_ZERO_NEAR_PCT  *
      * percent of the band (default 75) - time to book the engineer *
      * before the bridge starts refusing trucks.                    *
      *                                                              *
      * The period is the ROCKEY_HEALTH_DAYS days (default 30)       *
      * ending on ROCKEY_HEALTH_DATE (YYYYMMDD, default today).      *
      *                                                              *
      * RETURN-CODE 0 no drift warning, 1 a drift warning raised or  *
      * no health history to trend, 2 the report could not be        *
      * opened.                                                      *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select scale-health-file
               assign to ws-health-file-name
               organization line sequential
               file status is ws-health-status.

           select alert-event-file
               assign to ws-alert-file-name
               organization line sequential
               file status is ws-alert-status.

           select health-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyScaleHealth.cpy".
       copy "RockeyAlertEvent.cpy".

       fd  health-report-file.
       01  ry-health-line             pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 SHT-EXIT-SUCCESS            value 0.
       78 SHT-EXIT-WARNINGS           value 1.
       78 SHT-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value SHT-EXIT-SUCCESS.

       01 ws-health-file-name   pic x(60)
               value "./Data/RockeyScaleHealth.dat".
       01 ws-health-status      pic xx    value spaces.
       01 ws-alert-file-name    pic x(60) value spaces.
       01 ws-alert-status       pic xx    value spaces.
       01 ws-report-file-name   pic x(60) value spaces.
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

      ****************************************************************
      * THE PERIOD TRENDED AND THE WARNING THRESHOLDS
      ****************************************************************
       01 ws-end-date           pic x(8)  value spaces.
       01 ws-end-date-num       pic 9(8)  value zero.
       01 ws-end-date-int       pic 9(7)  value zero.
       01 ws-start-date-int     pic 9(7)  value zero.
       01 ws-start-date         pic 9(8)  value zero.
       01 ws-param-text         pic x(5)  value spaces.
       01 ws-period-days        pic 9(3)  value 30.
       01 ws-warn-days          pic 9(5)  value 14.
       01 ws-near-pct           pic 9(3)  value 75.

       01 ws-health-eof-switch  pic x     value "N".
           88 ws-health-eof         value "Y".

      ****************************************************************
      * ONE ROW PER SITE PER CAPTURE DAY, IN THE ORDER THE HISTORY
      * WAS APPENDED
      ****************************************************************
       01 ws-day-count          pic 9(4)  comp-5 value zero.
       01 ws-max-days           pic 9(4)  comp-5 value 1000.
       01 ws-day-table.
           05 ws-day-row occurs 1000.
               10 hdt-site-id       pic x(6).
               10 hdt-date          pic x(8).
               10 hdt-readings      pic 9(5).
               10 hdt-zero-count    pic 9(5).
               10 hdt-zero-sum-kg   pic 9(9).
               10 hdt-zero-max-kg   pic 9(7).
               10 hdt-near-band     pic 9(5).
               10 hdt-zero-refused  pic 9(5).
               10 hdt-motion-refused pic 9(5).
               10 hdt-refused       pic 9(5).
               10 hdt-band-kg       pic 9(7).
       01 ws-day-sub            pic 9(4)  comp-5 value zero.
       01 ws-day-found-switch   pic x     value "N".
           88 ws-day-found          value "Y".

       01 ws-site-count         pic 9(4)  comp-5 value zero.
       01 ws-max-sites          pic 9(4)  comp-5 value 50.
       01 ws-site-table.
           05 ws-site-row occurs 50.
               10 hst-site-id       pic x(6).
       01 ws-site-sub           pic 9(4)  comp-5 value zero.
       01 ws-site-found-switch  pic x     value "N".
           88 ws-site-found         value "Y".

      ****************************************************************
      * PER-SITE TREND ARITHMETIC
      ****************************************************************
       01 ws-row-date-num       pic 9(8)  value zero.
       01 ws-row-date-int       pic 9(7)  value zero.
       01 ws-day-avg-kg         pic 9(7)v9 value zero.
       01 ws-day-refusal-pct    pic 9(3)v9 value zero.
       01 ws-base-date          pic x(8)  value spaces.
       01 ws-base-date-int      pic 9(7)  value zero.
       01 ws-base-avg-kg        pic 9(7)v9 value zero.
       01 ws-last-date          pic x(8)  value spaces.
       01 ws-last-date-int      pic 9(7)  value zero.
       01 ws-last-avg-kg        pic 9(7)v9 value zero.
       01 ws-band-kg            pic 9(7)  value zero.
       01 ws-near-kg            pic 9(7)v9 value zero.
       01 ws-site-readings      pic 9(7)  value zero.
       01 ws-site-refused       pic 9(7)  value zero.
       01 ws-site-motion        pic 9(7)  value zero.
       01 ws-site-refusal-pct   pic 9(3)v9 value zero.
       01 ws-zero-days          pic 9(5)  value zero.
       01 ws-span-days          pic 9(5)  value zero.
       01 ws-rise-kg            pic 9(7)v9 value zero.
       01 ws-headroom-kg        pic 9(7)v9 value zero.
       01 ws-drift-rate         pic 9(5)v99 value zero.
       01 ws-days-to-band       pic 9(5)  value zero.
       01 ws-projectable-switch pic x     value "N".
           88 ws-projectable        value "Y".
       01 ws-site-warn-switch   pic x     value "N".
           88 ws-site-warn          value "Y".
       01 ws-warn-count         pic 9(5)  value zero.

       01 ws-alert-severity     pic x(5)  value spaces.
       01 ws-alert-code         pic x(8)  value spaces.
       01 ws-alert-text         pic x(60) value spaces.

      ****************************************************************
      * RUN COUNTS AND DISPLAY FIELDS
      ****************************************************************
       01 ws-rows-read          pic 9(7)  value zero.
       01 ws-rows-in-period     pic 9(7)  value zero.
       01 ws-disp-count         pic 9(5)  value zero.
       01 ws-disp-kg            pic zzzz9.9.
       01 ws-disp-kg-2          pic zzzz9.9.
       01 ws-disp-band          pic zzzz9.
       01 ws-disp-rate          pic zz9.99.
       01 ws-disp-pct           pic zz9.9.

       01 ws-day-detail.
           05 filler            pic xx    value spaces.
           05 hdd-date          pic x(8).
           05 filler            pic xx    value spaces.
           05 hdd-readings      pic zzzz9.
           05 filler            pic xxx   value spaces.
           05 hdd-avg-zero      pic zzzz9.9.
           05 filler            pic xx    value spaces.
           05 hdd-max-zero      pic zzzzzz9.
           05 filler            pic xx    value spaces.
           05 hdd-near-band     pic zzzz9.
           05 filler            pic xxx   value spaces.
           05 hdd-zero-refused  pic zzzz9.
           05 filler            pic xxx   value spaces.
           05 hdd-motion-refused pic zzzz9.
           05 filler            pic xxx   value spaces.
           05 hdd-refusal-pct   pic zz9.9.

       01 ws-day-headings.
           05 filler pic x(17) value "  DATE   READINGS".
           05 filler pic x(10) value "  AVG ZERO".
           05 filler pic x(9)  value " MAX ZERO".
           05 filler pic x(7)  value "   NEAR".
           05 filler pic x(8)  value "  ZERO R".
           05 filler pic x(8)  value "MOTION R".
           05 filler pic x(8)  value "REFUSE %".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move SHT-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-health-status = "00"
                 perform 0200-LOAD-HEALTH-HISTORY
                 perform 0300-WRITE-SITE-TRENDS
                 perform 0800-WRITE-HEALTH-SUMMARY
                 if ws-warn-count > zero
                    or ws-rows-in-period = zero
                    move SHT-EXIT-WARNINGS to ws-exit-status
                 end-if
              else
                 move spaces to ry-health-line
                 string "EXCEPTION - scale health history unavailable"
                        ", status " ws-health-status
                        ", no trend possible" delimited by size
                        into ry-health-line
                 write ry-health-line
                 move SHT-EXIT-WARNINGS to ws-exit-status
              end-if
           end-if

           perform 0900-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE PERIOD AND THRESHOLDS, OPEN THE FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-end-date from environment "ROCKEY_HEALTH_DATE"
           on exception
               move spaces to ws-end-date
           end-accept
           if ws-end-date = spaces
              or ws-end-date not numeric
              move ws-run-date to ws-end-date
           end-if

           accept ws-param-text from environment
                   "ROCKEY_HEALTH_DAYS"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-period-days
           end-if
           if ws-period-days < 2
              move 2 to ws-period-days
           end-if

           accept ws-param-text from environment
                   "ROCKEY_HEALTH_WARN_DAYS"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-warn-days
           end-if

           accept ws-param-text from environment
                   "ROCKEY_ZERO_NEAR_PCT"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-near-pct
           end-if

           move ws-end-date to ws-end-date-num
           compute ws-end-date-int =
                   function integer-of-date (ws-end-date-num)
           compute ws-start-date-int =
                   ws-end-date-int - ws-period-days + 1
           compute ws-start-date =
                   function date-of-integer (ws-start-date-int)

           string "./Data/RockeyAlertEvents" ws-run-date ".dat"
                  delimited by size into ws-alert-file-name
           open extend alert-event-file
           if ws-alert-status not = "00"
              and ws-alert-status not = "05"
              close alert-event-file
              open output alert-event-file
           end-if

           open input scale-health-file
           if ws-health-status not = "00"
              display "WARN  unable to open scale health history "
                      ws-health-file-name ", status "
                      ws-health-status
           end-if

           string "./Data/RockeyScaleHealthTrend" ws-end-date ".txt"
                  delimited by size into ws-report-file-name
           open output health-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open health trend report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Zero-Drift and"
                   & " Stability Trend" to ry-health-line
              write ry-health-line
              move spaces to ry-health-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-health-line
              write ry-health-line
              move spaces to ry-health-line
              string "Period        : " ws-start-date " to "
                     ws-end-date ", warn when the band is under "
                     ws-warn-days " days away or the zero is at "
                     ws-near-pct " pct of it"
                     delimited by size into ry-health-line
              write ry-health-line
              move spaces to ry-health-line
              write ry-health-line
           end-if.

      ****************************************************************
      * 0200 - ROLL THE HISTORY IN THE PERIOD UP BY SITE AND DAY
      ****************************************************************
       0200-LOAD-HEALTH-HISTORY.
           move "N" to ws-health-eof-switch
           perform until ws-health-eof
                      or ws-health-status not = "00"
              read scale-health-file
                 at end
                    move "Y" to ws-health-eof-switch
                 not at end
                    add 1 to ws-rows-read
                    if shl-run-timestamp (1:8) numeric
                       and shl-run-timestamp (1:8)
                           not < ws-start-date
                       and shl-run-timestamp (1:8)
                           not > ws-end-date
                       perform 0210-ADD-ONE-READING
                    end-if
              end-read
           end-perform
           close scale-health-file.

       0210-ADD-ONE-READING.
           perform 0220-FIND-DAY
           if ws-day-found
              add 1 to ws-rows-in-period
              add 1 to hdt-readings (ws-day-sub)
              move shl-zero-band-kg to hdt-band-kg (ws-day-sub)
              if shl-zero-is-valid
                 add 1 to hdt-zero-count (ws-day-sub)
                 add shl-zero-return-kg
                     to hdt-zero-sum-kg (ws-day-sub)
                 if shl-zero-return-kg > hdt-zero-max-kg (ws-day-sub)
                    move shl-zero-return-kg
                         to hdt-zero-max-kg (ws-day-sub)
                 end-if
              end-if
              if shl-is-near-band
                 add 1 to hdt-near-band (ws-day-sub)
              end-if
              if shl-is-refused
                 add 1 to hdt-refused (ws-day-sub)
                 if shl-reject-code = "CAPZERO"
                    add 1 to hdt-zero-refused (ws-day-sub)
                 end-if
              end-if
              if shl-is-motion-refused
                 add 1 to hdt-motion-refused (ws-day-sub)
              end-if
           end-if.

       0220-FIND-DAY.
           move "N" to ws-day-found-switch
           move ws-day-count to ws-day-sub
           perform until ws-day-found
                      or ws-day-sub < 1
              if hdt-site-id (ws-day-sub) = shl-site-id
                 and hdt-date (ws-day-sub) = shl-run-timestamp (1:8)
                 move "Y" to ws-day-found-switch
              else
                 subtract 1 from ws-day-sub
              end-if
           end-perform
           if not ws-day-found
              if ws-day-count < ws-max-days
                 add 1 to ws-day-count
                 move ws-day-count to ws-day-sub
                 move shl-site-id to hdt-site-id (ws-day-sub)
                 move shl-run-timestamp (1:8)
                      to hdt-date (ws-day-sub)
                 move zero to hdt-readings (ws-day-sub)
                 move zero to hdt-zero-count (ws-day-sub)
                 move zero to hdt-zero-sum-kg (ws-day-sub)
                 move zero to hdt-zero-max-kg (ws-day-sub)
                 move zero to hdt-near-band (ws-day-sub)
                 move zero to hdt-zero-refused (ws-day-sub)
                 move zero to hdt-motion-refused (ws-day-sub)
                 move zero to hdt-refused (ws-day-sub)
                 move zero to hdt-band-kg (ws-day-sub)
                 move "Y" to ws-day-found-switch
                 perform 0230-NOTE-SITE
              else
                 display "WARN  day table full at " ws-max-days
                         " site-days, later readings not trended"
              end-if
           end-if.

       0230-NOTE-SITE.
           move "N" to ws-site-found-switch
           move 1   to ws-site-sub
           perform until ws-site-found
                      or ws-site-sub > ws-site-count
              if hst-site-id (ws-site-sub) = shl-site-id
                 move "Y" to ws-site-found-switch
              else
                 add 1 to ws-site-sub
              end-if
           end-perform
           if not ws-site-found
              and ws-site-count < ws-max-sites
              add 1 to ws-site-count
              move shl-site-id to hst-site-id (ws-site-count)
           end-if.

      ****************************************************************
      * 0300 - ONE BLOCK PER SITE: THE DAYS, THEN THE TREND
      ****************************************************************
       0300-WRITE-SITE-TRENDS.
           move 1 to ws-site-sub
           perform until ws-site-sub > ws-site-count
              perform 0310-WRITE-ONE-SITE
              add 1 to ws-site-sub
           end-perform
           if ws-site-count = zero
              move "  (no readings in the period)" to ry-health-line
              write ry-health-line
           end-if.

       0310-WRITE-ONE-SITE.
           move spaces to ws-base-date
           move spaces to ws-last-date
           move zero   to ws-base-avg-kg
           move zero   to ws-last-avg-kg
           move zero   to ws-band-kg
           move zero   to ws-site-readings
           move zero   to ws-site-refused
           move zero   to ws-site-motion
           move zero   to ws-zero-days

           move spaces to ry-health-line
           string "SITE " hst-site-id (ws-site-sub)
                  delimited by size into ry-health-line
           write ry-health-line
           move ws-day-headings to ry-health-line
           write ry-health-line

           move 1 to ws-day-sub
           perform until ws-day-sub > ws-day-count
              if hdt-site-id (ws-day-sub) = hst-site-id (ws-site-sub)
                 perform 0320-WRITE-ONE-DAY
              end-if
              add 1 to ws-day-sub
           end-perform

           perform 0330-PROJECT-ZERO-DRIFT
           move spaces to ry-health-line
           write ry-health-line.

       0320-WRITE-ONE-DAY.
           move zero to ws-day-avg-kg
           move zero to ws-day-refusal-pct
           if hdt-zero-count (ws-day-sub) > zero
              compute ws-day-avg-kg rounded =
                      hdt-zero-sum-kg (ws-day-sub)
                    / hdt-zero-count (ws-day-sub)
              add 1 to ws-zero-days
              move hdt-date (ws-day-sub) to ws-row-date-num
              compute ws-row-date-int =
                      function integer-of-date (ws-row-date-num)
              if ws-base-date = spaces
                 move hdt-date (ws-day-sub) to ws-base-date
                 move ws-row-date-int       to ws-base-date-int
                 move ws-day-avg-kg         to ws-base-avg-kg
              end-if
              move hdt-date (ws-day-sub) to ws-last-date
              move ws-row-date-int       to ws-last-date-int
              move ws-day-avg-kg         to ws-last-avg-kg
           end-if
           if hdt-readings (ws-day-sub) > zero
              compute ws-day-refusal-pct rounded =
                      hdt-refused (ws-day-sub) * 100
                    / hdt-readings (ws-day-sub)
           end-if
           move hdt-band-kg (ws-day-sub) to ws-band-kg
           add hdt-readings (ws-day-sub)       to ws-site-readings
           add hdt-refused (ws-day-sub)        to ws-site-refused
           add hdt-motion-refused (ws-day-sub) to ws-site-motion

           move hdt-date (ws-day-sub)           to hdd-date
           move hdt-readings (ws-day-sub)       to hdd-readings
           move ws-day-avg-kg                   to hdd-avg-zero
           move hdt-zero-max-kg (ws-day-sub)    to hdd-max-zero
           move hdt-near-band (ws-day-sub)      to hdd-near-band
           move hdt-zero-refused (ws-day-sub)   to hdd-zero-refused
           move hdt-motion-refused (ws-day-sub) to hdd-motion-refused
           move ws-day-refusal-pct              to hdd-refusal-pct
           move ws-day-detail to ry-health-line
           write ry-health-line.

      ****************************************************************
      * 0330 - FIRST DAY TO LATEST: THE AVERAGE DAILY RISE IN THE
      * ZERO OFFSET AND THE DAYS LEFT BEFORE IT REACHES THE BAND.
      * Days to the band are worked from the unrounded figures, as
      * the module-7 forecast does, so a slow drift does not divide
      * by a rate that rounded to nothing.
      ****************************************************************
       0330-PROJECT-ZERO-DRIFT.
           move "N" to ws-site-warn-switch
           move "N" to ws-projectable-switch
           compute ws-near-kg rounded =
                   ws-band-kg * ws-near-pct / 100
           move zero to ws-site-refusal-pct
           if ws-site-readings > zero
              compute ws-site-refusal-pct rounded =
                      ws-site-refused * 100 / ws-site-readings
           end-if
           move ws-site-refusal-pct to ws-disp-pct
           move ws-band-kg to ws-disp-band
           move spaces to ry-health-line
           string "  Readings      : " ws-site-readings
                  ", refused " ws-site-refused
                  " (" ws-disp-pct " pct), platform in motion "
                  ws-site-motion
                  delimited by size into ry-health-line
           write ry-health-line

           if ws-zero-days < 2
              or ws-last-date-int = ws-base-date-int
              move spaces to ry-health-line
              string "  Zero offset   : fewer than two days of "
                     "readings - no trend yet"
                     delimited by size into ry-health-line
              write ry-health-line
           else
              compute ws-span-days =
                      ws-last-date-int - ws-base-date-int
              move ws-base-avg-kg to ws-disp-kg
              move ws-last-avg-kg to ws-disp-kg-2
              move spaces to ry-health-line
              string "  Zero offset   : " ws-disp-kg " kg on "
                     ws-base-date " -> " ws-disp-kg-2 " kg on "
                     ws-last-date ", band " ws-disp-band " kg"
                     delimited by size into ry-health-line
              write ry-health-line

              if ws-last-avg-kg > ws-base-avg-kg
                 compute ws-rise-kg =
                         ws-last-avg-kg - ws-base-avg-kg
                 compute ws-drift-rate rounded =
                         ws-rise-kg / ws-span-days
                 move ws-drift-rate to ws-disp-rate
                 if ws-last-avg-kg < ws-band-kg
                    compute ws-headroom-kg =
                            ws-band-kg - ws-last-avg-kg
                    compute ws-days-to-band =
                            (ws-headroom-kg * ws-span-days)
                            / ws-rise-kg
                       on size error
                          move zero to ws-days-to-band
                       not on size error
                          move "Y" to ws-projectable-switch
                    end-compute
                 else
                    move zero to ws-days-to-band
                    move "Y" to ws-projectable-switch
                 end-if
                 move spaces to ry-health-line
                 if ws-projectable
                    string "  Drift         : rising " ws-disp-rate
                           " kg/day, reaches the band in about "
                           ws-days-to-band " days"
                           delimited by size into ry-health-line
                    if ws-days-to-band not > ws-warn-days
                       move "Y" to ws-site-warn-switch
                    end-if
                 else
                    string "  Drift         : rising " ws-disp-rate
                           " kg/day, band beyond the horizon"
                           delimited by size into ry-health-line
                 end-if
                 write ry-health-line
              else
                 move spaces to ry-health-line
                 string "  Drift         : not rising over the "
                        "period - no projection"
                        delimited by size into ry-health-line
                 write ry-health-line
              end-if
           end-if

           if ws-zero-days > zero
              and ws-band-kg > zero
              and ws-last-avg-kg not < ws-near-kg
              move "Y" to ws-site-warn-switch
           end-if

           if ws-site-warn
              perform 0340-ALERT-ZERO-DRIFT
           end-if.

       0340-ALERT-ZERO-DRIFT.
           add 1 to ws-warn-count
           move ws-last-avg-kg to ws-disp-kg-2
           move spaces to ry-health-line
           string "  WARN          : zero drift heading for the band"
                  " - book the engineer"
                  delimited by size into ry-health-line
           write ry-health-line
           move "WARN "    to ws-alert-severity
           move "ZERODRFT" to ws-alert-code
           string "Zero return " ws-disp-kg-2 " kg of "
                  ws-disp-band " kg band, drifting toward it"
                  delimited by size into ws-alert-text
           end-string
           if ws-alert-status = "00" or ws-alert-status = "05"
              move ws-timestamp      to ale-timestamp
              move hst-site-id (ws-site-sub) to ale-site-id
              move ws-alert-severity to ale-severity
              move ws-alert-code     to ale-event-code
              move ws-alert-text     to ale-text
              write ry-alert-event-record
           end-if
           move spaces to ws-alert-text
           display "WARN  site " hst-site-id (ws-site-sub)
                   " zero drift heading for the band".

      ****************************************************************
      * 0800 - RUN TOTALS
      ****************************************************************
       0800-WRITE-HEALTH-SUMMARY.
           move spaces to ry-health-line
           string "History rows read : " ws-rows-read
                  delimited by size into ry-health-line
           write ry-health-line
           move spaces to ry-health-line
           string "Rows in period    : " ws-rows-in-period
                  delimited by size into ry-health-line
           write ry-health-line
           move ws-site-count to ws-disp-count
           move spaces to ry-health-line
           string "Sites trended     : " ws-disp-count
                  delimited by size into ry-health-line
           write ry-health-line
           move spaces to ry-health-line
           string "Drift warnings    : " ws-warn-count
                  delimited by size into ry-health-line
           write ry-health-line
           display "Scale health trend to " ws-end-date " complete, "
                   ws-warn-count " drift warnings".

      ****************************************************************
      * 0900 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0900-FINALIZE.
           close alert-event-file
           close health-report-file.
