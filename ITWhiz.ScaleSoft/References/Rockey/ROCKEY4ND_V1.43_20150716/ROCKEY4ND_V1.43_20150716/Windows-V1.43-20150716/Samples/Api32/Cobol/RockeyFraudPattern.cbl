       $set case
      ****************************************************************
      *                                                              *
      *                   RockeyFraudPattern.cbl                     *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyFraudPattern.

      ****************************************************************
      *                                                              *
      * Weekly weighment fraud-pattern analysis. The tare and net    *
      * weight checks judge one truck at a time; this program looks  *
      * across a week of the weigh-ticket master and the void        *
      * history for the patterns that only show over many tickets:   *
      *   - the same vehicle weighed out twice within                *
      *     ROCKEY_FRAUD_REPEAT_MIN minutes (default 10), timed by   *
      *     the weigh-out on the master, or the posting where a      *
      *     ticket has none                                          *
      *   - the same gross weight recurring, on one vehicle or       *
      *     under one operator                                       *
      *   - suspiciously round weights, a gross or tare an exact     *
      *     multiple of a tonne                                      *
      *   - a vehicle's tare creeping up week on week over the last  *
      *     ROCKEY_FRAUD_TARE_WEEKS weeks (default 4, at most 8) by  *
      *     more than ROCKEY_FRAUD_CREEP_KG kg (default 200)         *
      *   - an operator whose exception or void rate is more than    *
      *     twice that of the site, or a supervisor with more than   *
      *     twice the average voids of the other supervisors - every *
      *     supervisor who voided or decided a ticket over the tare  *
      *     window, voids this week or not                           *
      * Each pattern scores points against the vehicle, operator and *
      * supervisor concerned, and the report ranks each of the three *
      * by score, worst first. Anyone scoring at least               *
      * ROCKEY_FRAUD_ALERT_SCORE (default 20) raises a WARN alert on *
      * the event feed (FRAUDVEH, FRAUDOPR, FRAUDSUP), at most five  *
      * of each per run.                                             *
      *                                                              *
      * The week analysed is the seven days ending on                *
      * ROCKEY_FRAUD_DATE (YYYYMMDD, default today). Voided tickets  *
      * are analysed with the rest - a duplicate that was voided is  *
      * still a duplicate. The site id for the alert feed comes from *
      * ROCKEY_SITE_ID.                                              *
      *                                                              *
      * RETURN-CODE 0 nothing at alert level, 1 alerts raised, 2 the *
      * master or the report could not be opened.                    *
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

           select void-history-file
               assign to ws-void-file-name
               organization line sequential
               file status is ws-void-status.

           select disposition-history-file
               assign to ws-disp-file-name
               organization line sequential
               file status is ws-disp-status.

           select alert-event-file
               assign to ws-alert-file-name
               organization line sequential
               file status is ws-alert-status.

           select fraud-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyTicketMaster.cpy".
       copy "RockeyVoidHistory.cpy".
       copy "RockeyDispositionHistory.cpy".
       copy "RockeyAlertEvent.cpy".

       fd  fraud-report-file.
       01  ry-fraud-line              pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 FRD-EXIT-SUCCESS            value 0.
       78 FRD-EXIT-ALERTS             value 1.
       78 FRD-EXIT-FILE-FAILED        value 2.

      ****************************************************************
      * SCORING - points per occurrence of each pattern
      ****************************************************************
       78 FRD-PTS-DOUBLE              value 5.
       78 FRD-PTS-REPEAT              value 3.
       78 FRD-PTS-ROUND               value 1.
       78 FRD-PTS-CREEP               value 10.
       78 FRD-PTS-OUTLIER             value 10.
       78 FRD-PTS-VOID                value 1.
       78 FRD-ROUND-KG                value 1000.
       78 FRD-OUTLIER-FACTOR          value 2.
       78 FRD-OUTLIER-MIN             value 3.
       78 FRD-CREEP-MIN-WEEKS         value 3.
       78 FRD-MAX-ALERTS              value 5.

       01 ws-exit-status        pic 9(4)  value FRD-EXIT-SUCCESS.

       01 ws-master-file-name   pic x(60)
               value "./Data/RockeyTicketMaster.dat".
       01 ws-master-status      pic xx    value spaces.
       01 ws-void-file-name     pic x(60)
               value "./Data/RockeyVoidHistory.dat".
       01 ws-void-status        pic xx    value spaces.
       01 ws-disp-file-name     pic x(60)
               value "./Data/RockeyDispositionHistory.dat".
       01 ws-disp-status        pic xx    value spaces.
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
      * THE WEEK ANALYSED AND THE LONGER WINDOW THE TARE TREND USES
      ****************************************************************
       01 ws-week-end-date      pic x(8)  value spaces.
       01 ws-week-end-num       pic 9(8)  value zero.
       01 ws-week-end-int       pic 9(7)  value zero.
       01 ws-week-start-int     pic 9(7)  value zero.
       01 ws-week-start-date    pic 9(8)  value zero.
       01 ws-tare-start-int     pic 9(7)  value zero.
       01 ws-tare-start-date    pic 9(8)  value zero.
       01 ws-post-date-num      pic 9(8)  value zero.
       01 ws-post-int           pic 9(7)  value zero.
       01 ws-week-index         pic 9(3)  value zero.
       01 ws-post-hh            pic 99    value zero.
       01 ws-post-mm            pic 99    value zero.
       01 ws-weigh-date-num     pic 9(8)  value zero.
       01 ws-minute-int         pic 9(7)  value zero.

       01 ws-param-text         pic x(5)  value spaces.
       01 ws-repeat-minutes     pic 9(5)  value 10.
       01 ws-tare-weeks         pic 9     value 4.
       01 ws-creep-kg           pic 9(5)  value 200.
       01 ws-alert-score        pic 9(5)  value 20.

       01 ws-master-eof-switch  pic x     value "N".
           88 ws-master-eof         value "Y".
       01 ws-void-eof-switch    pic x     value "N".
           88 ws-void-eof           value "Y".
       01 ws-disp-eof-switch    pic x     value "N".
           88 ws-disp-eof           value "Y".

      ****************************************************************
      * THE WEEK'S TICKETS, FOR THE PAIRWISE CHECKS
      ****************************************************************
       01 ws-ticket-count       pic 9(4)  comp-5 value zero.
       01 ws-max-tickets        pic 9(4)  comp-5 value 3000.
       01 ws-ticket-table.
           05 ws-ticket-row occurs 3000.
               10 wtk-ticket-number pic 9(9).
               10 wtk-vehicle-sub   pic 9(4)  comp-5.
               10 wtk-operator-sub  pic 9(4)  comp-5.
               10 wtk-gross-kg      pic 9(7).
               10 wtk-minute        pic 9(7).
       01 ws-tkt-sub            pic 9(4)  comp-5 value zero.
       01 ws-pair-sub           pic 9(4)  comp-5 value zero.
       01 ws-minute-gap         pic 9(7)  value zero.

      ****************************************************************
      * ONE ROW PER VEHICLE SEEN IN THE TARE WINDOW. Week 1 is the
      * week analysed, week 2 the one before, and so on.
      ****************************************************************
       01 ws-vehicle-count      pic 9(4)  comp-5 value zero.
       01 ws-max-vehicles       pic 9(4)  comp-5 value 500.
       01 ws-vehicle-table.
           05 ws-vehicle-row occurs 500.
               10 vft-vehicle-reg   pic x(10).
               10 vft-tickets       pic 9(5).
               10 vft-doubles       pic 9(5).
               10 vft-repeats       pic 9(5).
               10 vft-rounds        pic 9(5).
               10 vft-creep-switch  pic x.
                   88 vft-tare-creeping  value "Y".
               10 vft-first-avg-kg  pic 9(7).
               10 vft-last-avg-kg   pic 9(7).
               10 vft-score         pic 9(5).
               10 vft-ranked-switch pic x.
                   88 vft-ranked         value "Y".
               10 vft-tare-week occurs 9.
                   15 vft-tare-sum-kg pic 9(9).
                   15 vft-tare-count  pic 9(5).
       01 ws-veh-sub            pic 9(4)  comp-5 value zero.
       01 ws-veh-found-switch   pic x     value "N".
           88 ws-veh-found          value "Y".

      ****************************************************************
      * ONE ROW PER OPERATOR WITH A TICKET IN THE WEEK
      ****************************************************************
       01 ws-operator-count     pic 9(4)  comp-5 value zero.
       01 ws-max-operators      pic 9(4)  comp-5 value 100.
       01 ws-operator-table.
           05 ws-operator-row occurs 100.
               10 oft-userid        pic 9(9).
               10 oft-name          pic x(20).
               10 oft-tickets       pic 9(5).
               10 oft-exceptions    pic 9(5).
               10 oft-voids         pic 9(5).
               10 oft-doubles       pic 9(5).
               10 oft-repeats       pic 9(5).
               10 oft-rounds        pic 9(5).
               10 oft-exc-high-switch pic x.
                   88 oft-exc-high       value "Y".
               10 oft-void-high-switch pic x.
                   88 oft-void-high      value "Y".
               10 oft-score         pic 9(5).
               10 oft-ranked-switch pic x.
                   88 oft-ranked         value "Y".
       01 ws-opr-sub            pic 9(4)  comp-5 value zero.
       01 ws-opr-found-switch   pic x     value "N".
           88 ws-opr-found          value "Y".

      ****************************************************************
      * ONE ROW PER SUPERVISOR WHO VOIDED A TICKET IN THE WEEK
      ****************************************************************
       01 ws-supervisor-count   pic 9(4)  comp-5 value zero.
       01 ws-max-supervisors    pic 9(4)  comp-5 value 100.
       01 ws-supervisor-table.
           05 ws-supervisor-row occurs 100.
               10 sft-userid        pic 9(9).
               10 sft-name          pic x(20).
               10 sft-voids         pic 9(5).
               10 sft-void-high-switch pic x.
                   88 sft-void-high      value "Y".
               10 sft-score         pic 9(5).
               10 sft-ranked-switch pic x.
                   88 sft-ranked         value "Y".
       01 ws-sup-sub            pic 9(4)  comp-5 value zero.
       01 ws-sup-found-switch   pic x     value "N".
           88 ws-sup-found          value "Y".
       01 ws-sup-userid         pic 9(9)  value zero.
       01 ws-sup-name           pic x(20) value spaces.

      ****************************************************************
      * WORK FIELDS FOR THE TARE TREND AND THE PEER COMPARISON
      ****************************************************************
       01 ws-week-sub           pic 9(3)  comp-5 value zero.
       01 ws-weeks-with-data    pic 9(3)  value zero.
       01 ws-week-avg-kg        pic 9(7)  value zero.
       01 ws-prev-avg-kg        pic 9(7)  value zero.
       01 ws-rising-switch      pic x     value "N".
           88 ws-rising             value "Y".
       01 ws-quotient           pic 9(7)  value zero.
       01 ws-remainder          pic 9(7)  value zero.
       01 ws-site-tickets       pic 9(7)  value zero.
       01 ws-site-exceptions    pic 9(7)  value zero.
       01 ws-site-voids         pic 9(7)  value zero.
       01 ws-super-voids        pic 9(7)  value zero.
       01 ws-mean-voids         pic 9(5)v99 value zero.
       01 ws-site-mean-voids    pic 9(5)v99 value zero.
       01 ws-peer-count         pic 9(4)  value zero.
       01 ws-site-exc-pct       pic 9(3)v9 value zero.
       01 ws-site-void-pct      pic 9(3)v9 value zero.
       01 ws-opr-exc-pct        pic 9(3)v9 value zero.
       01 ws-opr-void-pct       pic 9(3)v9 value zero.

      ****************************************************************
      * RANKING - the best remaining row is picked each time round
      ****************************************************************
       01 ws-rank               pic 9(4)  comp-5 value zero.
       01 ws-best-sub           pic 9(4)  comp-5 value zero.
       01 ws-best-score         pic 9(5)  value zero.
       01 ws-disp-rank          pic zzz9.
       01 ws-alerts-raised      pic 9(5)  value zero.
       01 ws-section-alerts     pic 9(3)  value zero.

       01 ws-alert-severity     pic x(5)  value spaces.
       01 ws-alert-code         pic x(8)  value spaces.
       01 ws-alert-text         pic x(60) value spaces.
       01 ws-disp-score         pic zzzz9.
       01 ws-disp-count         pic 9(5)  value zero.
       01 ws-disp-pct           pic zz9.9.
       01 ws-disp-pct-2         pic zz9.9.
       01 ws-disp-mean          pic zzzz9.99.

      ****************************************************************
      * RUN COUNTS
      ****************************************************************
       01 ws-tickets-read       pic 9(7)  value zero.
       01 ws-tickets-in-week    pic 9(5)  value zero.
       01 ws-tickets-in-window  pic 9(7)  value zero.
       01 ws-voids-in-week      pic 9(5)  value zero.
       01 ws-double-count       pic 9(5)  value zero.
       01 ws-repeat-count       pic 9(5)  value zero.
       01 ws-round-count        pic 9(5)  value zero.
       01 ws-creep-count        pic 9(5)  value zero.

       01 ws-vehicle-detail.
           05 vfd-rank          pic zzz9.
           05 filler            pic xx    value spaces.
           05 vfd-vehicle-reg   pic x(10).
           05 filler            pic xx    value spaces.
           05 vfd-tickets       pic zzzz9.
           05 filler            pic xx    value spaces.
           05 vfd-doubles       pic zzzz9.
           05 filler            pic xx    value spaces.
           05 vfd-repeats       pic zzzz9.
           05 filler            pic xx    value spaces.
           05 vfd-rounds        pic zzzz9.
           05 filler            pic xx    value spaces.
           05 vfd-first-avg     pic zzz,zz9.
           05 filler            pic x(4)  value " -> ".
           05 vfd-last-avg      pic zzz,zz9.
           05 filler            pic xx    value spaces.
           05 vfd-creep-flag    pic x(5).
           05 filler            pic xx    value spaces.
           05 vfd-score         pic zzzz9.

       01 ws-vehicle-headings.
           05 filler pic x(6)  value "RANK".
           05 filler pic x(12) value "VEHICLE".
           05 filler pic x(7)  value "  TKTS".
           05 filler pic x(7)  value "  DUPL".
           05 filler pic x(7)  value "  SAME".
           05 filler pic x(7)  value " ROUND".
           05 filler pic x(22) value "TARE KG FIRST -> LAST".
           05 filler pic x(7)  value "CREEP".
           05 filler pic x(5)  value "SCORE".

       01 ws-operator-detail.
           05 ofd-rank          pic zzz9.
           05 filler            pic xx    value spaces.
           05 ofd-userid        pic 9(9).
           05 filler            pic xx    value spaces.
           05 ofd-name          pic x(20).
           05 filler            pic xx    value spaces.
           05 ofd-tickets       pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ofd-exceptions    pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ofd-exc-pct       pic zz9.9.
           05 filler            pic xx    value spaces.
           05 ofd-voids         pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ofd-doubles       pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ofd-repeats       pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ofd-rounds        pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ofd-flags         pic x(18).
           05 filler            pic xx    value spaces.
           05 ofd-score         pic zzzz9.

       01 ws-operator-headings.
           05 filler pic x(6)  value "RANK".
           05 filler pic x(11) value "OPERATOR".
           05 filler pic x(22) value "NAME".
           05 filler pic x(7)  value "  TKTS".
           05 filler pic x(7)  value "   EXC".
           05 filler pic x(7)  value " EXC %".
           05 filler pic x(7)  value " VOIDS".
           05 filler pic x(7)  value "  DUPL".
           05 filler pic x(7)  value "  SAME".
           05 filler pic x(7)  value " ROUND".
           05 filler pic x(20) value "FLAGS".
           05 filler pic x(5)  value "SCORE".

       01 ws-supervisor-detail.
           05 sfd-rank          pic zzz9.
           05 filler            pic xx    value spaces.
           05 sfd-userid        pic 9(9).
           05 filler            pic xx    value spaces.
           05 sfd-name          pic x(20).
           05 filler            pic xx    value spaces.
           05 sfd-voids         pic zzzz9.
           05 filler            pic xx    value spaces.
           05 sfd-flags         pic x(10).
           05 filler            pic xx    value spaces.
           05 sfd-score         pic zzzz9.

       01 ws-supervisor-headings.
           05 filler pic x(6)  value "RANK".
           05 filler pic x(11) value "SUPERVISOR".
           05 filler pic x(22) value "NAME".
           05 filler pic x(7)  value " VOIDS".
           05 filler pic x(12) value "FLAGS".
           05 filler pic x(5)  value "SCORE".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move FRD-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-master-status not = "00"
                 move spaces to ry-fraud-line
                 string "EXCEPTION - weigh-ticket master unavailable,"
                        " status " ws-master-status
                        ", analysis NOT produced"
                        delimited by size into ry-fraud-line
                 write ry-fraud-line
                 move FRD-EXIT-FILE-FAILED to ws-exit-status
              else
                 perform 0200-LOAD-TICKETS
                 perform 0300-LOAD-VOIDS
                 perform 0400-CHECK-TICKET-PAIRS
                 perform 0500-CHECK-TARE-CREEP
                 perform 0600-COMPARE-PEERS
                 perform 0700-RANK-VEHICLES
                 perform 0720-RANK-OPERATORS
                 perform 0740-RANK-SUPERVISORS
                 perform 0800-WRITE-FRAUD-SUMMARY
                 if ws-alerts-raised > zero
                    move FRD-EXIT-ALERTS to ws-exit-status
                 end-if
              end-if
           end-if

           perform 0900-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE WEEK, THE THRESHOLDS AND THE SITE, OPEN
      * THE FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-week-end-date from environment
                   "ROCKEY_FRAUD_DATE"
           on exception
               move spaces to ws-week-end-date
           end-accept
           if ws-week-end-date = spaces
              or ws-week-end-date not numeric
              move ws-run-date to ws-week-end-date
           end-if
           move ws-week-end-date to ws-week-end-num
           compute ws-week-end-int =
                   function integer-of-date (ws-week-end-num)
           compute ws-week-start-int = ws-week-end-int - 6
           compute ws-week-start-date =
                   function date-of-integer (ws-week-start-int)

           accept ws-param-text from environment
                   "ROCKEY_FRAUD_REPEAT_MIN"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-repeat-minutes
           end-if

           accept ws-param-text from environment
                   "ROCKEY_FRAUD_TARE_WEEKS"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-tare-weeks
           end-if
           if ws-tare-weeks > 8
              move 8 to ws-tare-weeks
           end-if
           if ws-tare-weeks < FRD-CREEP-MIN-WEEKS
              move FRD-CREEP-MIN-WEEKS to ws-tare-weeks
           end-if
           compute ws-tare-start-int =
                   ws-week-end-int - (7 * ws-tare-weeks) + 1
           compute ws-tare-start-date =
                   function date-of-integer (ws-tare-start-int)

           accept ws-param-text from environment
                   "ROCKEY_FRAUD_CREEP_KG"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-creep-kg
           end-if

           accept ws-param-text from environment
                   "ROCKEY_FRAUD_ALERT_SCORE"
           on exception
               move spaces to ws-param-text
           end-accept
           if ws-param-text not = spaces
              move function numval(ws-param-text) to ws-alert-score
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

           open input weigh-ticket-master-file
           if ws-master-status not = "00"
              display "FATAL unable to open weigh-ticket master "
                      ws-master-file-name ", status " ws-master-status
           end-if

           string "./Data/RockeyFraudPattern" ws-week-end-date ".txt"
                  delimited by size into ws-report-file-name
           open output fraud-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open fraud-pattern report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Weekly Fraud-"
                   & "Pattern Analysis" to ry-fraud-line
              write ry-fraud-line
              move spaces to ry-fraud-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-fraud-line
              write ry-fraud-line
              move spaces to ry-fraud-line
              string "Week analysed : " ws-week-start-date
                     " to " ws-week-end-date
                     delimited by size into ry-fraud-line
              write ry-fraud-line
              move spaces to ry-fraud-line
              string "Thresholds    : duplicate within "
                     ws-repeat-minutes " min, tare creep over "
                     ws-creep-kg " kg across " ws-tare-weeks
                     " weeks, alert at score " ws-alert-score
                     delimited by size into ry-fraud-line
              write ry-fraud-line
              move spaces to ry-fraud-line
              write ry-fraud-line
           end-if.

      ****************************************************************
      * 0200 - ONE PASS OVER THE MASTER. Every ticket in the tare
      * window feeds its vehicle's weekly tare; tickets in the week
      * analysed are also held for the pairwise checks and counted
      * against their operator.
      ****************************************************************
       0200-LOAD-TICKETS.
           move "N" to ws-master-eof-switch
           perform until ws-master-eof
                      or ws-master-status not = "00"
              read weigh-ticket-master-file
                 at end
                    move "Y" to ws-master-eof-switch
                 not at end
                    add 1 to ws-tickets-read
                    if tkm-post-timestamp (1:8) numeric
                       move tkm-post-timestamp (1:8)
                            to ws-post-date-num
                       compute ws-post-int =
                               function integer-of-date
                               (ws-post-date-num)
                       if ws-post-int not < ws-tare-start-int
                          and ws-post-int not > ws-week-end-int
                          perform 0210-LOAD-ONE-TICKET
                       end-if
                    end-if
              end-read
           end-perform
           close weigh-ticket-master-file
           if ws-ticket-count >= ws-max-tickets
              display "WARN  ticket table full at " ws-max-tickets
                      " tickets, later tickets not paired"
           end-if.

       0210-LOAD-ONE-TICKET.
           add 1 to ws-tickets-in-window
           perform 0220-FIND-VEHICLE
           if ws-veh-found
              compute ws-week-index =
                      ((ws-week-end-int - ws-post-int) / 7) + 1
              add tkm-tare-weight-kg
                  to vft-tare-sum-kg (ws-veh-sub ws-week-index)
              add 1 to vft-tare-count (ws-veh-sub ws-week-index)
              if ws-post-int not < ws-week-start-int
                 perform 0230-FIND-OPERATOR
                 perform 0240-HOLD-WEEK-TICKET
              end-if
           end-if.

       0220-FIND-VEHICLE.
           move "N" to ws-veh-found-switch
           move 1   to ws-veh-sub
           perform until ws-veh-found
                      or ws-veh-sub > ws-vehicle-count
              if vft-vehicle-reg (ws-veh-sub) = tkm-vehicle-reg
                 move "Y" to ws-veh-found-switch
              else
                 add 1 to ws-veh-sub
              end-if
           end-perform
           if not ws-veh-found
              and ws-vehicle-count < ws-max-vehicles
              add 1 to ws-vehicle-count
              move ws-vehicle-count to ws-veh-sub
              move tkm-vehicle-reg to vft-vehicle-reg (ws-veh-sub)
              move zero to vft-tickets (ws-veh-sub)
              move zero to vft-doubles (ws-veh-sub)
              move zero to vft-repeats (ws-veh-sub)
              move zero to vft-rounds (ws-veh-sub)
              move "N"  to vft-creep-switch (ws-veh-sub)
              move zero to vft-first-avg-kg (ws-veh-sub)
              move zero to vft-last-avg-kg (ws-veh-sub)
              move zero to vft-score (ws-veh-sub)
              move "N"  to vft-ranked-switch (ws-veh-sub)
              move 1 to ws-week-sub
              perform until ws-week-sub > 9
                 move zero
                      to vft-tare-sum-kg (ws-veh-sub ws-week-sub)
                 move zero
                      to vft-tare-count (ws-veh-sub ws-week-sub)
                 add 1 to ws-week-sub
              end-perform
              move "Y" to ws-veh-found-switch
           end-if
           if not ws-veh-found
              display "WARN  vehicle table full, " tkm-vehicle-reg
                      " not analysed"
           end-if.

       0230-FIND-OPERATOR.
           move "N" to ws-opr-found-switch
           move 1   to ws-opr-sub
           perform until ws-opr-found
                      or ws-opr-sub > ws-operator-count
              if oft-userid (ws-opr-sub) = tkm-operator-userid
                 move "Y" to ws-opr-found-switch
              else
                 add 1 to ws-opr-sub
              end-if
           end-perform
           if not ws-opr-found
              and ws-operator-count < ws-max-operators
              add 1 to ws-operator-count
              move ws-operator-count to ws-opr-sub
              move tkm-operator-userid to oft-userid (ws-opr-sub)
              move tkm-operator-name   to oft-name (ws-opr-sub)
              move zero to oft-tickets (ws-opr-sub)
              move zero to oft-exceptions (ws-opr-sub)
              move zero to oft-voids (ws-opr-sub)
              move zero to oft-doubles (ws-opr-sub)
              move zero to oft-repeats (ws-opr-sub)
              move zero to oft-rounds (ws-opr-sub)
              move "N"  to oft-exc-high-switch (ws-opr-sub)
              move "N"  to oft-void-high-switch (ws-opr-sub)
              move zero to oft-score (ws-opr-sub)
              move "N"  to oft-ranked-switch (ws-opr-sub)
              move "Y" to ws-opr-found-switch
           end-if.

      ****************************************************************
      * 0240 - A TICKET IN THE WEEK ANALYSED: COUNT IT AGAINST ITS
      * VEHICLE AND OPERATOR, JUDGE ITS WEIGHTS FOR ROUNDNESS AND
      * HOLD IT FOR THE PAIRWISE CHECKS
      ****************************************************************
       0240-HOLD-WEEK-TICKET.
           add 1 to ws-tickets-in-week
           add 1 to vft-tickets (ws-veh-sub)
           if ws-opr-found
              add 1 to oft-tickets (ws-opr-sub)
              if tkm-exception-causes not = spaces
                 add 1 to oft-exceptions (ws-opr-sub)
              end-if
              if tkm-is-voided
                 add 1 to oft-voids (ws-opr-sub)
              end-if
           end-if

           move zero to ws-remainder
           if tkm-gross-weight-kg > zero
              divide tkm-gross-weight-kg by FRD-ROUND-KG
                     giving ws-quotient remainder ws-remainder
           else
              move 1 to ws-remainder
           end-if
           if ws-remainder not = zero
              and tkm-tare-weight-kg > zero
              divide tkm-tare-weight-kg by FRD-ROUND-KG
                     giving ws-quotient remainder ws-remainder
           end-if
           if ws-remainder = zero
              add 1 to ws-round-count
              add 1 to vft-rounds (ws-veh-sub)
              if ws-opr-found
                 add 1 to oft-rounds (ws-opr-sub)
              end-if
           end-if

           if ws-ticket-count < ws-max-tickets
              add 1 to ws-ticket-count
              move tkm-ticket-number
                   to wtk-ticket-number (ws-ticket-count)
              move ws-veh-sub to wtk-vehicle-sub (ws-ticket-count)
              if ws-opr-found
                 move ws-opr-sub to wtk-operator-sub (ws-ticket-count)
              else
                 move zero to wtk-operator-sub (ws-ticket-count)
              end-if
              move tkm-gross-weight-kg
                   to wtk-gross-kg (ws-ticket-count)
              perform 0250-TICKET-MINUTE
           end-if.

      ****************************************************************
      * 0250 - THE MINUTE THE TRUCK WEIGHED OUT, COUNTED FROM THE
      * START OF THE TARE WINDOW SO THAT A WEIGH-OUT THE DAY BEFORE
      * ITS POSTING STILL COUNTS FORWARDS. A batch posted overnight
      * stamps every ticket within seconds of each other, so the
      * weigh-out time on the master is used; a ticket posted before
      * it was carried, or with one outside the window, falls back
      * to its post timestamp.
      ****************************************************************
       0250-TICKET-MINUTE.
           move zero to ws-post-hh
           move zero to ws-post-mm
           move ws-post-int to ws-minute-int
           if tkm-post-timestamp (9:4) numeric
              move tkm-post-timestamp (9:2)  to ws-post-hh
              move tkm-post-timestamp (11:2) to ws-post-mm
           end-if
           if tkm-weigh-out-date numeric
              and tkm-weigh-out-hhmm numeric
              move tkm-weigh-out-date to ws-weigh-date-num
              compute ws-minute-int =
                      function integer-of-date (ws-weigh-date-num)
              if ws-minute-int not < ws-tare-start-int
                 and ws-minute-int not > ws-week-end-int
                 move tkm-weigh-out-hhmm (1:2) to ws-post-hh
                 move tkm-weigh-out-hhmm (3:2) to ws-post-mm
              else
                 move ws-post-int to ws-minute-int
              end-if
           end-if
           compute wtk-minute (ws-ticket-count) =
                   ((ws-minute-int - ws-tare-start-int) * 1440)
                 + (ws-post-hh * 60) + ws-post-mm.

      ****************************************************************
      * 0300 - THE SUPERVISORS AND THE WEEK'S VOIDS. Every supervisor
      * who voided a ticket or decided an exception ticket over the
      * tare window is one of the peers a supervisor is compared
      * with, whether or not they voided anything this week; the
      * week's voids are counted against the supervisor who applied
      * them. A site that has never voided a ticket has no void
      * history.
      ****************************************************************
       0300-LOAD-VOIDS.
           open input void-history-file
           if ws-void-status = "00"
              move "N" to ws-void-eof-switch
              perform until ws-void-eof
                         or ws-void-status not = "00"
                 read void-history-file
                    at end
                       move "Y" to ws-void-eof-switch
                    not at end
                       if vhs-timestamp (1:8) not < ws-tare-start-date
                          and vhs-timestamp (1:8)
                              not > ws-week-end-date
                          move vhs-supervisor-userid to ws-sup-userid
                          move vhs-supervisor-name   to ws-sup-name
                          perform 0305-FIND-SUPERVISOR
                          if vhs-timestamp (1:8)
                             not < ws-week-start-date
                             perform 0310-COUNT-ONE-VOID
                          end-if
                       end-if
                 end-read
              end-perform
              close void-history-file
           else
              if ws-void-status not = "35"
                 display "WARN  void history unavailable, status "
                         ws-void-status ", supervisors not ranked"
              end-if
           end-if
           perform 0320-LOAD-DISPOSITIONS.

      ****************************************************************
      * 0305 - FIND THE SUPERVISOR ON THE TABLE, ADDING THEM THE
      * FIRST TIME THEY ARE SEEN
      ****************************************************************
       0305-FIND-SUPERVISOR.
           move "N" to ws-sup-found-switch
           move 1   to ws-sup-sub
           perform until ws-sup-found
                      or ws-sup-sub > ws-supervisor-count
              if sft-userid (ws-sup-sub) = ws-sup-userid
                 move "Y" to ws-sup-found-switch
              else
                 add 1 to ws-sup-sub
              end-if
           end-perform
           if not ws-sup-found
              and ws-supervisor-count < ws-max-supervisors
              add 1 to ws-supervisor-count
              move ws-supervisor-count to ws-sup-sub
              move ws-sup-userid to sft-userid (ws-sup-sub)
              move ws-sup-name   to sft-name (ws-sup-sub)
              move zero to sft-voids (ws-sup-sub)
              move "N"  to sft-void-high-switch (ws-sup-sub)
              move zero to sft-score (ws-sup-sub)
              move "N"  to sft-ranked-switch (ws-sup-sub)
              move "Y" to ws-sup-found-switch
           end-if.

       0310-COUNT-ONE-VOID.
           add 1 to ws-voids-in-week
           if ws-sup-found
              add 1 to sft-voids (ws-sup-sub)
              add 1 to ws-super-voids
           end-if.

      ****************************************************************
      * 0320 - SUPERVISORS WHO ONLY DECIDED EXCEPTION TICKETS OVER THE
      * WINDOW ARE PEERS TOO. No disposition history is no peers
      * from it.
      ****************************************************************
       0320-LOAD-DISPOSITIONS.
           open input disposition-history-file
           if ws-disp-status = "00"
              move "N" to ws-disp-eof-switch
              perform until ws-disp-eof
                         or ws-disp-status not = "00"
                 read disposition-history-file
                    at end
                       move "Y" to ws-disp-eof-switch
                    not at end
                       if dhs-timestamp (1:8) not < ws-tare-start-date
                          and dhs-timestamp (1:8)
                              not > ws-week-end-date
                          move dhs-supervisor-userid to ws-sup-userid
                          move dhs-supervisor-name   to ws-sup-name
                          perform 0305-FIND-SUPERVISOR
                       end-if
                 end-read
              end-perform
              close disposition-history-file
           else
              if ws-disp-status not = "35"
                 display "WARN  disposition history unavailable, "
                         "status " ws-disp-status
                         ", supervisor peers from voids only"
              end-if
           end-if.

      ****************************************************************
      * 0400 - EVERY PAIR OF THE WEEK'S TICKETS. One vehicle twice
      * inside the window is a duplicate; one gross weight twice on
      * a vehicle, or twice under one operator, is a repeat.
      ****************************************************************
       0400-CHECK-TICKET-PAIRS.
           move 1 to ws-tkt-sub
           perform until ws-tkt-sub >= ws-ticket-count
              perform 0410-CHECK-LATER-TICKETS
              add 1 to ws-tkt-sub
           end-perform.

       0410-CHECK-LATER-TICKETS.
           compute ws-pair-sub = ws-tkt-sub + 1
           perform until ws-pair-sub > ws-ticket-count
              if wtk-vehicle-sub (ws-pair-sub)
                 = wtk-vehicle-sub (ws-tkt-sub)
                 if wtk-minute (ws-pair-sub) > wtk-minute (ws-tkt-sub)
                    compute ws-minute-gap = wtk-minute (ws-pair-sub)
                                          - wtk-minute (ws-tkt-sub)
                 else
                    compute ws-minute-gap = wtk-minute (ws-tkt-sub)
                                          - wtk-minute (ws-pair-sub)
                 end-if
                 if ws-minute-gap not > ws-repeat-minutes
                    perform 0420-COUNT-DOUBLE
                 end-if
                 if wtk-gross-kg (ws-pair-sub)
                    = wtk-gross-kg (ws-tkt-sub)
                    add 1 to ws-repeat-count
                    add 1 to vft-repeats (wtk-vehicle-sub (ws-tkt-sub))
                 end-if
              end-if
              if wtk-operator-sub (ws-pair-sub) > zero
                 and wtk-operator-sub (ws-pair-sub)
                     = wtk-operator-sub (ws-tkt-sub)
                 and wtk-gross-kg (ws-pair-sub)
                     = wtk-gross-kg (ws-tkt-sub)
                 move wtk-operator-sub (ws-pair-sub) to ws-opr-sub
                 add 1 to oft-repeats (ws-opr-sub)
              end-if
              add 1 to ws-pair-sub
           end-perform.

      ****************************************************************
      * 0420 - THE LATER TICKET'S OPERATOR IS THE ONE WHO WEIGHED THE
      * SAME TRUCK AGAIN
      ****************************************************************
       0420-COUNT-DOUBLE.
           add 1 to ws-double-count
           add 1 to vft-doubles (wtk-vehicle-sub (ws-tkt-sub))
           if wtk-minute (ws-pair-sub) < wtk-minute (ws-tkt-sub)
              move wtk-operator-sub (ws-tkt-sub) to ws-opr-sub
           else
              move wtk-operator-sub (ws-pair-sub) to ws-opr-sub
           end-if
           if ws-opr-sub > zero
              add 1 to oft-doubles (ws-opr-sub)
           end-if.

      ****************************************************************
      * 0500 - TARE CREEP. Oldest week first, a vehicle's average
      * tare must rise every week it was weighed, over at least
      * three weeks including the week analysed, and end more than
      * the creep allowance above where it started.
      ****************************************************************
       0500-CHECK-TARE-CREEP.
           move 1 to ws-veh-sub
           perform until ws-veh-sub > ws-vehicle-count
              if vft-tickets (ws-veh-sub) > zero
                 perform 0510-CHECK-ONE-VEHICLE-TARE
              end-if
              add 1 to ws-veh-sub
           end-perform.

       0510-CHECK-ONE-VEHICLE-TARE.
           move zero to ws-weeks-with-data
           move zero to ws-prev-avg-kg
           move "Y"  to ws-rising-switch
           move ws-tare-weeks to ws-week-sub
           perform until ws-week-sub < 1
              if vft-tare-count (ws-veh-sub ws-week-sub) > zero
                 compute ws-week-avg-kg rounded =
                         vft-tare-sum-kg (ws-veh-sub ws-week-sub)
                       / vft-tare-count (ws-veh-sub ws-week-sub)
                 add 1 to ws-weeks-with-data
                 if ws-weeks-with-data = 1
                    move ws-week-avg-kg
                         to vft-first-avg-kg (ws-veh-sub)
                 else
                    if ws-week-avg-kg not > ws-prev-avg-kg
                       move "N" to ws-rising-switch
                    end-if
                 end-if
                 move ws-week-avg-kg to ws-prev-avg-kg
                 move ws-week-avg-kg to vft-last-avg-kg (ws-veh-sub)
              end-if
              subtract 1 from ws-week-sub
           end-perform
           if ws-rising
              and ws-weeks-with-data not < FRD-CREEP-MIN-WEEKS
              and vft-last-avg-kg (ws-veh-sub)
                  - vft-first-avg-kg (ws-veh-sub) > ws-creep-kg
              move "Y" to vft-creep-switch (ws-veh-sub)
              add 1 to ws-creep-count
           end-if.

      ****************************************************************
      * 0600 - SCORE EVERYONE, MEASURING EACH OPERATOR'S EXCEPTION
      * AND VOID RATES AGAINST THE SITE'S AND EACH SUPERVISOR'S
      * VOIDS AGAINST THE AVERAGE OF THE OTHER SUPERVISORS'
      ****************************************************************
       0600-COMPARE-PEERS.
           move 1 to ws-veh-sub
           perform until ws-veh-sub > ws-vehicle-count
              compute vft-score (ws-veh-sub) =
                      (vft-doubles (ws-veh-sub) * FRD-PTS-DOUBLE)
                    + (vft-repeats (ws-veh-sub) * FRD-PTS-REPEAT)
                    + (vft-rounds (ws-veh-sub) * FRD-PTS-ROUND)
              if vft-tare-creeping (ws-veh-sub)
                 add FRD-PTS-CREEP to vft-score (ws-veh-sub)
              end-if
              add 1 to ws-veh-sub
           end-perform

           move 1 to ws-opr-sub
           perform until ws-opr-sub > ws-operator-count
              add oft-tickets (ws-opr-sub)    to ws-site-tickets
              add oft-exceptions (ws-opr-sub) to ws-site-exceptions
              add oft-voids (ws-opr-sub)      to ws-site-voids
              add 1 to ws-opr-sub
           end-perform
           if ws-site-tickets > zero
              compute ws-site-exc-pct rounded =
                      ws-site-exceptions * 100 / ws-site-tickets
              compute ws-site-void-pct rounded =
                      ws-site-voids * 100 / ws-site-tickets
           end-if

           move 1 to ws-opr-sub
           perform until ws-opr-sub > ws-operator-count
              perform 0610-SCORE-ONE-OPERATOR
              add 1 to ws-opr-sub
           end-perform

           move 1 to ws-sup-sub
           perform until ws-sup-sub > ws-supervisor-count
              compute sft-score (ws-sup-sub) =
                      sft-voids (ws-sup-sub) * FRD-PTS-VOID
              move zero to ws-mean-voids
              compute ws-peer-count = ws-supervisor-count - 1
              if ws-peer-count > zero
                 compute ws-mean-voids rounded =
                         (ws-super-voids - sft-voids (ws-sup-sub))
                       / ws-peer-count
              end-if
              if ws-peer-count > zero
                 and sft-voids (ws-sup-sub) not < FRD-OUTLIER-MIN
                 and sft-voids (ws-sup-sub)
                     > ws-mean-voids * FRD-OUTLIER-FACTOR
                 move "Y" to sft-void-high-switch (ws-sup-sub)
                 add FRD-PTS-OUTLIER to sft-score (ws-sup-sub)
              end-if
              add 1 to ws-sup-sub
           end-perform.

       0610-SCORE-ONE-OPERATOR.
           move zero to ws-opr-exc-pct
           move zero to ws-opr-void-pct
           if oft-tickets (ws-opr-sub) > zero
              compute ws-opr-exc-pct rounded =
                      oft-exceptions (ws-opr-sub) * 100
                    / oft-tickets (ws-opr-sub)
              compute ws-opr-void-pct rounded =
                      oft-voids (ws-opr-sub) * 100
                    / oft-tickets (ws-opr-sub)
           end-if
           compute oft-score (ws-opr-sub) =
                   (oft-doubles (ws-opr-sub) * FRD-PTS-DOUBLE)
                 + (oft-repeats (ws-opr-sub) * FRD-PTS-REPEAT)
                 + (oft-rounds (ws-opr-sub) * FRD-PTS-ROUND)
           if oft-exceptions (ws-opr-sub) not < FRD-OUTLIER-MIN
              and ws-opr-exc-pct > ws-site-exc-pct * FRD-OUTLIER-FACTOR
              move "Y" to oft-exc-high-switch (ws-opr-sub)
              add FRD-PTS-OUTLIER to oft-score (ws-opr-sub)
           end-if
           if oft-voids (ws-opr-sub) not < FRD-OUTLIER-MIN
              and ws-opr-void-pct
                  > ws-site-void-pct * FRD-OUTLIER-FACTOR
              move "Y" to oft-void-high-switch (ws-opr-sub)
              add FRD-PTS-OUTLIER to oft-score (ws-opr-sub)
           end-if.

      ****************************************************************
      * 0700 - VEHICLES, WORST FIRST. Only vehicles with a score are
      * listed; the worst at alert level raise FRAUDVEH.
      ****************************************************************
       0700-RANK-VEHICLES.
           move "VEHICLE SUSPICION RANKING" to ry-fraud-line
           write ry-fraud-line
           move ws-vehicle-headings to ry-fraud-line
           write ry-fraud-line
           move zero to ws-rank
           move zero to ws-section-alerts
           move 1 to ws-best-sub
           perform until ws-best-sub = zero
              move zero to ws-best-sub
              move zero to ws-best-score
              move 1 to ws-veh-sub
              perform until ws-veh-sub > ws-vehicle-count
                 if not vft-ranked (ws-veh-sub)
                    and vft-score (ws-veh-sub) > ws-best-score
                    move ws-veh-sub to ws-best-sub
                    move vft-score (ws-veh-sub) to ws-best-score
                 end-if
                 add 1 to ws-veh-sub
              end-perform
              if ws-best-sub > zero
                 perform 0710-WRITE-ONE-VEHICLE
              end-if
           end-perform
           if ws-rank = zero
              move "  (no vehicle shows a pattern)" to ry-fraud-line
              write ry-fraud-line
           end-if
           move spaces to ry-fraud-line
           write ry-fraud-line.

       0710-WRITE-ONE-VEHICLE.
           move ws-best-sub to ws-veh-sub
           move "Y" to vft-ranked-switch (ws-veh-sub)
           add 1 to ws-rank
           move ws-rank                        to vfd-rank
           move vft-vehicle-reg (ws-veh-sub)   to vfd-vehicle-reg
           move vft-tickets (ws-veh-sub)       to vfd-tickets
           move vft-doubles (ws-veh-sub)       to vfd-doubles
           move vft-repeats (ws-veh-sub)       to vfd-repeats
           move vft-rounds (ws-veh-sub)        to vfd-rounds
           move vft-first-avg-kg (ws-veh-sub)  to vfd-first-avg
           move vft-last-avg-kg (ws-veh-sub)   to vfd-last-avg
           if vft-tare-creeping (ws-veh-sub)
              move "CREEP" to vfd-creep-flag
           else
              move spaces to vfd-creep-flag
           end-if
           move vft-score (ws-veh-sub)         to vfd-score
           move ws-vehicle-detail to ry-fraud-line
           write ry-fraud-line

           if vft-score (ws-veh-sub) not < ws-alert-score
              and ws-section-alerts < FRD-MAX-ALERTS
              move vft-score (ws-veh-sub) to ws-disp-score
              move "FRAUDVEH" to ws-alert-code
              string "Vehicle " vft-vehicle-reg (ws-veh-sub)
                     " fraud score " ws-disp-score
                     " week to " ws-week-end-date
                     delimited by size into ws-alert-text
              end-string
              perform 0790-RAISE-FRAUD-ALERT
           end-if.

      ****************************************************************
      * 0720 - OPERATORS, WORST FIRST (FRAUDOPR)
      ****************************************************************
       0720-RANK-OPERATORS.
           move "OPERATOR SUSPICION RANKING" to ry-fraud-line
           write ry-fraud-line
           move ws-site-exc-pct  to ws-disp-pct
           move ws-site-void-pct to ws-disp-pct-2
           move spaces to ry-fraud-line
           string "  site exception rate " ws-disp-pct
                  " pct, void rate " ws-disp-pct-2 " pct"
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move ws-operator-headings to ry-fraud-line
           write ry-fraud-line
           move zero to ws-rank
           move zero to ws-section-alerts
           move 1 to ws-best-sub
           perform until ws-best-sub = zero
              move zero to ws-best-sub
              move zero to ws-best-score
              move 1 to ws-opr-sub
              perform until ws-opr-sub > ws-operator-count
                 if not oft-ranked (ws-opr-sub)
                    and oft-score (ws-opr-sub) > ws-best-score
                    move ws-opr-sub to ws-best-sub
                    move oft-score (ws-opr-sub) to ws-best-score
                 end-if
                 add 1 to ws-opr-sub
              end-perform
              if ws-best-sub > zero
                 perform 0730-WRITE-ONE-OPERATOR
              end-if
           end-perform
           if ws-rank = zero
              move "  (no operator shows a pattern)" to ry-fraud-line
              write ry-fraud-line
           end-if
           move spaces to ry-fraud-line
           write ry-fraud-line.

       0730-WRITE-ONE-OPERATOR.
           move ws-best-sub to ws-opr-sub
           move "Y" to oft-ranked-switch (ws-opr-sub)
           add 1 to ws-rank
           move ws-rank                       to ofd-rank
           move oft-userid (ws-opr-sub)       to ofd-userid
           move oft-name (ws-opr-sub)         to ofd-name
           move oft-tickets (ws-opr-sub)      to ofd-tickets
           move oft-exceptions (ws-opr-sub)   to ofd-exceptions
           move zero to ws-opr-exc-pct
           if oft-tickets (ws-opr-sub) > zero
              compute ws-opr-exc-pct rounded =
                      oft-exceptions (ws-opr-sub) * 100
                    / oft-tickets (ws-opr-sub)
           end-if
           move ws-opr-exc-pct                to ofd-exc-pct
           move oft-voids (ws-opr-sub)        to ofd-voids
           move oft-doubles (ws-opr-sub)      to ofd-doubles
           move oft-repeats (ws-opr-sub)      to ofd-repeats
           move oft-rounds (ws-opr-sub)       to ofd-rounds
           move spaces to ofd-flags
           evaluate true
              when oft-exc-high (ws-opr-sub)
                 and oft-void-high (ws-opr-sub)
                 move "EXC HIGH VOID HIGH" to ofd-flags
              when oft-exc-high (ws-opr-sub)
                 move "EXC HIGH" to ofd-flags
              when oft-void-high (ws-opr-sub)
                 move "VOID HIGH" to ofd-flags
           end-evaluate
           move oft-score (ws-opr-sub)        to ofd-score
           move ws-operator-detail to ry-fraud-line
           write ry-fraud-line

           if oft-score (ws-opr-sub) not < ws-alert-score
              and ws-section-alerts < FRD-MAX-ALERTS
              move oft-score (ws-opr-sub) to ws-disp-score
              move "FRAUDOPR" to ws-alert-code
              string "Operator " oft-userid (ws-opr-sub)
                     " fraud score " ws-disp-score
                     " week to " ws-week-end-date
                     delimited by size into ws-alert-text
              end-string
              perform 0790-RAISE-FRAUD-ALERT
           end-if.

      ****************************************************************
      * 0740 - SUPERVISORS BY VOIDS, WORST FIRST (FRAUDSUP)
      ****************************************************************
       0740-RANK-SUPERVISORS.
           move "SUPERVISOR VOID RANKING" to ry-fraud-line
           write ry-fraud-line
           move zero to ws-site-mean-voids
           if ws-supervisor-count > zero
              compute ws-site-mean-voids rounded =
                      ws-super-voids / ws-supervisor-count
           end-if
           move ws-site-mean-voids to ws-disp-mean
           move spaces to ry-fraud-line
           string "  voids in the week " ws-voids-in-week
                  ", average per supervisor " ws-disp-mean
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move ws-supervisor-headings to ry-fraud-line
           write ry-fraud-line
           move zero to ws-rank
           move zero to ws-section-alerts
           move 1 to ws-best-sub
           perform until ws-best-sub = zero
              move zero to ws-best-sub
              move zero to ws-best-score
              move 1 to ws-sup-sub
              perform until ws-sup-sub > ws-supervisor-count
                 if not sft-ranked (ws-sup-sub)
                    and sft-score (ws-sup-sub) > ws-best-score
                    move ws-sup-sub to ws-best-sub
                    move sft-score (ws-sup-sub) to ws-best-score
                 end-if
                 add 1 to ws-sup-sub
              end-perform
              if ws-best-sub > zero
                 perform 0750-WRITE-ONE-SUPERVISOR
              end-if
           end-perform
           if ws-rank = zero
              move "  (no voids in the week)" to ry-fraud-line
              write ry-fraud-line
           end-if
           move spaces to ry-fraud-line
           write ry-fraud-line.

       0750-WRITE-ONE-SUPERVISOR.
           move ws-best-sub to ws-sup-sub
           move "Y" to sft-ranked-switch (ws-sup-sub)
           add 1 to ws-rank
           move ws-rank                  to sfd-rank
           move sft-userid (ws-sup-sub)  to sfd-userid
           move sft-name (ws-sup-sub)    to sfd-name
           move sft-voids (ws-sup-sub)   to sfd-voids
           if sft-void-high (ws-sup-sub)
              move "VOID HIGH" to sfd-flags
           else
              move spaces to sfd-flags
           end-if
           move sft-score (ws-sup-sub)   to sfd-score
           move ws-supervisor-detail to ry-fraud-line
           write ry-fraud-line

           if sft-score (ws-sup-sub) not < ws-alert-score
              and ws-section-alerts < FRD-MAX-ALERTS
              move sft-score (ws-sup-sub) to ws-disp-score
              move "FRAUDSUP" to ws-alert-code
              string "Supervisor " sft-userid (ws-sup-sub)
                     " void score " ws-disp-score
                     " week to " ws-week-end-date
                     delimited by size into ws-alert-text
              end-string
              perform 0790-RAISE-FRAUD-ALERT
           end-if.

       0790-RAISE-FRAUD-ALERT.
           add 1 to ws-section-alerts
           add 1 to ws-alerts-raised
           move "WARN " to ws-alert-severity
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
      * 0800 - RUN TOTALS
      ****************************************************************
       0800-WRITE-FRAUD-SUMMARY.
           move spaces to ry-fraud-line
           string "Tickets read      : " ws-tickets-read
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Tickets in week   : " ws-tickets-in-week
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Tickets for tare  : " ws-tickets-in-window
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move ws-vehicle-count to ws-disp-count
           move spaces to ry-fraud-line
           string "Vehicles          : " ws-disp-count
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move ws-operator-count to ws-disp-count
           move spaces to ry-fraud-line
           string "Operators         : " ws-disp-count
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Duplicate pairs   : " ws-double-count
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Same-gross pairs  : " ws-repeat-count
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Round weights     : " ws-round-count
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Tare creep        : " ws-creep-count
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Voids in week     : " ws-voids-in-week
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           move spaces to ry-fraud-line
           string "Alerts raised     : " ws-alerts-raised
                  delimited by size into ry-fraud-line
           write ry-fraud-line
           display "Fraud-pattern analysis for week to "
                   ws-week-end-date " complete, "
                   ws-alerts-raised " alerts raised".

      ****************************************************************
      * 0900 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0900-FINALIZE.
           close alert-event-file
           close fraud-report-file.
