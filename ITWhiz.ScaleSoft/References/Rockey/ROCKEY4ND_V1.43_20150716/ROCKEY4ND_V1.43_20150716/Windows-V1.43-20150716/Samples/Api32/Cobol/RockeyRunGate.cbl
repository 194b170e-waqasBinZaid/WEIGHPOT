       $set case
      ****************************************************************
      *                                                              *
      *                      RockeyRunGate.cbl                       *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyRunGate.

      ****************************************************************
      *                                                              *
      * Nightly job-stream gatekeeper. The scheduler runs this as    *
      * the step in front of every program in the nightly chain      *
      * (RockeyRunSteps.cpy) and only starts the program on          *
      * RETURN-CODE 0. It reads the site's run-control file          *
      * (RockeyRunControl.cpy) and refuses the step unless every     *
      * daily step ahead of it has completed for the same business   *
      * date - its latest run that day has an end row, with a        *
      * RETURN-CODE its own conventions count as completed. A start  *
      * row with no end row after it is a run that halted or         *
      * abended part-way, which is exactly what must not be built    *
      * on: no register or head-office extract is cut from a master  *
      * RockeyExample only half posted.                              *
      *                                                              *
      * The month-end billing step works out its date the way        *
      * RockeyBillingExtract does: with ROCKEY_BILLING_MONTH         *
      * (YYYYMM) set, as on the first for the month just ended, it   *
      * is the last day of that month, and the daily steps of that   *
      * day must have completed. With it unset the step is only due  *
      * when the business date is the last day of its month; on any  *
      * other night it is simply not due - no G row, no alert.       *
      *                                                              *
      * A refusal is displayed for the job log, recorded on the      *
      * run-control file as a G row (so the morning run sheet shows  *
      * the step as held, and why) and raised as a RUNGATE ERROR     *
      * alert event.                                                 *
      *                                                              *
      * ROCKEY_GATE_STEP names the program about to run, as it       *
      * appears in RockeyRunSteps.cpy. ROCKEY_BUSINESS_DATE          *
      * (YYYYMMDD) is the date the night's chain is processing,      *
      * default today - the same variable the chain programs fall    *
      * back on, so setting it once keeps every step on one date.    *
      * The site id comes from ROCKEY_SITE_ID as in the nightly job. *
      *                                                              *
      * RETURN-CODE 0 the step may start, 1 refused, 2 the step is   *
      * not in the job stream or the run-control file could not be   *
      * read, 3 the month-end step is not due tonight (skip it,      *
      * nothing is wrong).                                           *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select run-control-file
               assign to ws-run-control-file-name
               organization line sequential
               file status is ws-run-control-status.

           select alert-event-file
               assign to ws-alert-file-name
               organization line sequential
               file status is ws-alert-status.

       data division.
       file section.
       copy "RockeyRunControl.cpy".
       copy "RockeyAlertEvent.cpy".

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 GAT-EXIT-GO                 value 0.
       78 GAT-EXIT-REFUSED            value 1.
       78 GAT-EXIT-FILE-FAILED        value 2.
       78 GAT-EXIT-NOT-DUE            value 3.

       01 ws-exit-status        pic 9(4)  value GAT-EXIT-GO.

       copy "RockeyRunSteps.cpy".

       01 ws-run-control-file-name pic x(60)
               value "./Data/RockeyRunControl.dat".
       01 ws-run-control-status pic xx    value spaces.
       01 ws-alert-file-name    pic x(60) value spaces.
       01 ws-alert-status       pic xx    value spaces.

       01 ws-gate-step          pic x(20) value spaces.
       01 ws-gate-step-no       pic 9(4)  comp-5 value zero.
       01 ws-business-date      pic x(8)  value spaces.
       01 ws-site-id            pic x(6)  value spaces.
       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

       01 ws-date-num           pic 9(8)  value zero.
       01 ws-next-date-num      pic 9(8)  value zero.
       01 ws-next-date redefines ws-next-date-num.
           05 ws-next-yyyymm        pic 9(6).
           05 ws-next-dd            pic 9(2).

       01 ws-file-eof-switch    pic x     value "N".
           88 ws-file-eof           value "Y".
       01 ws-refused-switch     pic x     value "N".
           88 ws-step-refused       value "Y".
       01 ws-not-due-switch     pic x     value "N".
           88 ws-step-not-due       value "Y".
       01 ws-billing-month      pic x(6)  value spaces.

      ****************************************************************
      * THE LATEST START OR END ROW SEEN FOR EACH STEP ON THE
      * BUSINESS DATE - blank event for a step with no row at all
      ****************************************************************
       01 ws-step-state-table.
           05 ws-step-state occurs 6.
               10 wss-last-event    pic x.
                   88 wss-not-run       value space.
                   88 wss-started       value "S".
                   88 wss-ended         value "E".
               10 wss-start-timestamp pic x(21).
               10 wss-return-code   pic 9(4).

       01 ws-sub                pic 9(4)  comp-5 value zero.
       01 ws-row-step-no        pic 9(4)  comp-5 value zero.
       01 ws-blocking-step      pic x(20) value spaces.
       01 ws-reason             pic x(44) value spaces.
       01 ws-disp-rc            pic 9(4)  value zero.
       01 ws-disp-time          pic x(8)  value spaces.

       01 ws-alert-severity     pic x(5)  value spaces.
       01 ws-alert-code         pic x(8)  value spaces.
       01 ws-alert-text         pic x(60) value spaces.

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-gate-step-no = zero
              move GAT-EXIT-FILE-FAILED to ws-exit-status
           else
              if rst-month-end (ws-gate-step-no)
                 perform 0200-CHECK-MONTH-END
              end-if
              if ws-step-not-due
                 display "NOT DUE " ws-gate-step " for " ws-site-id
                         " - " ws-business-date
                         " is not the last day of its month"
                 move GAT-EXIT-NOT-DUE to ws-exit-status
              else
              if not ws-step-refused
                 perform 0300-READ-RUN-CONTROL
                 if ws-run-control-status = "00"
                    perform 0400-CHECK-PREREQUISITES
                 else
                    move GAT-EXIT-FILE-FAILED to ws-exit-status
                 end-if
              end-if
              if ws-step-refused
                 perform 0500-RECORD-REFUSAL
                 move GAT-EXIT-REFUSED to ws-exit-status
              end-if
              end-if
           end-if

           if ws-exit-status = GAT-EXIT-GO
              display "GO      " ws-gate-step " may start for "
                      ws-site-id " business date " ws-business-date
           end-if

           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE STEP, BUSINESS DATE AND SITE
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-gate-step from environment "ROCKEY_GATE_STEP"
           on exception
               move spaces to ws-gate-step
           end-accept

           accept ws-business-date from environment
                   "ROCKEY_BUSINESS_DATE"
           on exception
               move spaces to ws-business-date
           end-accept
           if ws-business-date = spaces
              or ws-business-date not numeric
              move ws-run-date to ws-business-date
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

           move zero to ws-gate-step-no
           move 1 to ws-sub
           perform until ws-gate-step-no not = zero
                      or ws-sub > ry-run-step-count
              if rst-step-name (ws-sub) = ws-gate-step
                 move ws-sub to ws-gate-step-no
              end-if
              add 1 to ws-sub
           end-perform

           if ws-gate-step-no = zero
              display "FATAL ROCKEY_GATE_STEP '" ws-gate-step
                      "' is not a step of the nightly job stream"
           end-if.

      ****************************************************************
      * 0200 - THE MONTH-END STEP'S OWN DATE. A billing month named
      * in ROCKEY_BILLING_MONTH makes the business date the last day
      * of that month, as RockeyBillingExtract records it; otherwise
      * the step is only due when the next day is the first of a
      * month.
      ****************************************************************
       0200-CHECK-MONTH-END.
           accept ws-billing-month from environment
                   "ROCKEY_BILLING_MONTH"
           on exception
               move spaces to ws-billing-month
           end-accept

           if ws-billing-month not = spaces
              and ws-billing-month numeric
              string ws-billing-month "01" delimited by size
                     into ws-business-date
              end-string
              move ws-business-date to ws-date-num
              compute ws-date-num =
                      function date-of-integer
                      (function integer-of-date (ws-date-num) + 31)
              move ws-date-num to ws-business-date
              move "01" to ws-business-date (7:2)
              move ws-business-date to ws-date-num
              compute ws-date-num =
                      function date-of-integer
                      (function integer-of-date (ws-date-num) - 1)
              move ws-date-num to ws-business-date
           else
              move ws-business-date to ws-date-num
              compute ws-next-date-num =
                      function date-of-integer
                      (function integer-of-date (ws-date-num) + 1)
              if ws-next-dd not = 1
                 move "Y" to ws-not-due-switch
              end-if
           end-if.

      ****************************************************************
      * 0300 - ONE PASS OF THE RUN-CONTROL FILE, KEEPING THE LATEST
      * START OR END ROW PER STEP FOR THIS SITE AND DATE. No file
      * yet is not an error - nothing has run, and the first step
      * needs nothing before it.
      ****************************************************************
       0300-READ-RUN-CONTROL.
           move 1 to ws-sub
           perform until ws-sub > ry-run-step-count
              move space  to wss-last-event (ws-sub)
              move spaces to wss-start-timestamp (ws-sub)
              move zero   to wss-return-code (ws-sub)
              add 1 to ws-sub
           end-perform

           open input run-control-file
           if ws-run-control-status = "35"
              move "00" to ws-run-control-status
           else
              if ws-run-control-status = "00"
                 move "N" to ws-file-eof-switch
                 perform until ws-file-eof
                            or ws-run-control-status not = "00"
                    read run-control-file
                       at end
                          move "Y" to ws-file-eof-switch
                       not at end
                          if rcl-site-id = ws-site-id
                             and rcl-business-date = ws-business-date
                             perform 0310-APPLY-ROW
                          end-if
                    end-read
                 end-perform
                 if ws-file-eof
                    move "00" to ws-run-control-status
                 end-if
                 close run-control-file
              end-if
              if ws-run-control-status not = "00"
                 display "FATAL unable to read run-control file "
                         ws-run-control-file-name ", status "
                         ws-run-control-status
              end-if
           end-if.

       0310-APPLY-ROW.
           move zero to ws-row-step-no
           move 1 to ws-sub
           perform until ws-row-step-no not = zero
                      or ws-sub > ry-run-step-count
              if rst-step-name (ws-sub) = rcl-step-name
                 move ws-sub to ws-row-step-no
              end-if
              add 1 to ws-sub
           end-perform

           if ws-row-step-no not = zero
              evaluate true
                 when rcl-step-started
                    move "S" to wss-last-event (ws-row-step-no)
                    move rcl-start-timestamp
                         to wss-start-timestamp (ws-row-step-no)
                    move zero to wss-return-code (ws-row-step-no)
                 when rcl-step-ended
                    move "E" to wss-last-event (ws-row-step-no)
                    move rcl-start-timestamp
                         to wss-start-timestamp (ws-row-step-no)
                    move rcl-return-code
                         to wss-return-code (ws-row-step-no)
              end-evaluate
           end-if.

      ****************************************************************
      * 0400 - EVERY DAILY STEP AHEAD OF THIS ONE MUST HAVE
      * COMPLETED. Checked from the front, so the refusal names the
      * first step that broke the chain.
      ****************************************************************
       0400-CHECK-PREREQUISITES.
           move 1 to ws-sub
           perform until ws-sub >= ws-gate-step-no
                      or ws-step-refused
              if rst-daily (ws-sub)
                 perform 0410-CHECK-ONE-STEP
              end-if
              add 1 to ws-sub
           end-perform.

       0410-CHECK-ONE-STEP.
           evaluate true
              when wss-not-run (ws-sub)
                 move "Y" to ws-refused-switch
                 string rst-step-name (ws-sub) delimited by space
                        " not run for " ws-business-date
                        delimited by size into ws-reason
                 end-string
              when wss-started (ws-sub)
                 move "Y" to ws-refused-switch
                 string rst-step-name (ws-sub) delimited by space
                        " started but never ended"
                        delimited by size into ws-reason
                 end-string
                 string wss-start-timestamp (ws-sub) (9:2) ":"
                        wss-start-timestamp (ws-sub) (11:2) ":"
                        wss-start-timestamp (ws-sub) (13:2)
                        delimited by size into ws-disp-time
                 end-string
                 display "CHECK   " rst-step-name (ws-sub)
                         " started " ws-disp-time
                         " and has no end row - halted or abended"
              when wss-return-code (ws-sub)
                      > rst-highest-ok-rc (ws-sub)
                   and wss-return-code (ws-sub)
                      not = rst-also-ok-rc (ws-sub)
                 move "Y" to ws-refused-switch
                 move wss-return-code (ws-sub) to ws-disp-rc
                 string rst-step-name (ws-sub) delimited by space
                        " ended RETURN-CODE " ws-disp-rc
                        delimited by size into ws-reason
                 end-string
              when other
                 move wss-return-code (ws-sub) to ws-disp-rc
                 display "CHECK   " rst-step-name (ws-sub)
                         " completed, RETURN-CODE " ws-disp-rc
           end-evaluate

           if ws-step-refused
              move rst-step-name (ws-sub) to ws-blocking-step
           end-if.

      ****************************************************************
      * 0500 - TELL THE JOB LOG, THE RUN-CONTROL FILE AND THE ALERT
      * FEED WHY THE STEP WAS HELD
      ****************************************************************
       0500-RECORD-REFUSAL.
           display "REFUSED " ws-gate-step " for " ws-site-id
                   " business date " ws-business-date " - " ws-reason

           move spaces to ry-run-control-record
           move ws-site-id       to rcl-site-id
           move ws-business-date to rcl-business-date
           move ws-gate-step     to rcl-step-name
           move "G"              to rcl-event
           move ws-timestamp     to rcl-end-timestamp
           move GAT-EXIT-REFUSED to rcl-return-code
           move zero to rcl-count-value (1)
           move zero to rcl-count-value (2)
           move zero to rcl-count-value (3)
           move ws-reason        to rcl-reason

           open extend run-control-file
           if ws-run-control-status not = "00"
              and ws-run-control-status not = "05"
              close run-control-file
              open output run-control-file
           end-if
           if ws-run-control-status = "00"
              or ws-run-control-status = "05"
              write ry-run-control-record
              close run-control-file
           else
              display "WARN  unable to record the refusal on "
                      ws-run-control-file-name ", status "
                      ws-run-control-status
           end-if

           move "ERROR"    to ws-alert-severity
           move "RUNGATE"  to ws-alert-code
           string ws-gate-step delimited by space
                  " stopped: " delimited by size
                  ws-blocking-step delimited by space
                  " incomplete" delimited by size
                  into ws-alert-text
           end-string

           open extend alert-event-file
           if ws-alert-status not = "00"
              and ws-alert-status not = "05"
              close alert-event-file
              open output alert-event-file
           end-if
           if ws-alert-status = "00" or ws-alert-status = "05"
              move ws-timestamp      to ale-timestamp
              move ws-site-id        to ale-site-id
              move ws-alert-severity to ale-severity
              move ws-alert-code     to ale-event-code
              move ws-alert-text     to ale-text
              write ry-alert-event-record
              close alert-event-file
           end-if.
