       $set case
      ****************************************************************
      *                                                              *
      *                      RockeyRunSheet.cbl                      *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyRunSheet.

      ****************************************************************
      *                                                              *
      * Head-office morning run sheet for the nightly job stream.    *
      * Each site's run-control file (RockeyRunControl.cpy) is       *
      * transferred in overnight as                                  *
      *     ./Data/RockeyRunControl.<site-id>.dat                    *
      * and this program prints, for one business date, every site's *
      * batch step by step in job-stream order (RockeyRunSteps.cpy): *
      * start and end time, RETURN-CODE, the step's own counts, how  *
      * many times it was started, and a status -                    *
      *   COMPLETE  ended with a RETURN-CODE that counts as done     *
      *   FAILED    ended with any other RETURN-CODE                 *
      *   NO END    started and never ended - halted, abended or     *
      *             still running                                    *
      *   HELD      refused by RockeyRunGate, with the reason        *
      *   NOT RUN   no row at all                                    *
      *   NOT DUE   month-end step on any other business date        *
      * A step that ran although one ahead of it had not completed,  *
      * or started before the step ahead of it last ended, is marked *
      * underneath - that is an extract cut from a half-posted       *
      * master, and it is flagged here rather than found at 07:00.   *
      *                                                              *
      * The site list comes from RockeySiteParams.dat, as for the    *
      * fleet summary; a site with no transferred run-control file   *
      * is itself a problem ("run control not received"). Sites      *
      * needing attention are listed again at the end of the sheet.  *
      *                                                              *
      * The business date is ROCKEY_RUNSHEET_DATE (YYYYMMDD), else   *
      * ROCKEY_BUSINESS_DATE, else yesterday - the morning sheet is  *
      * about last night's batch.                                    *
      *                                                              *
      * RETURN-CODE is the number of sites whose batch is not        *
      * COMPLETE, so the scheduler can page on nonzero; 99 when the  *
      * sheet could not be written or there are no sites.            *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select site-param-file
               assign to ws-site-param-file-name
               organization line sequential
               file status is ws-site-param-status.

           select run-control-file
               assign to ws-run-control-file-name
               organization line sequential
               file status is ws-run-control-status.

           select run-sheet-file
               assign to ws-sheet-file-name
               organization line sequential
               file status is ws-sheet-status.

       data division.
       file section.
       copy "RockeySiteParams.cpy".
       copy "RockeyRunControl.cpy".

       fd  run-sheet-file.
       01  ry-sheet-line              pic x(132).

       working-storage section.
       01 ws-exit-status        pic 9(4)  value zero.

       copy "RockeyRunSteps.cpy".

       01 ws-site-param-file-name pic x(60)
               value "./Data/RockeySiteParams.dat".
       01 ws-site-param-status  pic xx    value spaces.
       01 ws-run-control-file-name pic x(60) value spaces.
       01 ws-run-control-status pic xx    value spaces.
       01 ws-sheet-file-name    pic x(60) value spaces.
       01 ws-sheet-status       pic xx    value spaces.

       01 ws-business-date      pic x(8)  value spaces.
       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

       01 ws-date-num           pic 9(8)  value zero.
       01 ws-next-date-num      pic 9(8)  value zero.
       01 ws-next-date redefines ws-next-date-num.
           05 ws-next-yyyymm        pic 9(6).
           05 ws-next-dd            pic 9(2).
       01 ws-month-end-switch   pic x     value "N".
           88 ws-month-end-due      value "Y".

       01 ws-load-eof-switch    pic x     value "N".
           88 ws-load-eof           value "Y".
       01 ws-file-eof-switch    pic x     value "N".
           88 ws-file-eof           value "Y".

      ****************************************************************
      * ONE ROW PER SITE ON THE PARAMETER TABLE
      ****************************************************************
       01 ws-site-count         pic 9(4)  comp-5 value zero.
       01 ws-max-sites          pic 9(4)  comp-5 value 50.
       01 ws-site-table.
           05 ws-site-entry occurs 50.
               10 rss-site-id       pic x(6).
               10 rss-complete-flag pic x.
                   88 rss-site-complete  value "Y".
               10 rss-verdict       pic x(80).

      ****************************************************************
      * ONE SITE'S NIGHT, ONE ROW PER STEP - the latest start or end
      * row for the business date, plus any gatekeeper refusal
      ****************************************************************
       01 ws-step-state-table.
           05 ws-step-state occurs 6.
               10 wrs-last-event    pic x.
                   88 wrs-not-run       value space.
                   88 wrs-started       value "S".
                   88 wrs-ended         value "E".
               10 wrs-start-timestamp pic x(21).
               10 wrs-end-timestamp pic x(21).
               10 wrs-return-code   pic 9(4).
               10 wrs-count occurs 3.
                   15 wrs-count-label   pic x(10).
                   15 wrs-count-value   pic 9(7).
               10 wrs-start-count   pic 9(3).
               10 wrs-refused-count pic 9(3).
               10 wrs-held-flag     pic x.
                   88 wrs-last-was-held  value "Y".
               10 wrs-reason        pic x(44).
               10 wrs-status        pic x(8).
                   88 wrs-complete       value "COMPLETE".
                   88 wrs-not-due        value "NOT DUE".
               10 wrs-order-flag    pic x.
                   88 wrs-ran-ahead      value "A".
                   88 wrs-ran-early      value "O".

       01 ws-site-sub           pic 9(4)  comp-5 value zero.
       01 ws-step-sub           pic 9(4)  comp-5 value zero.
       01 ws-prev-sub           pic 9(4)  comp-5 value zero.
       01 ws-count-sub          pic 9(4)  comp-5 value zero.
       01 ws-row-step-no        pic 9(4)  comp-5 value zero.
       01 ws-stop-step-no       pic 9(4)  comp-5 value zero.
       01 ws-order-switch       pic x     value "N".
           88 ws-order-flagged      value "Y".
       01 ws-received-switch    pic x     value "N".
           88 ws-file-received      value "Y".

       01 ws-complete-count     pic 9(4)  value zero.
       01 ws-problem-count      pic 9(4)  value zero.
       01 ws-disp-site-count    pic 9(4)  value zero.
       01 ws-disp-time          pic x(8)  value spaces.

      ****************************************************************
      * RUN SHEET DETAIL LINE
      ****************************************************************
       01 ws-sheet-detail.
           05 rsd-step-no       pic 9.
           05 filler            pic xx    value spaces.
           05 rsd-step-name     pic x(20).
           05 filler            pic xx    value spaces.
           05 rsd-start         pic x(8).
           05 filler            pic xx    value spaces.
           05 rsd-end           pic x(8).
           05 filler            pic xx    value spaces.
           05 rsd-return-code   pic x(4).
           05 filler            pic xx    value spaces.
           05 rsd-status        pic x(8).
           05 filler            pic xx    value spaces.
           05 rsd-runs          pic zz9.
           05 filler            pic xx    value spaces.
           05 rsd-count occurs 3.
               10 rsd-count-label   pic x(10).
               10 rsd-count-value   pic z(6)9.
               10 filler            pic xx.

       01 ws-column-headings.
           05 filler pic x(3)  value "NO".
           05 filler pic x(22) value "PROGRAM".
           05 filler pic x(10) value "STARTED".
           05 filler pic x(10) value "ENDED".
           05 filler pic x(6)  value "RC".
           05 filler pic x(10) value "STATUS".
           05 filler pic x(5)  value "RUNS".
           05 filler pic x(6)  value "COUNTS".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-sheet-status not = "00"
              move 99 to ws-exit-status
           else
              if ws-site-count = zero
                 move "EXCEPTION - no sites on the site-parameter"
                      & " table, no run sheet produced"
                      to ry-sheet-line
                 write ry-sheet-line
                 move 99 to ws-exit-status
              else
                 perform 0300-REPORT-ONE-SITE
                    varying ws-site-sub from 1 by 1
                    until ws-site-sub > ws-site-count
                 perform 0500-WRITE-RUN-SHEET-SUMMARY
                 move ws-problem-count to ws-exit-status
              end-if
           end-if

           perform 0600-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK THE BUSINESS DATE, LOAD THE SITES, OPEN THE SHEET
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-business-date from environment
                   "ROCKEY_RUNSHEET_DATE"
           on exception
               move spaces to ws-business-date
           end-accept
           if ws-business-date = spaces
              accept ws-business-date from environment
                      "ROCKEY_BUSINESS_DATE"
              on exception
                  move spaces to ws-business-date
              end-accept
           end-if
           if ws-business-date = spaces
              or ws-business-date not numeric
              move ws-run-date to ws-date-num
              compute ws-date-num =
                      function date-of-integer
                      (function integer-of-date (ws-date-num) - 1)
              move ws-date-num to ws-business-date
           end-if

           move ws-business-date to ws-date-num
           compute ws-next-date-num =
                   function date-of-integer
                   (function integer-of-date (ws-date-num) + 1)
           if ws-next-dd = 1
              move "Y" to ws-month-end-switch
           end-if

           string "./Data/RockeyRunSheet" ws-business-date ".txt"
                  delimited by size into ws-sheet-file-name
           open output run-sheet-file
           if ws-sheet-status not = "00"
              display "FATAL unable to open run sheet file "
                      ws-sheet-file-name ", status " ws-sheet-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Nightly Run Sheet"
                   to ry-sheet-line
              write ry-sheet-line
              move spaces to ry-sheet-line
              string "Business date : " ws-business-date
                     delimited by size into ry-sheet-line
              write ry-sheet-line
              move spaces to ry-sheet-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-sheet-line
              write ry-sheet-line
              move spaces to ry-sheet-line
              write ry-sheet-line
           end-if

           perform 0200-LOAD-SITE-LIST.

       0200-LOAD-SITE-LIST.
           move zero to ws-site-count
           open input site-param-file
           if ws-site-param-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-site-param-status not = "00"
                         or ws-site-count >= ws-max-sites
                 read site-param-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-site-count
                       move sp-site-id
                            to rss-site-id (ws-site-count)
                       move "N" to rss-complete-flag (ws-site-count)
                       move spaces to rss-verdict (ws-site-count)
                 end-read
              end-perform
              close site-param-file
           else
              display "FATAL unable to open site-parameter file "
                      ws-site-param-file-name ", status "
                      ws-site-param-status
           end-if.

      ****************************************************************
      * 0300 - READ ONE SITE'S RUN-CONTROL FILE, JUDGE EACH STEP AND
      * PRINT THE SITE'S NIGHT
      ****************************************************************
       0300-REPORT-ONE-SITE.
           perform 0305-CLEAR-ONE-STEP
              varying ws-step-sub from 1 by 1
              until ws-step-sub > ry-run-step-count
           move zero to ws-stop-step-no
           move "N"  to ws-order-switch
           move "N"  to ws-received-switch

           move spaces to ws-run-control-file-name
           string "./Data/RockeyRunControl."
                  delimited by size
                  rss-site-id (ws-site-sub) delimited by space
                  ".dat" delimited by size
                  into ws-run-control-file-name

           open input run-control-file
           if ws-run-control-status = "00"
              move "Y" to ws-received-switch
              move "N" to ws-file-eof-switch
              perform until ws-file-eof
                         or ws-run-control-status not = "00"
                 read run-control-file
                    at end
                       move "Y" to ws-file-eof-switch
                    not at end
                       if rcl-site-id = rss-site-id (ws-site-sub)
                          and rcl-business-date = ws-business-date
                          perform 0310-APPLY-ROW
                       end-if
                 end-read
              end-perform
              close run-control-file

              perform 0320-JUDGE-ONE-STEP
                 varying ws-step-sub from 1 by 1
                 until ws-step-sub > ry-run-step-count
              perform 0330-SET-SITE-VERDICT
           else
              move "run control not received"
                   to rss-verdict (ws-site-sub)
           end-if

           if rss-site-complete (ws-site-sub)
              add 1 to ws-complete-count
           else
              add 1 to ws-problem-count
           end-if

           move spaces to ry-sheet-line
           string "Site " rss-site-id (ws-site-sub) " : "
                  rss-verdict (ws-site-sub)
                  delimited by size into ry-sheet-line
           write ry-sheet-line

           if ws-file-received
              move ws-column-headings to ry-sheet-line
              write ry-sheet-line
              perform 0340-WRITE-STEP-LINE
                 varying ws-step-sub from 1 by 1
                 until ws-step-sub > ry-run-step-count
           end-if
           move spaces to ry-sheet-line
           write ry-sheet-line.

       0305-CLEAR-ONE-STEP.
           move space  to wrs-last-event (ws-step-sub)
           move spaces to wrs-start-timestamp (ws-step-sub)
           move spaces to wrs-end-timestamp (ws-step-sub)
           move zero   to wrs-return-code (ws-step-sub)
           move zero   to wrs-start-count (ws-step-sub)
           move zero   to wrs-refused-count (ws-step-sub)
           move "N"    to wrs-held-flag (ws-step-sub)
           move spaces to wrs-reason (ws-step-sub)
           move spaces to wrs-status (ws-step-sub)
           move space  to wrs-order-flag (ws-step-sub)
           move spaces to wrs-count-label (ws-step-sub, 1)
           move spaces to wrs-count-label (ws-step-sub, 2)
           move spaces to wrs-count-label (ws-step-sub, 3)
           move zero   to wrs-count-value (ws-step-sub, 1)
           move zero   to wrs-count-value (ws-step-sub, 2)
           move zero   to wrs-count-value (ws-step-sub, 3).

      ****************************************************************
      * 0310 - FOLD ONE RUN-CONTROL ROW INTO ITS STEP. The file is in
      * time order, so the last start or end row read is the latest.
      ****************************************************************
       0310-APPLY-ROW.
           move zero to ws-row-step-no
           move 1 to ws-step-sub
           perform until ws-row-step-no not = zero
                      or ws-step-sub > ry-run-step-count
              if rst-step-name (ws-step-sub) = rcl-step-name
                 move ws-step-sub to ws-row-step-no
              end-if
              add 1 to ws-step-sub
           end-perform

           if ws-row-step-no not = zero
              evaluate true
                 when rcl-step-started
                    move "S" to wrs-last-event (ws-row-step-no)
                    move rcl-start-timestamp
                         to wrs-start-timestamp (ws-row-step-no)
                    move spaces to wrs-end-timestamp (ws-row-step-no)
                    move zero to wrs-return-code (ws-row-step-no)
                    add 1 to wrs-start-count (ws-row-step-no)
                    move "N" to wrs-held-flag (ws-row-step-no)
                    move 1 to ws-count-sub
                    perform until ws-count-sub > 3
                       move spaces to wrs-count-label
                                      (ws-row-step-no, ws-count-sub)
                       move zero to wrs-count-value
                                    (ws-row-step-no, ws-count-sub)
                       add 1 to ws-count-sub
                    end-perform
                 when rcl-step-ended
                    move "E" to wrs-last-event (ws-row-step-no)
                    move rcl-start-timestamp
                         to wrs-start-timestamp (ws-row-step-no)
                    move rcl-end-timestamp
                         to wrs-end-timestamp (ws-row-step-no)
                    move rcl-return-code
                         to wrs-return-code (ws-row-step-no)
                    move "N" to wrs-held-flag (ws-row-step-no)
                    move 1 to ws-count-sub
                    perform until ws-count-sub > 3
                       move rcl-count-label (ws-count-sub)
                            to wrs-count-label
                               (ws-row-step-no, ws-count-sub)
                       move rcl-count-value (ws-count-sub)
                            to wrs-count-value
                               (ws-row-step-no, ws-count-sub)
                       add 1 to ws-count-sub
                    end-perform
                 when rcl-step-refused
                    add 1 to wrs-refused-count (ws-row-step-no)
                    move "Y" to wrs-held-flag (ws-row-step-no)
                    move rcl-reason to wrs-reason (ws-row-step-no)
              end-evaluate
           end-if.

      ****************************************************************
      * 0320 - STATUS OF ONE STEP, THE FIRST DUE STEP NOT COMPLETE,
      * AND ANY STEP THAT RAN OUT OF ORDER
      ****************************************************************
       0320-JUDGE-ONE-STEP.
           evaluate true
              when wrs-ended (ws-step-sub)
                   and (wrs-return-code (ws-step-sub)
                          <= rst-highest-ok-rc (ws-step-sub)
                        or wrs-return-code (ws-step-sub)
                          = rst-also-ok-rc (ws-step-sub))
                 move "COMPLETE" to wrs-status (ws-step-sub)
              when wrs-ended (ws-step-sub)
                 move "FAILED"   to wrs-status (ws-step-sub)
              when wrs-started (ws-step-sub)
                 move "NO END"   to wrs-status (ws-step-sub)
              when rst-month-end (ws-step-sub)
                   and not ws-month-end-due
                 move "NOT DUE"  to wrs-status (ws-step-sub)
              when wrs-refused-count (ws-step-sub) > zero
                 move "HELD"     to wrs-status (ws-step-sub)
              when other
                 move "NOT RUN"  to wrs-status (ws-step-sub)
           end-evaluate

           if ws-stop-step-no not = zero
              and not wrs-not-run (ws-step-sub)
              move "A" to wrs-order-flag (ws-step-sub)
              move "Y" to ws-order-switch
           end-if

           if ws-step-sub > 1
              and not wrs-ran-ahead (ws-step-sub)
              and not wrs-not-run (ws-step-sub)
              compute ws-prev-sub = ws-step-sub - 1
              if wrs-ended (ws-prev-sub)
                 and wrs-start-timestamp (ws-step-sub) not = spaces
                 and wrs-start-timestamp (ws-step-sub)
                     < wrs-end-timestamp (ws-prev-sub)
                 move "O" to wrs-order-flag (ws-step-sub)
                 move "Y" to ws-order-switch
              end-if
           end-if

           if ws-stop-step-no = zero
              and not wrs-complete (ws-step-sub)
              and not wrs-not-due (ws-step-sub)
              move ws-step-sub to ws-stop-step-no
           end-if.

       0330-SET-SITE-VERDICT.
           move spaces to rss-verdict (ws-site-sub)
           evaluate true
              when ws-stop-step-no = zero
                   and not ws-order-flagged
                 move "Y" to rss-complete-flag (ws-site-sub)
                 move "COMPLETE" to rss-verdict (ws-site-sub)
              when ws-stop-step-no = zero
                 move "CHECK - steps ran out of order, see ** below"
                      to rss-verdict (ws-site-sub)
              when ws-order-flagged
                 string "INCOMPLETE - steps ran out of order, "
                        "stopped at " delimited by size
                        rst-step-name (ws-stop-step-no)
                        delimited by space
                        " " wrs-status (ws-stop-step-no)
                        delimited by size
                        into rss-verdict (ws-site-sub)
                 end-string
              when other
                 string "INCOMPLETE - stopped at " delimited by size
                        rst-step-name (ws-stop-step-no)
                        delimited by space
                        " " wrs-status (ws-stop-step-no)
                        delimited by size
                        into rss-verdict (ws-site-sub)
                 end-string
           end-evaluate.

      ****************************************************************
      * 0340 - ONE LINE PER STEP, WITH ANY ORDER WARNING AND THE
      * GATEKEEPER'S REASON UNDERNEATH
      ****************************************************************
       0340-WRITE-STEP-LINE.
           move ws-step-sub to rsd-step-no
           move rst-step-name (ws-step-sub) to rsd-step-name
           move wrs-status (ws-step-sub)    to rsd-status
           move wrs-start-count (ws-step-sub) to rsd-runs

           move spaces to rsd-start
           if wrs-start-timestamp (ws-step-sub) not = spaces
              string wrs-start-timestamp (ws-step-sub) (9:2) ":"
                     wrs-start-timestamp (ws-step-sub) (11:2) ":"
                     wrs-start-timestamp (ws-step-sub) (13:2)
                     delimited by size into rsd-start
              end-string
           end-if
           move spaces to rsd-end
           move spaces to rsd-return-code
           if wrs-ended (ws-step-sub)
              string wrs-end-timestamp (ws-step-sub) (9:2) ":"
                     wrs-end-timestamp (ws-step-sub) (11:2) ":"
                     wrs-end-timestamp (ws-step-sub) (13:2)
                     delimited by size into rsd-end
              end-string
              move wrs-return-code (ws-step-sub) to rsd-return-code
           end-if

           move 1 to ws-count-sub
           perform until ws-count-sub > 3
              move spaces to rsd-count-label (ws-count-sub)
              move zero   to rsd-count-value (ws-count-sub)
              if wrs-count-label (ws-step-sub, ws-count-sub)
                 not = spaces
                 move wrs-count-label (ws-step-sub, ws-count-sub)
                      to rsd-count-label (ws-count-sub)
                 move wrs-count-value (ws-step-sub, ws-count-sub)
                      to rsd-count-value (ws-count-sub)
              else
                 move spaces to rsd-count (ws-count-sub)
              end-if
              add 1 to ws-count-sub
           end-perform

           move ws-sheet-detail to ry-sheet-line
           write ry-sheet-line

           if wrs-ran-ahead (ws-step-sub)
              move spaces to ry-sheet-line
              string "      ** ran although " delimited by size
                     rst-step-name (ws-stop-step-no)
                     delimited by space
                     " had not completed" delimited by size
                     into ry-sheet-line
              end-string
              write ry-sheet-line
           end-if
           if wrs-ran-early (ws-step-sub)
              compute ws-prev-sub = ws-step-sub - 1
              move spaces to ry-sheet-line
              string "      ** started before " delimited by size
                     rst-step-name (ws-prev-sub)
                     delimited by space
                     " last ended" delimited by size
                     into ry-sheet-line
              end-string
              write ry-sheet-line
           end-if
           if wrs-last-was-held (ws-step-sub)
              move spaces to ry-sheet-line
              string "      gate refused "
                     wrs-refused-count (ws-step-sub)
                     " time(s): " wrs-reason (ws-step-sub)
                     delimited by size into ry-sheet-line
              end-string
              write ry-sheet-line
           end-if.

      ****************************************************************
      * 0500 - SITES NEEDING ATTENTION, THEN THE COUNTS
      ****************************************************************
       0500-WRITE-RUN-SHEET-SUMMARY.
           if ws-problem-count > zero
              move "SITES NEEDING ATTENTION" to ry-sheet-line
              write ry-sheet-line
              perform 0510-WRITE-ATTENTION-LINE
                 varying ws-site-sub from 1 by 1
                 until ws-site-sub > ws-site-count
              move spaces to ry-sheet-line
              write ry-sheet-line
           end-if

           move ws-site-count to ws-disp-site-count
           move spaces to ry-sheet-line
           string "Sites on sheet    : " ws-disp-site-count
                  delimited by size into ry-sheet-line
           write ry-sheet-line
           move spaces to ry-sheet-line
           string "Sites complete    : " ws-complete-count
                  delimited by size into ry-sheet-line
           write ry-sheet-line
           move spaces to ry-sheet-line
           string "Sites incomplete  : " ws-problem-count
                  delimited by size into ry-sheet-line
           write ry-sheet-line

           display "Run sheet for " ws-business-date " complete, "
                   ws-complete-count " sites complete, "
                   ws-problem-count " need attention".

       0510-WRITE-ATTENTION-LINE.
           if not rss-site-complete (ws-site-sub)
              move spaces to ry-sheet-line
              string "  " rss-site-id (ws-site-sub) "  "
                     rss-verdict (ws-site-sub)
                     delimited by size into ry-sheet-line
              end-string
              write ry-sheet-line
           end-if.

      ****************************************************************
      * 0600 - CLOSE THE SHEET
      ****************************************************************
       0600-FINALIZE.
           if ws-sheet-status = "00"
              close run-sheet-file
           end-if.
