       $set case
      ****************************************************************
      *                                                              *
      *                    RockeyInYardReport.cbl                    *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyInYardReport.

      ****************************************************************
      *                                                              *
      * End-of-day still-in-yard report. Reads the in-yard file      *
      * (RockeyInYard.cpy) that RockeyScaleCapture keeps for two-    *
      * pass weighing and lists every first weigh that has not yet   *
      * been matched by a second weigh - a truck still on site, or   *
      * one that left over the bridge without weighing out and so    *
      * without a ticket. Each line shows the first weight, when it  *
      * was taken and how many days the vehicle has been in the      *
      * yard; anything from before the report date is marked         *
      * OVERNIGHT, since the capture run will send it to suspense    *
      * the next time the same vehicle weighs in.                    *
      *                                                              *
      * The report date defaults to today and can be overridden with *
      * ROCKEY_YARD_DATE (YYYYMMDD). A site that has never weighed   *
      * in two passes has no in-yard file, which is an empty yard.   *
      *                                                              *
      * RETURN-CODE 0 yard empty, 1 at least one vehicle still in    *
      * the yard, 2 the in-yard file or report could not be opened.  *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select in-yard-file
               assign to ws-in-yard-file-name
               organization indexed
               access mode sequential
               record key iyd-vehicle-reg
               file status is ws-in-yard-status.

           select yard-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyInYard.cpy".

       fd  yard-report-file.
       01  ry-yard-line               pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 YRD-EXIT-SUCCESS            value 0.
       78 YRD-EXIT-IN-YARD            value 1.
       78 YRD-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value YRD-EXIT-SUCCESS.

       01 ws-in-yard-file-name  pic x(60)
               value "./Data/RockeyInYard.dat".
       01 ws-in-yard-status     pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyInYardReport.txt".
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

      ****************************************************************
      * REPORT DATE - first weighs are aged against it
      ****************************************************************
       01 ws-yard-date          pic x(8)  value spaces.
       01 ws-yard-date-num      pic 9(8)  value zero.
       01 ws-yard-integer       pic 9(9)  comp-5 value zero.
       01 ws-first-date-num     pic 9(8)  value zero.
       01 ws-days-in-yard       pic s9(5) comp-5 value zero.

       01 ws-yard-eof-switch    pic x     value "N".
           88 ws-yard-eof           value "Y".

       01 ws-in-yard-count      pic 9(5)  value zero.
       01 ws-overnight-count    pic 9(5)  value zero.
       01 ws-total-first-kg     pic 9(9)  value zero.

       01 ws-yard-detail.
           05 ydd-vehicle-reg   pic x(10).
           05 filler            pic xx    value spaces.
           05 ydd-site-id       pic x(6).
           05 filler            pic xx    value spaces.
           05 ydd-product-code  pic x(8).
           05 filler            pic xx    value spaces.
           05 ydd-first-weight-kg pic z,zzz,zz9.
           05 filler            pic xx    value spaces.
           05 ydd-first-date    pic x(8).
           05 filler            pic x     value space.
           05 ydd-first-time    pic x(8).
           05 filler            pic xx    value spaces.
           05 ydd-days          pic zzzz9.
           05 filler            pic xx    value spaces.
           05 ydd-overnight-flag pic x(9).

       01 ws-column-headings.
           05 filler pic x(12) value "VEHICLE".
           05 filler pic x(8)  value "SITE".
           05 filler pic x(10) value "PRODUCT".
           05 filler pic x(11) value " FIRST KG".
           05 filler pic x(19) value "FIRST WEIGHED".
           05 filler pic x(5)  value " DAYS".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move YRD-EXIT-FILE-FAILED to ws-exit-status
           else
              evaluate ws-in-yard-status
                 when "00"
                    perform 0200-LIST-IN-YARD
                    perform 0300-WRITE-YARD-SUMMARY
                    if ws-in-yard-count > zero
                       move YRD-EXIT-IN-YARD to ws-exit-status
                    end-if
                 when "35"
                    move "  (no in-yard file - no two-pass weighing)"
                         to ry-yard-line
                    write ry-yard-line
                    perform 0300-WRITE-YARD-SUMMARY
                 when other
                    string "EXCEPTION - in-yard file unavailable, "
                           "status " ws-in-yard-status
                           ", still-in-yard report NOT produced"
                           delimited by size into ry-yard-line
                    write ry-yard-line
                    move YRD-EXIT-FILE-FAILED to ws-exit-status
              end-evaluate
           end-if

           perform 0400-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE REPORT DATE, OPEN THE FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-yard-date from environment "ROCKEY_YARD_DATE"
           on exception
               move spaces to ws-yard-date
           end-accept
           if ws-yard-date = spaces
              or ws-yard-date not numeric
              move ws-run-date to ws-yard-date
           end-if
           move ws-yard-date to ws-yard-date-num
           compute ws-yard-integer =
                   function integer-of-date (ws-yard-date-num)

           open input in-yard-file
           if ws-in-yard-status not = "00"
              and ws-in-yard-status not = "35"
              display "FATAL unable to open in-yard file "
                      ws-in-yard-file-name ", status "
                      ws-in-yard-status
           end-if

           open output yard-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open still-in-yard report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Vehicles Still In"
                   & " Yard" to ry-yard-line
              write ry-yard-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-yard-line
              write ry-yard-line
              string "Yard as of    : " ws-yard-date
                     delimited by size into ry-yard-line
              write ry-yard-line
              move spaces to ry-yard-line
              write ry-yard-line
              move ws-column-headings to ry-yard-line
              write ry-yard-line
           end-if.

      ****************************************************************
      * 0200 - ONE SEQUENTIAL PASS OVER THE IN-YARD FILE, IN
      * REGISTRATION ORDER
      ****************************************************************
       0200-LIST-IN-YARD.
           move "N" to ws-yard-eof-switch
           perform until ws-yard-eof
                      or ws-in-yard-status not = "00"
              read in-yard-file
                 at end
                    move "Y" to ws-yard-eof-switch
                 not at end
                    perform 0210-LIST-ONE-VEHICLE
              end-read
           end-perform
           close in-yard-file.

      ****************************************************************
      * 0210 - AGE ONE FIRST WEIGH AND PRINT IT. A first weigh whose
      * date will not convert is shown as zero days rather than
      * dropped - the truck is still unaccounted for.
      ****************************************************************
       0210-LIST-ONE-VEHICLE.
           add 1 to ws-in-yard-count
           add iyd-first-weight-kg to ws-total-first-kg
           move zero to ws-days-in-yard
           if iyd-first-timestamp (1:8) numeric
              move iyd-first-timestamp (1:8) to ws-first-date-num
              compute ws-days-in-yard = ws-yard-integer
                      - function integer-of-date (ws-first-date-num)
              if ws-days-in-yard < zero
                 move zero to ws-days-in-yard
              end-if
           end-if

           move iyd-vehicle-reg           to ydd-vehicle-reg
           move iyd-site-id               to ydd-site-id
           move iyd-product-code          to ydd-product-code
           move iyd-first-weight-kg       to ydd-first-weight-kg
           move iyd-first-timestamp (1:8) to ydd-first-date
           move iyd-first-timestamp (9:8) to ydd-first-time
           move ws-days-in-yard           to ydd-days
           if ws-days-in-yard > zero
              move "OVERNIGHT" to ydd-overnight-flag
              add 1 to ws-overnight-count
           else
              move spaces to ydd-overnight-flag
           end-if
           move ws-yard-detail to ry-yard-line
           write ry-yard-line.

      ****************************************************************
      * 0300 - YARD TOTALS
      ****************************************************************
       0300-WRITE-YARD-SUMMARY.
           if ws-in-yard-count = zero
              and ws-in-yard-status not = "35"
              move "  (yard empty - every first weigh matched)"
                   to ry-yard-line
              write ry-yard-line
           end-if
           move spaces to ry-yard-line
           write ry-yard-line
           string "Still in yard     : " ws-in-yard-count
                  delimited by size into ry-yard-line
           write ry-yard-line
           string "In yard overnight : " ws-overnight-count
                  delimited by size into ry-yard-line
           write ry-yard-line
           string "First weighed kg  : " ws-total-first-kg
                  delimited by size into ry-yard-line
           write ry-yard-line
           display "Still-in-yard report complete, " ws-in-yard-count
                   " in yard, " ws-overnight-count " overnight".

      ****************************************************************
      * 0400 - CLOSE THE REPORT
      ****************************************************************
       0400-FINALIZE.
           close yard-report-file.
