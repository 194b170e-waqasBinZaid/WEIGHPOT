       $set case
      ****************************************************************
      *                                                              *
      *                   RockeySuspenseAging.cbl                    *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeySuspenseAging.

      ****************************************************************
      *                                                              *
      * Aged suspense report. Reads the weighment suspense file      *
      * (RockeySuspense.cpy) and lists every item still OPEN - a     *
      * refused reading or rejected weighment nobody has yet         *
      * released or written off - oldest first, with its age in      *
      * days and an age band, so a truck that crossed the bridge     *
      * with no ticket does not sit unnoticed for weeks:             *
      *                                                              *
      *   - one line per open item, OVERDUE marked once it is older  *
      *     than the site's limit                                    *
      *   - open items by age band (0-2, 3-7, 8-14, 15-30, over 30)  *
      *   - the count of items released and written off to date      *
      *                                                              *
      * The as-of date defaults to today and can be overridden with  *
      * ROCKEY_AGING_DATE (YYYYMMDD); the overdue limit defaults to  *
      * 7 days, overridable with ROCKEY_SUSPENSE_DAYS.               *
      *                                                              *
      * RETURN-CODE 0 nothing overdue, 1 at least one item overdue,  *
      * 2 a file could not be opened.                                *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select suspense-file
               assign to ws-suspense-file-name
               organization line sequential
               file status is ws-suspense-status.

           select aging-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeySuspense.cpy".

       fd  aging-report-file.
       01  ry-aging-line              pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 SAG-EXIT-SUCCESS            value 0.
       78 SAG-EXIT-OVERDUE            value 1.
       78 SAG-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value SAG-EXIT-SUCCESS.

       01 ws-suspense-file-name pic x(60)
               value "./Data/RockeySuspense.dat".
       01 ws-suspense-status    pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeySuspenseAging.txt".
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

      ****************************************************************
      * AS-OF DATE AND OVERDUE LIMIT
      ****************************************************************
       01 ws-aging-date         pic x(8)  value spaces.
       01 ws-aging-date-num     pic 9(8)  value zero.
       01 ws-aging-integer      pic 9(9)  comp-5 value zero.
       01 ws-overdue-text       pic x(4)  value spaces.
       01 ws-overdue-days       pic 9(4)  value 7.
       01 ws-raised-date-num    pic 9(8)  value zero.
       01 ws-age-days           pic s9(5) comp-5 value zero.

       01 ws-suspense-eof-switch pic x    value "N".
           88 ws-suspense-eof       value "Y".

      ****************************************************************
      * COUNTS BY STATUS AND BY AGE BAND
      ****************************************************************
       01 ws-open-count         pic 9(5)  value zero.
       01 ws-overdue-count      pic 9(5)  value zero.
       01 ws-released-count     pic 9(5)  value zero.
       01 ws-written-off-count  pic 9(5)  value zero.
       01 ws-band-0-2           pic 9(5)  value zero.
       01 ws-band-3-7           pic 9(5)  value zero.
       01 ws-band-8-14          pic 9(5)  value zero.
       01 ws-band-15-30         pic 9(5)  value zero.
       01 ws-band-over-30       pic 9(5)  value zero.

      ****************************************************************
      * AGING DETAIL LINE
      ****************************************************************
       01 ws-aging-detail.
           05 agd-suspense-key  pic x(22).
           05 filler            pic xx    value spaces.
           05 agd-site-id       pic x(6).
           05 filler            pic xx    value spaces.
           05 agd-source-desc   pic x(7).
           05 filler            pic xx    value spaces.
           05 agd-vehicle-reg   pic x(10).
           05 filler            pic xx    value spaces.
           05 agd-reason-code   pic x(8).
           05 filler            pic xx    value spaces.
           05 agd-age-days      pic zzzz9.
           05 filler            pic xx    value spaces.
           05 agd-overdue-flag  pic x(7).
           05 filler            pic xx    value spaces.
           05 agd-reason-text   pic x(44).

       01 ws-column-headings.
           05 filler pic x(24) value "SUSPENSE KEY".
           05 filler pic x(8)  value "SITE".
           05 filler pic x(9)  value "SOURCE".
           05 filler pic x(12) value "VEHICLE".
           05 filler pic x(10) value "REASON".
           05 filler pic x(7)  value "AGE".
           05 filler pic x(9)  value spaces.
           05 filler pic x(44) value "DETAIL".

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              move SAG-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-suspense-status = "00"
                 perform 0200-LIST-OPEN-ITEMS
                 perform 0300-WRITE-AGING-SUMMARY
                 if ws-overdue-count > zero
                    move SAG-EXIT-OVERDUE to ws-exit-status
                 end-if
              else
                 if ws-suspense-status = "35"
                    move "  (no suspense file - nothing has ever been"
                         & " refused)" to ry-aging-line
                    write ry-aging-line
                 else
                    string "EXCEPTION - suspense file unavailable, "
                           "status " ws-suspense-status
                           ", aging NOT produced" delimited by size
                           into ry-aging-line
                    write ry-aging-line
                    move SAG-EXIT-FILE-FAILED to ws-exit-status
                 end-if
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

           accept ws-aging-date from environment "ROCKEY_AGING_DATE"
           on exception
               move spaces to ws-aging-date
           end-accept
           if ws-aging-date = spaces
              or ws-aging-date not numeric
              move ws-run-date to ws-aging-date
           end-if
           move ws-aging-date to ws-aging-date-num
           compute ws-aging-integer =
                   function integer-of-date (ws-aging-date-num)

           accept ws-overdue-text from environment
                   "ROCKEY_SUSPENSE_DAYS"
           on exception
               move spaces to ws-overdue-text
           end-accept
           if ws-overdue-text not = spaces
              move function numval(ws-overdue-text)
                   to ws-overdue-days
           end-if

           open input suspense-file
           if ws-suspense-status not = "00"
              and ws-suspense-status not = "35"
              display "FATAL unable to open suspense file "
                      ws-suspense-file-name ", status "
                      ws-suspense-status
           end-if

           open output aging-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open aging report file "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Aged Suspense"
                   & " Report" to ry-aging-line
              write ry-aging-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-aging-line
              write ry-aging-line
              string "Aged as of    : " ws-aging-date
                     ", overdue after " ws-overdue-days " days"
                     delimited by size into ry-aging-line
              write ry-aging-line
              move spaces to ry-aging-line
              write ry-aging-line
              move ws-column-headings to ry-aging-line
              write ry-aging-line
           end-if.

      ****************************************************************
      * 0200 - ONE PASS OVER THE SUSPENSE FILE. Items are appended
      * as they are raised, so the listing comes out oldest first.
      ****************************************************************
       0200-LIST-OPEN-ITEMS.
           move "N" to ws-suspense-eof-switch
           perform until ws-suspense-eof
                      or ws-suspense-status not = "00"
              read suspense-file
                 at end
                    move "Y" to ws-suspense-eof-switch
                 not at end
                    evaluate true
                       when sus-is-released
                          add 1 to ws-released-count
                       when sus-is-written-off
                          add 1 to ws-written-off-count
                       when other
                          perform 0210-AGE-ONE-ITEM
                    end-evaluate
              end-read
           end-perform
           close suspense-file.

      ****************************************************************
      * 0210 - AGE ONE OPEN ITEM AND PRINT IT. An item whose raised
      * date will not convert is aged as zero days rather than lost
      * from the listing.
      ****************************************************************
       0210-AGE-ONE-ITEM.
           add 1 to ws-open-count
           move zero to ws-age-days
           if sus-raised-date numeric
              move sus-raised-date to ws-raised-date-num
              compute ws-age-days = ws-aging-integer
                      - function integer-of-date (ws-raised-date-num)
              if ws-age-days < zero
                 move zero to ws-age-days
              end-if
           end-if

           evaluate true
              when ws-age-days <= 2
                 add 1 to ws-band-0-2
              when ws-age-days <= 7
                 add 1 to ws-band-3-7
              when ws-age-days <= 14
                 add 1 to ws-band-8-14
              when ws-age-days <= 30
                 add 1 to ws-band-15-30
              when other
                 add 1 to ws-band-over-30
           end-evaluate

           move sus-suspense-key to agd-suspense-key
           move sus-site-id      to agd-site-id
           if sus-from-capture
              move "CAPTURE" to agd-source-desc
           else
              move "POSTING" to agd-source-desc
           end-if
           move sus-vehicle-reg  to agd-vehicle-reg
           move sus-reason-code  to agd-reason-code
           move ws-age-days      to agd-age-days
           if ws-age-days > ws-overdue-days
              move "OVERDUE" to agd-overdue-flag
              add 1 to ws-overdue-count
           else
              move spaces to agd-overdue-flag
           end-if
           move sus-reason-text  to agd-reason-text
           move ws-aging-detail to ry-aging-line
           write ry-aging-line.

      ****************************************************************
      * 0300 - OPEN ITEMS BY AGE BAND AND THE RESOLVED COUNTS
      ****************************************************************
       0300-WRITE-AGING-SUMMARY.
           if ws-open-count = zero
              move "  (no open suspense items)" to ry-aging-line
              write ry-aging-line
           end-if
           move spaces to ry-aging-line
           write ry-aging-line
           move "OPEN ITEMS BY AGE" to ry-aging-line
           write ry-aging-line
           string "  0-2 days        : " ws-band-0-2
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "  3-7 days        : " ws-band-3-7
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "  8-14 days       : " ws-band-8-14
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "  15-30 days      : " ws-band-15-30
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "  over 30 days    : " ws-band-over-30
                  delimited by size into ry-aging-line
           write ry-aging-line
           move spaces to ry-aging-line
           write ry-aging-line
           string "Open items        : " ws-open-count
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "Overdue           : " ws-overdue-count
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "Released to date  : " ws-released-count
                  delimited by size into ry-aging-line
           write ry-aging-line
           string "Written off       : " ws-written-off-count
                  delimited by size into ry-aging-line
           write ry-aging-line
           display "Suspense aging complete, " ws-open-count
                   " open, " ws-overdue-count " overdue".

      ****************************************************************
      * 0400 - CLOSE THE REPORT
      ****************************************************************
       0400-FINALIZE.
           close aging-report-file.
