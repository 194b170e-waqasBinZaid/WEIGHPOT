      *                                                              *
      * Site-side daily ticket extract for head office. Reads the    *
      * day's postings off the weigh-ticket master and writes them,  *
      * in the first 105 bytes of the master's record layout (the    *
      * RockeyFleetTicket.cpy fields; the exception causes and       *
      * disposition after them stay at the site), to                 *
      *     ./Data/RockeyTicketExtract.<site-id>.dat                 *
      * which the overnight transfer carries to head office          *
      * alongside the operations report RockeyFleetSummary already   *
      * collects. RockeyFleetTickets merges the per-site extracts    *
      * into the fleet-wide ticket file there.                       *
      *                                                              *
      * The extract date is ROCKEY_EXTRACT_DATE (YYYYMMDD) when set, *
      * so a missed transfer can be cut again, otherwise the night's *
      * ROCKEY_BUSINESS_DATE, otherwise today; the site id comes     *
      * from ROCKEY_SITE_ID as in the nightly job. Start and end of  *
      * every run go on the run-control file through RockeyRunLog,   *
      * with the count of tickets extracted.                         *
      *                                                              *
      * RETURN-CODE 0 extract written (possibly empty - a day with   *
      * no trucks is still an answer), 2 a file could not be         *
           88 ws-master-eof         value "Y".
       01 ws-extract-count      pic 9(5)  value zero.

      ****************************************************************
      * RUN-CONTROL ROWS FOR THE NIGHTLY JOB STREAM - written through
      * RockeyRunLog as the run starts and again as it ends
      ****************************************************************
       01 ws-run-event          pic x     value space.
       01 ws-run-step-name      pic x(20) value "RockeyTicketExtract".
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
           perform 0400-RECORD-RUN-START

           if ws-extract-status not = "00"
              or ws-master-status not = "00"
           end-if

           perform 0300-FINALIZE
           perform 0410-RECORD-RUN-END
           move ws-exit-status to return-code
           stop run.

           on exception
               move spaces to ws-extract-date
           end-accept
           if ws-extract-date = spaces
              accept ws-extract-date from environment
                      "ROCKEY_BUSINESS_DATE"
              on exception
                  move spaces to ws-extract-date
              end-accept
           end-if
           if ws-extract-date = spaces
              accept ws-extract-date from date yyyymmdd
           end-if
      ****************************************************************
       0300-FINALIZE.
           close ticket-extract-file.

      ****************************************************************
      * 0400 - RUN-CONTROL START ROW. A run that never gets as far
      * as its end row reads as not completed to RockeyRunGate.
      ****************************************************************
       0400-RECORD-RUN-START.
           move ws-site-id to ws-run-site-id
           move ws-extract-date to ws-run-business-date
           move spaces to ws-run-counts
           move "S" to ws-run-event
           perform 0420-CALL-RUN-LOG.

      ****************************************************************
      * 0410 - RUN-CONTROL END ROW WITH THE RETURN-CODE AND THE
      * RUN'S KEY COUNTS
      ****************************************************************
       0410-RECORD-RUN-END.
           move spaces to ws-run-counts
           move "extracted" to wrc-label (1)
           move ws-extract-count to wrc-value (1)
           move "E" to ws-run-event
           perform 0420-CALL-RUN-LOG.

       0420-CALL-RUN-LOG.
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
