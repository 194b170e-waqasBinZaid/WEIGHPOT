      * SEED row is followed by another SEED, never by an           *
      * RY-RANDOM.                                                   *
      *                                                              *
      * The date is ROCKEY_RECON_DATE (YYYYMMDD) when set, otherwise *
      * the night's ROCKEY_BUSINESS_DATE, otherwise today; the site  *
      * id for the alert events comes from ROCKEY_SITE_ID as in the  *
      * nightly job. Start and end of every run go on the            *
      * run-control file through RockeyRunLog, with the draw,        *
      * accounted and missing (unaccounted) counts.                  *
      *                                                              *
      * RETURN-CODE 0 every draw accounted for, 1 unaccounted       *
      * draws found, 2 a file could not be opened.                  *
       01 ws-alert-code         pic x(8)  value spaces.
       01 ws-alert-text         pic x(60) value spaces.

      ****************************************************************
      * RUN-CONTROL ROWS FOR THE NIGHTLY JOB STREAM - written through
      * RockeyRunLog as the run starts and again as it ends
      ****************************************************************
       01 ws-run-event          pic x     value space.
       01 ws-run-step-name      pic x(20) value "RockeyTicketRecon".
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
              move RCN-EXIT-FILE-FAILED to ws-exit-status
           end-if

           perform 0800-FINALIZE
           perform 0910-RECORD-RUN-END
           move ws-exit-status to return-code
           stop run.

           on exception
               move spaces to ws-recon-date
           end-accept
           if ws-recon-date = spaces
              accept ws-recon-date from environment
                      "ROCKEY_BUSINESS_DATE"
              on exception
                  move spaces to ws-recon-date
              end-accept
           end-if
           if ws-recon-date = spaces
              accept ws-recon-date from date yyyymmdd
           end-if
       0800-FINALIZE.
           close alert-event-file
           close recon-report-file.

      ****************************************************************
      * 0900 - RUN-CONTROL START ROW. A run that never gets as far
      * as its end row reads as not completed to RockeyRunGate.
      ****************************************************************
       0900-RECORD-RUN-START.
           move ws-site-id to ws-run-site-id
           move ws-recon-date to ws-run-business-date
           move spaces to ws-run-counts
           move "S" to ws-run-event
           perform 0920-CALL-RUN-LOG.

      ****************************************************************
      * 0910 - RUN-CONTROL END ROW WITH THE RETURN-CODE AND THE
      * RUN'S KEY COUNTS
      ****************************************************************
       0910-RECORD-RUN-END.
           move spaces to ws-run-counts
           move "draws" to wrc-label (1)
           move ws-draw-count to wrc-value (1)
           move "accounted" to wrc-label (2)
           move ws-accounted-count to wrc-value (2)
           move "missing" to wrc-label (3)
           move ws-unaccounted-count to wrc-value (3)
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
