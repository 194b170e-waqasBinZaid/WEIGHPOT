       $set case
      ****************************************************************
      *                                                              *
      *                 RockeyTicketDisposition.cbl                  *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyTicketDisposition.

      ****************************************************************
      *                                                              *
      * Supervisor disposition of an exception ("E") weigh ticket -  *
      * the other half of the exception work queue that              *
      * RockeyExceptionQueue prints. A supervisor who has looked at  *
      * the causes either:                                           *
      *   R  releases the ticket - the exception was explained, the  *
      *      ticket is flipped to posted ("P") and bills normally    *
      *   V  sends it for void - the ticket stays "E", off the open  *
      *      queue and out of billing, until RockeyTicketVoid flips  *
      *      it to voided                                            *
      *                                                              *
      * Driven from the environment the way the void program is:     *
      *   ROCKEY_DISP_TICKET  the 9-digit ticket number              *
      *   ROCKEY_DISP_ACTION  R or V                                 *
      *   ROCKEY_DISP_REASON  a reason code, up to 8 characters      *
      *   ROCKEY_DISP_USERID  the deciding supervisor's userid       *
      *                                                              *
      * The supervisor must be on the active operator roster; the    *
      * ticket must exist, must be an exception, and must not        *
      * already carry a disposition. An accepted decision appends a  *
      * who/when/why row to the append-only disposition history      *
      * (RockeyDispositionHistory.cpy) and only then rewrites the    *
      * master with the disposition flag and date, so the register   *
      * and the billing extract show the decision on their next run. *
      *                                                              *
      * RETURN-CODE 0 applied, 1 request refused, 2 a file could not *
      * be opened.                                                   *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select weigh-ticket-master-file
               assign to ws-master-file-name
               organization indexed
               access mode random
               record key tkm-ticket-number
               alternate record key tkm-vehicle-reg
                   with duplicates
               file status is ws-master-status.

           select operator-roster-file
               assign to ws-operator-roster-file-name
               organization line sequential
               file status is ws-operator-roster-status.

           select disposition-history-file
               assign to ws-history-file-name
               organization line sequential
               file status is ws-history-status.

           select disposition-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeyTicketMaster.cpy".
       copy "RockeyOperatorRoster.cpy".
       copy "RockeyDispositionHistory.cpy".

       fd  disposition-report-file.
       01  ry-disposition-line        pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 DSP-EXIT-SUCCESS            value 0.
       78 DSP-EXIT-REFUSED            value 1.
       78 DSP-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value DSP-EXIT-SUCCESS.

       01 ws-master-file-name   pic x(60)
               value "./Data/RockeyTicketMaster.dat".
       01 ws-master-status      pic xx    value spaces.
       01 ws-operator-roster-file-name pic x(60)
               value "./Data/RockeyOperatorRoster.dat".
       01 ws-operator-roster-status pic xx value spaces.
       01 ws-history-file-name  pic x(60)
               value "./Data/RockeyDispositionHistory.dat".
       01 ws-history-status     pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyDispositionReport.txt".
       01 ws-report-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

      ****************************************************************
      * THE DISPOSITION REQUEST, FROM THE ENVIRONMENT
      ****************************************************************
       01 ws-disp-ticket-text   pic x(9)  value spaces.
       01 ws-disp-ticket        pic 9(9)  value zero.
       01 ws-disp-action        pic x     value spaces.
           88 ws-disp-is-release    value "R".
           88 ws-disp-is-void       value "V".
       01 ws-disp-reason        pic x(8)  value spaces.
       01 ws-disp-userid-text   pic x(9)  value spaces.
       01 ws-disp-userid        pic 9(9)  value zero.

      ****************************************************************
      * SUPERVISOR ROSTER CHECK
      ****************************************************************
       01 ws-roster-eof-switch  pic x     value "N".
           88 ws-roster-eof         value "Y".
       01 ws-supervisor-switch  pic x     value "N".
           88 ws-supervisor-ok      value "Y".
       01 ws-supervisor-name    pic x(20) value spaces.

       01 ws-refuse-reason      pic x(44) value spaces.
       01 ws-print-ticket       pic 9(9).

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              or ws-history-status not = "00"
              move DSP-EXIT-FILE-FAILED to ws-exit-status
           else
              perform 0200-VALIDATE-REQUEST
              if ws-refuse-reason = spaces
                 perform 0300-VERIFY-SUPERVISOR
              end-if
              if ws-refuse-reason = spaces
                 perform 0400-DISPOSE-OF-TICKET
              end-if
              if ws-refuse-reason not = spaces
                 perform 0600-REFUSE-REQUEST
              end-if
           end-if

           perform 0700-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - PICK UP THE REQUEST AND OPEN THE FIXED FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-disp-ticket-text from environment
                   "ROCKEY_DISP_TICKET"
           on exception
               move spaces to ws-disp-ticket-text
           end-accept

           accept ws-disp-action from environment
                   "ROCKEY_DISP_ACTION"
           on exception
               move spaces to ws-disp-action
           end-accept

           accept ws-disp-reason from environment
                   "ROCKEY_DISP_REASON"
           on exception
               move spaces to ws-disp-reason
           end-accept

           accept ws-disp-userid-text from environment
                   "ROCKEY_DISP_USERID"
           on exception
               move spaces to ws-disp-userid-text
           end-accept

           open extend disposition-history-file
           if ws-history-status not = "00"
              and ws-history-status not = "05"
              close disposition-history-file
              open output disposition-history-file
           end-if
           if ws-history-status = "05"
              move "00" to ws-history-status
           end-if
           if ws-history-status not = "00"
              display "FATAL unable to open disposition history file "
                      ws-history-file-name ", status "
                      ws-history-status
           end-if

           open output disposition-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open disposition report file "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Exception Ticket"
                   & " Disposition" to ry-disposition-line
              write ry-disposition-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-disposition-line
              write ry-disposition-line
              move spaces to ry-disposition-line
              write ry-disposition-line
           end-if.

      ****************************************************************
      * 0200 - THE REQUEST FIELDS THEMSELVES
      ****************************************************************
       0200-VALIDATE-REQUEST.
           evaluate true
              when ws-disp-ticket-text = spaces
                 or ws-disp-ticket-text not numeric
                 move "ticket number must be numeric and supplied"
                      to ws-refuse-reason
              when not ws-disp-is-release
                 and not ws-disp-is-void
                 move "action must be R (release) or V (void)"
                      to ws-refuse-reason
              when ws-disp-reason = spaces
                 move "a reason code is required"
                      to ws-refuse-reason
              when ws-disp-userid-text = spaces
                 or ws-disp-userid-text not numeric
                 move "supervisor userid must be numeric"
                      to ws-refuse-reason
              when other
                 move ws-disp-ticket-text to ws-disp-ticket
                 move ws-disp-userid-text to ws-disp-userid
                 if ws-disp-ticket = zero
                    move "ticket number must be nonzero"
                         to ws-refuse-reason
                 end-if
                 if ws-refuse-reason = spaces
                    and ws-disp-userid = zero
                    move "supervisor userid must be nonzero"
                         to ws-refuse-reason
                 end-if
           end-evaluate.

      ****************************************************************
      * 0300 - THE DECIDING SUPERVISOR MUST BE ON THE ACTIVE ROSTER,
      * THE SAME CHECK THE VOID PROGRAM MAKES
      ****************************************************************
       0300-VERIFY-SUPERVISOR.
           move "N" to ws-supervisor-switch
           move spaces to ws-supervisor-name
           open input operator-roster-file
           if ws-operator-roster-status = "00"
              move "N" to ws-roster-eof-switch
              perform until ws-supervisor-ok
                         or ws-roster-eof
                         or ws-operator-roster-status not = "00"
                 read operator-roster-file
                    at end
                       move "Y" to ws-roster-eof-switch
                    not at end
                       if opr-userid = ws-disp-userid
                          and opr-is-active
                          move "Y" to ws-supervisor-switch
                          move opr-name to ws-supervisor-name
                       end-if
                 end-read
              end-perform
              close operator-roster-file
              if not ws-supervisor-ok
                 move "supervisor not on the active roster"
                      to ws-refuse-reason
              end-if
           else
              move "operator roster unavailable"
                   to ws-refuse-reason
           end-if.

      ****************************************************************
      * 0400 - READ THE TICKET BY KEY; ONLY AN OPEN EXCEPTION CAN BE
      * DECIDED ON. A ticket already released or already sent for
      * void has had its decision - a change of mind goes through the
      * void program, not a second disposition.
      ****************************************************************
       0400-DISPOSE-OF-TICKET.
           open i-o weigh-ticket-master-file
           if ws-master-status not = "00"
              string "ticket master unavailable, status "
                     ws-master-status delimited by size
                     into ws-refuse-reason
              end-string
              move DSP-EXIT-FILE-FAILED to ws-exit-status
           else
              move ws-disp-ticket to tkm-ticket-number
              read weigh-ticket-master-file
                 invalid key
                    move "ticket number is not on the master"
                         to ws-refuse-reason
              end-read
              if ws-refuse-reason = spaces
                 evaluate true
                    when not tkm-is-exception
                       move "ticket is not an exception ticket"
                            to ws-refuse-reason
                    when not tkm-disp-open
                       move "ticket already has a disposition"
                            to ws-refuse-reason
                    when other
                       perform 0500-APPLY-DISPOSITION
                 end-evaluate
              end-if
              close weigh-ticket-master-file
           end-if.

      ****************************************************************
      * 0500 - HISTORY FIRST, THEN THE MASTER - a decision we cannot
      * explain is worse than one we have not applied yet.
      ****************************************************************
       0500-APPLY-DISPOSITION.
           move ws-timestamp         to dhs-timestamp
           move ws-disp-userid       to dhs-supervisor-userid
           move ws-supervisor-name   to dhs-supervisor-name
           move tkm-ticket-number    to dhs-ticket-number
           move ws-disp-action       to dhs-action
           move ws-disp-reason       to dhs-reason-code
           move tkm-exception-causes to dhs-exception-causes
           move tkm-vehicle-reg      to dhs-vehicle-reg
           move tkm-net-weight-kg    to dhs-net-weight-kg
           write ry-disposition-history-record
           if ws-history-status not = "00"
              string "disposition history not writable, status "
                     ws-history-status delimited by size
                     into ws-refuse-reason
              end-string
              move DSP-EXIT-FILE-FAILED to ws-exit-status
           else
              move ws-disp-action to tkm-disposition-flag
              move ws-run-date    to tkm-disposition-date
              if ws-disp-is-release
                 move "P" to tkm-status-flag
              end-if
              rewrite ry-weigh-ticket-record
              if ws-master-status not = "00"
                 string "master rewrite failed, status "
                        ws-master-status delimited by size
                        into ws-refuse-reason
                 end-string
                 move DSP-EXIT-FILE-FAILED to ws-exit-status
              else
                 move ws-disp-ticket to ws-print-ticket
                 if ws-disp-is-release
                    string "RELEASED  ticket " ws-print-ticket
                           "  vehicle [" dhs-vehicle-reg
                           "]  causes [" dhs-exception-causes
                           "]  reason " ws-disp-reason
                           "  by " ws-supervisor-name
                           delimited by size into ry-disposition-line
                 else
                    string "FOR VOID  ticket " ws-print-ticket
                           "  vehicle [" dhs-vehicle-reg
                           "]  causes [" dhs-exception-causes
                           "]  reason " ws-disp-reason
                           "  by " ws-supervisor-name
                           delimited by size into ry-disposition-line
                 end-if
                 write ry-disposition-line
                 display "Ticket " ws-print-ticket " disposition "
                         ws-disp-action ", reason " ws-disp-reason
              end-if
           end-if.

      ****************************************************************
      * 0600 - REFUSE THE REQUEST AND SAY WHY
      ****************************************************************
       0600-REFUSE-REQUEST.
           if ws-exit-status = DSP-EXIT-SUCCESS
              move DSP-EXIT-REFUSED to ws-exit-status
           end-if
           string "REFUSED   ticket [" ws-disp-ticket-text
                  "]  action [" ws-disp-action
                  "]  supervisor [" ws-disp-userid-text
                  "]  - " ws-refuse-reason
                  delimited by size into ry-disposition-line
           write ry-disposition-line
           display "REFUSE  disposition request: " ws-refuse-reason.

      ****************************************************************
      * 0700 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0700-FINALIZE.
           close disposition-history-file
           close disposition-report-file.
