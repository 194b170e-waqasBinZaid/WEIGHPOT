           05  tko-product-code     pic x(8).
           05  tko-status-flag      pic x.
           05  tko-post-timestamp   pic x(21).
           05  tko-exception-causes pic x(8).
           05  tko-disposition-flag pic x.
           05  tko-disposition-date pic x(8).
           05  tko-order-ref        pic x(8).
           05  tko-direction        pic x.
           05  tko-weigh-out-date   pic x(8).
           05  tko-weigh-out-hhmm   pic x(4).
           05  filler               pic x(7).

       copy "RockeyTicketMaster.cpy".

       fd  ticket-archive-file.
       01  ry-ticket-archive-record   pic x(150).

       fd  archive-report-file.
       01  ry-archive-line            pic x(132).
           if tko-post-timestamp (1:8) < ws-cutoff-date
              perform 0320-WRITE-TO-ARCHIVE
           else
              move spaces              to ry-weigh-ticket-record
              move tko-ticket-number   to tkm-ticket-number
              move tko-site-id         to tkm-site-id
              move tko-operator-userid to tkm-operator-userid
              move tko-product-code    to tkm-product-code
              move tko-status-flag     to tkm-status-flag
              move tko-post-timestamp  to tkm-post-timestamp
              move tko-exception-causes to tkm-exception-causes
              move tko-disposition-flag to tkm-disposition-flag
              move tko-disposition-date to tkm-disposition-date
              move tko-order-ref       to tkm-order-ref
              move tko-direction       to tkm-direction
              move tko-weigh-out-date  to tkm-weigh-out-date
              move tko-weigh-out-hhmm  to tkm-weigh-out-hhmm
              write ry-weigh-ticket-record
              if ws-master-status = "00"
                 add 1 to ws-retained-count
