       copy "RockeyTicketMaster.cpy".

      ****************************************************************
      * THE YEARLY ARCHIVE FILES CARRY THE SAME 150-BYTE LAYOUT THE
      * ARCHIVE/PURGE JOB WROTE; only the key is named here, the
      * whole record is moved onto the master record area to print.
      * A line archived before the master grew to 150 bytes reads
      * back space-filled - no causes, no disposition.
      ****************************************************************
       fd  ticket-archive-file.
       01  ry-ticket-archive-record.
           05  arc-ticket-number    pic 9(9).
           05  arc-remainder        pic x(141).

       fd  inquiry-report-file.
       01  ry-inquiry-line            pic x(132).
                 move "***  POSTED WITH OPEN EXCEPTIONS  ***"
                      to ry-inquiry-line
                 write ry-inquiry-line
                 if tkm-disp-void-pending
                    move "***  SENT FOR VOID BY SUPERVISOR  ***"
                         to ry-inquiry-line
                    write ry-inquiry-line
                 end-if
              when tkm-disp-released
                 move "***  RELEASED FROM EXCEPTION BY SUPERVISOR  ***"
                      to ry-inquiry-line
                 write ry-inquiry-line
           end-evaluate

           move spaces to ry-inquiry-line
           string "Product        : " tkm-product-code
                  delimited by size into ry-inquiry-line
           write ry-inquiry-line
           if tkm-order-ref not = spaces
              string "Order          : " tkm-order-ref
                     delimited by size into ry-inquiry-line
              write ry-inquiry-line
           end-if
           evaluate true
              when tkm-dir-in
                 move "Movement       : IN  (delivered into the yard)"
                      to ry-inquiry-line
                 write ry-inquiry-line
              when tkm-dir-out
                 move "Movement       : OUT (left the yard)"
                      to ry-inquiry-line
                 write ry-inquiry-line
           end-evaluate
           move tkm-gross-weight-kg to ws-disp-gross
           string "Gross weight   : " ws-disp-gross " kg"
                  delimited by size into ry-inquiry-line
