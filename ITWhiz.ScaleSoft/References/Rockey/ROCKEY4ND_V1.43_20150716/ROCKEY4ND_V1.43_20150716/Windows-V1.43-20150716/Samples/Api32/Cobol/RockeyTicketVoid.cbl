      * tickets, so the void shows on the same day's register with   *
      * no further work.                                             *
      *                                                              *
      * A voided ticket that was drawn down against a customer order *
      * (RockeyOrderMaster.cpy) gives its net back to the order, so  *
      * the cancelled load no longer counts as delivered. The void   *
      * stands even if the order cannot be updated; the report says  *
      * so for the office to adjust the order by hand.               *
      *                                                              *
      * A ticket already sent to the accounts package (it is on the  *
      * billed-ticket ledger, RockeyBilledLedger.cpy) may still be   *
      * voided; the report says which billing run it went out on,    *
      * and the next billing extract raises the credit note.         *
      *                                                              *
      * RETURN-CODE 0 voided, 1 request refused, 2 a file could not  *
      * be opened.                                                   *
      *                                                              *
               organization line sequential
               file status is ws-history-status.

           select order-master-file
               assign to ws-order-file-name
               organization indexed
               access mode random
               record key ord-order-ref
               file status is ws-order-status.

           select billed-ledger-file
               assign to ws-ledger-file-name
               organization indexed
               access mode random
               record key bld-ticket-number
               file status is ws-ledger-status.

           select void-report-file
               assign to ws-report-file-name
               organization line sequential
       copy "RockeyTicketMaster.cpy".
       copy "RockeyOperatorRoster.cpy".
       copy "RockeyVoidHistory.cpy".
       copy "RockeyOrderMaster.cpy".
       copy "RockeyBilledLedger.cpy".

       fd  void-report-file.
       01  ry-void-line               pic x(132).
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyVoidReport.txt".
       01 ws-report-status      pic xx    value spaces.
       01 ws-order-file-name    pic x(60)
               value "./Data/RockeyOrderMaster.dat".
       01 ws-order-status       pic xx    value spaces.
       01 ws-credit-status      pic xx    value spaces.
       01 ws-disp-net           pic 9(7).
       01 ws-ledger-file-name   pic x(60)
               value "./Data/RockeyBilledLedger.dat".
       01 ws-ledger-status      pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
                 write ry-void-line
                 display "Ticket " ws-disp-ticket
                         " voided, reason " ws-void-reason
                 if tkm-order-ref not = spaces
                    and (tkm-exc-order-cause = space
                         or tkm-exc-order-not-open
                         or tkm-exc-order-expired
                         or tkm-exc-order-exhausted)
                    perform 0550-RETURN-ORDER-TONNAGE
                 end-if
                 perform 0560-CHECK-BILLED
              end-if
           end-if.

      ****************************************************************
      * 0550 - GIVE THE VOIDED NET BACK TO THE ORDER IT WAS DRAWN
      * DOWN AGAINST. Only a ticket whose order was found at posting
      * was drawn down - one posted against an unknown order, an
      * order for another product, or with the order master down,
      * never touched the order. The open, read or rewrite status
      * is kept in ws-credit-status, since the close overwrites
      * ws-order-status before the outcome is reported.
      ****************************************************************
       0550-RETURN-ORDER-TONNAGE.
           move tkm-net-weight-kg to ws-disp-net
           open i-o order-master-file
           move ws-order-status to ws-credit-status
           if ws-order-status = "00"
              move tkm-order-ref to ord-order-ref
              read order-master-file
                 invalid key
                    continue
              end-read
              move ws-order-status to ws-credit-status
              if ws-order-status = "00"
                 if ord-delivered-kg > tkm-net-weight-kg
                    subtract tkm-net-weight-kg from ord-delivered-kg
                 else
                    move zero to ord-delivered-kg
                 end-if
                 rewrite ry-order-master-record
                    invalid key
                       continue
                 end-rewrite
                 move ws-order-status to ws-credit-status
              end-if
              close order-master-file
           end-if
           if ws-credit-status = "00"
              string "          order " tkm-order-ref
                     " credited back " ws-disp-net " kg"
                     delimited by size into ry-void-line
           else
              string "          order " tkm-order-ref
                     " NOT credited back " ws-disp-net
                     " kg, status " ws-credit-status
                     " - adjust the order by hand"
                     delimited by size into ry-void-line
           end-if
           write ry-void-line.

      ****************************************************************
      * 0560 - SAY WHETHER THE TICKET HAS ALREADY BEEN INVOICED. No
      * ledger yet means billing has never run against it.
      ****************************************************************
       0560-CHECK-BILLED.
           open input billed-ledger-file
           if ws-ledger-status = "00"
              move tkm-ticket-number to bld-ticket-number
              read billed-ledger-file
                 invalid key
                    continue
              end-read
              if ws-ledger-status = "00"
                 and bld-is-billed
                 string "          billed on the " bld-billing-month
                        " run to account " bld-account-code
                        " - credit note on the next billing extract"
                        delimited by size into ry-void-line
                 write ry-void-line
              end-if
              close billed-ledger-file
           end-if.

      ****************************************************************
