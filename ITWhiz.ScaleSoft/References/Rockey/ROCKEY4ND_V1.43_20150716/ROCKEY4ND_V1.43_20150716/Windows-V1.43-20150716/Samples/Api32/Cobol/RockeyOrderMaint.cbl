       $set case
      ****************************************************************
      *                                                              *
      *                    RockeyOrderMaint.cbl                      *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyOrderMaint.

      ****************************************************************
      *                                                              *
      * Maintenance program for the customer contract/order master   *
      * (RockeyOrderMaster.cpy), under the same transaction-and-     *
      * history discipline RockeyCalibMaint applies to the           *
      * calibration file: reads add/change/status transactions       *
      * (RockeyOrderTrans.cpy layout), validates every field -       *
      * numeric maintainer userid, order reference present, numeric  *
      * tonnage and dates, validity ending on or after it starts -   *
      * refuses malformed rows, and appends a change-history record  *
      * (who, when, before/after image) to the shared                *
      * RockeyMaintHistory.dat under target ORD for every accepted   *
      * update.                                                      *
      *                                                              *
      * An A transaction is refused when the order already exists;   *
      * a C or S when it does not. A change may not cut the ordered  *
      * tonnage below what has already been delivered against the    *
      * order. The delivered figure itself is only ever moved by the *
      * posting run's draw-down.                                     *
      *                                                              *
      * The master is indexed and updated in place, so a .bak copy   *
      * is taken once, before the first accepted update is applied;  *
      * a run full of rejects leaves the master untouched.           *
      *                                                              *
      * RETURN-CODE 0 all transactions applied, 1 some transactions  *
      * rejected, 2 a file could not be opened.                      *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select order-trans-file
               assign to ws-trans-file-name
               organization line sequential
               file status is ws-trans-status.

           select maint-history-file
               assign to ws-history-file-name
               organization line sequential
               file status is ws-history-status.

           select order-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

           select order-master-file
               assign to ws-order-file-name
               organization indexed
               access mode random
               record key ord-order-ref
               file status is ws-order-status.

       data division.
       file section.
       copy "RockeyOrderTrans.cpy".
       copy "RockeyMaintHistory.cpy".
       copy "RockeyOrderMaster.cpy".

       fd  order-report-file.
       01  ry-order-line              pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 ORM-EXIT-SUCCESS            value 0.
       78 ORM-EXIT-REJECTS            value 1.
       78 ORM-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value ORM-EXIT-SUCCESS.

       01 ws-trans-file-name    pic x(60)
               value "./Data/RockeyOrderTrans.dat".
       01 ws-trans-status       pic xx    value spaces.
       01 ws-history-file-name  pic x(60)
               value "./Data/RockeyMaintHistory.dat".
       01 ws-history-status     pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyOrderMaintReport.txt".
       01 ws-report-status      pic xx    value spaces.
       01 ws-order-file-name    pic x(60)
               value "./Data/RockeyOrderMaster.dat".
       01 ws-order-status       pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

       01 ws-trans-eof-switch   pic x     value "N".
           88 ws-trans-eof          value "Y".

      ****************************************************************
      * TRANSACTION PROCESSING WORK FIELDS
      ****************************************************************
       01 ws-trans-count        pic 9(5)  value zero.
       01 ws-accept-count       pic 9(5)  value zero.
       01 ws-reject-count       pic 9(5)  value zero.
       01 ws-reject-reason      pic x(44) value spaces.
       01 ws-found-switch       pic x     value "N".
           88 ws-entry-found        value "Y".
       01 ws-backup-taken-switch pic x    value "N".
           88 ws-backup-taken       value "Y".
       01 ws-ordered-tonnes     pic 9(6)  value zero.
       01 ws-new-ordered-kg     pic 9(9)  value zero.
       01 ws-new-valid-from     pic x(8)  value spaces.
       01 ws-new-valid-to       pic x(8)  value spaces.

      ****************************************************************
      * BEFORE/AFTER IMAGES FOR THE SHARED CHANGE HISTORY - account,
      * product, ordered tonnes, validity dates and status
      ****************************************************************
       01 ws-order-image.
           05 woi-account-code  pic x(8).
           05 woi-product-code  pic x(8).
           05 woi-ordered-tonnes pic 9(6).
           05 woi-valid-from    pic x(8).
           05 woi-valid-to      pic x(8).
           05 woi-status        pic x.
       01 ws-before-image       pic x(40) value spaces.
       01 ws-after-image        pic x(40) value spaces.

      ****************************************************************
      * PRE-UPDATE BACKUP, AS ROCKEYROSTERMAINT DOES IT
      ****************************************************************
       01 ws-backup-source      pic x(60) value spaces.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              or ws-history-status not = "00"
              move ORM-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-trans-status = "00"
                 perform 0200-OPEN-ORDER-MASTER
                 if ws-order-status = "00"
                    perform 0300-PROCESS-TRANSACTIONS
                    close order-master-file
                    perform 0500-WRITE-RUN-SUMMARY
                    if ws-reject-count > zero
                       move ORM-EXIT-REJECTS to ws-exit-status
                    end-if
                 else
                    string "EXCEPTION - order master unavailable, "
                           "status " ws-order-status
                           ", no transactions applied"
                           delimited by size into ry-order-line
                    write ry-order-line
                    close order-trans-file
                    move ORM-EXIT-FILE-FAILED to ws-exit-status
                 end-if
              else
                 move "(no transaction file present - nothing to do)"
                      to ry-order-line
                 write ry-order-line
                 display "WARN  no order transaction file "
                         ws-trans-file-name ", status "
                         ws-trans-status
              end-if
           end-if

           perform 0600-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - TIMESTAMP, OPEN THE FIXED FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           perform 3200-REFRESH-TIMESTAMP

           open input order-trans-file
           if ws-trans-status not = "00"
              and ws-trans-status not = "35"
              display "FATAL unable to open transaction file "
                      ws-trans-file-name ", status " ws-trans-status
           end-if

           open extend maint-history-file
           if ws-history-status not = "00"
              and ws-history-status not = "05"
              close maint-history-file
              open output maint-history-file
           end-if
           if ws-history-status = "05"
              move "00" to ws-history-status
           end-if
           if ws-history-status not = "00"
              display "FATAL unable to open change-history file "
                      ws-history-file-name ", status "
                      ws-history-status
           end-if

           open output order-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open maintenance report file "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Customer Order"
                   & " Maintenance" to ry-order-line
              write ry-order-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-order-line
              write ry-order-line
              move spaces to ry-order-line
              write ry-order-line
           end-if.

      ****************************************************************
      * 0200 - OPEN THE ORDER MASTER I-O, CREATING IT FOR THE FIRST
      * ORDER A SITE EVER TAKES
      ****************************************************************
       0200-OPEN-ORDER-MASTER.
           open i-o order-master-file
           if ws-order-status = "35"
              open output order-master-file
              if ws-order-status = "00"
                 close order-master-file
                 open i-o order-master-file
              end-if
           end-if
           if ws-order-status not = "00"
              display "FATAL unable to open order master "
                      ws-order-file-name ", status " ws-order-status
           end-if.

      ****************************************************************
      * 0300 - READ AND APPLY EVERY TRANSACTION
      ****************************************************************
       0300-PROCESS-TRANSACTIONS.
           move "N" to ws-trans-eof-switch
           perform until ws-trans-eof
                      or ws-trans-status not = "00"
              read order-trans-file
                 at end
                    move "Y" to ws-trans-eof-switch
                 not at end
                    add 1 to ws-trans-count
                    perform 0310-APPLY-ONE-TRANSACTION
              end-read
           end-perform
           close order-trans-file.

       0310-APPLY-ONE-TRANSACTION.
           perform 3200-REFRESH-TIMESTAMP
           move spaces to ws-reject-reason
           evaluate true
              when otx-maint-userid not numeric
                 or otx-maint-userid = zero
                 move "maintainer userid must be numeric and nonzero"
                      to ws-reject-reason
                 perform 3000-REJECT-TRANSACTION
              when otx-order-ref = spaces
                 move "order reference is required"
                      to ws-reject-reason
                 perform 3000-REJECT-TRANSACTION
              when other
                 perform 1100-FIND-ORDER
                 evaluate true
                    when otx-is-add
                       perform 1200-ADD-ORDER
                    when otx-is-change
                       perform 1300-CHANGE-ORDER
                    when otx-is-status
                       perform 1400-SET-ORDER-STATUS
                    when other
                       move "action must be A, C or S"
                            to ws-reject-reason
                       perform 3000-REJECT-TRANSACTION
                 end-evaluate
           end-evaluate.

       1100-FIND-ORDER.
           move "N" to ws-found-switch
           move otx-order-ref to ord-order-ref
           read order-master-file
              invalid key
                 continue
           end-read
           if ws-order-status = "00"
              move "Y" to ws-found-switch
           end-if.

      ****************************************************************
      * 1200 - A NEW ORDER. Every field is required, and it starts
      * open with nothing delivered.
      ****************************************************************
       1200-ADD-ORDER.
           evaluate true
              when ws-entry-found
                 move "order already exists - use C"
                      to ws-reject-reason
              when otx-account-code = spaces
                 or otx-product-code = spaces
                 move "account and product are required"
                      to ws-reject-reason
              when otx-ordered-tonnes not numeric
                 or otx-ordered-tonnes = zero
                 move "ordered tonnes must be numeric and nonzero"
                      to ws-reject-reason
              when otx-valid-from not numeric
                 or otx-valid-to not numeric
                 move "validity dates must be numeric"
                      to ws-reject-reason
              when otx-valid-to < otx-valid-from
                 move "validity must end on or after it starts"
                      to ws-reject-reason
           end-evaluate

           if ws-reject-reason not = spaces
              perform 3000-REJECT-TRANSACTION
           else
              move spaces             to ry-order-master-record
              move otx-order-ref      to ord-order-ref
              move otx-account-code   to ord-account-code
              move otx-product-code   to ord-product-code
              move otx-ordered-tonnes to ws-ordered-tonnes
              compute ord-ordered-kg  = ws-ordered-tonnes * 1000
              move zero               to ord-delivered-kg
              move otx-valid-from     to ord-valid-from
              move otx-valid-to       to ord-valid-to
              move "O"                to ord-status
              move zero               to ord-last-ticket
              perform 0450-BACKUP-ORDER-MASTER
              write ry-order-master-record
                 invalid key
                    continue
              end-write
              if ws-order-status = "00"
                 move "(new)" to ws-before-image
                 perform 1600-BUILD-ORDER-IMAGE
                 move ws-order-image to ws-after-image
                 perform 3100-ACCEPT-TRANSACTION
              else
                 string "order master write failed, status "
                        ws-order-status delimited by size
                        into ws-reject-reason
                 perform 3000-REJECT-TRANSACTION
              end-if
           end-if.

      ****************************************************************
      * 1300 - CHANGE AN ORDER. A blank field keeps its value; the
      * result is judged as a whole, so a new end date is checked
      * against the start date already on file.
      ****************************************************************
       1300-CHANGE-ORDER.
           move zero   to ws-new-ordered-kg
           move spaces to ws-new-valid-from
           move spaces to ws-new-valid-to
           if ws-entry-found
              move ord-ordered-kg to ws-new-ordered-kg
              move ord-valid-from to ws-new-valid-from
              move ord-valid-to   to ws-new-valid-to
              if otx-valid-from not = spaces
                 move otx-valid-from to ws-new-valid-from
              end-if
              if otx-valid-to not = spaces
                 move otx-valid-to to ws-new-valid-to
              end-if
           end-if

           evaluate true
              when not ws-entry-found
                 move "order not on the master - use A"
                      to ws-reject-reason
              when otx-ordered-tonnes not = spaces
                 and (otx-ordered-tonnes not numeric
                      or otx-ordered-tonnes = zero)
                 move "ordered tonnes must be numeric and nonzero"
                      to ws-reject-reason
              when ws-new-valid-from not numeric
                 or ws-new-valid-to not numeric
                 move "validity dates must be numeric"
                      to ws-reject-reason
              when ws-new-valid-to < ws-new-valid-from
                 move "validity must end on or after it starts"
                      to ws-reject-reason
           end-evaluate

           if ws-reject-reason = spaces
              and otx-ordered-tonnes not = spaces
              move otx-ordered-tonnes to ws-ordered-tonnes
              compute ws-new-ordered-kg = ws-ordered-tonnes * 1000
              if ws-new-ordered-kg < ord-delivered-kg
                 move "ordered tonnes below tonnes already delivered"
                      to ws-reject-reason
              end-if
           end-if

           if ws-reject-reason not = spaces
              perform 3000-REJECT-TRANSACTION
           else
              perform 1600-BUILD-ORDER-IMAGE
              move ws-order-image to ws-before-image
              if otx-account-code not = spaces
                 move otx-account-code to ord-account-code
              end-if
              if otx-product-code not = spaces
                 move otx-product-code to ord-product-code
              end-if
              move ws-new-ordered-kg to ord-ordered-kg
              move ws-new-valid-from to ord-valid-from
              move ws-new-valid-to   to ord-valid-to
              perform 1700-REWRITE-ORDER
           end-if.

      ****************************************************************
      * 1400 - HOLD, REOPEN OR CLOSE AN ORDER
      ****************************************************************
       1400-SET-ORDER-STATUS.
           evaluate true
              when not ws-entry-found
                 move "order not on the master" to ws-reject-reason
              when otx-status not = "O"
                   and otx-status not = "H"
                   and otx-status not = "C"
                 move "status must be O, H or C" to ws-reject-reason
              when otx-status = ord-status
                 move "order already has that status"
                      to ws-reject-reason
           end-evaluate

           if ws-reject-reason not = spaces
              perform 3000-REJECT-TRANSACTION
           else
              perform 1600-BUILD-ORDER-IMAGE
              move ws-order-image to ws-before-image
              move otx-status to ord-status
              perform 1700-REWRITE-ORDER
           end-if.

       1600-BUILD-ORDER-IMAGE.
           move ord-account-code to woi-account-code
           move ord-product-code to woi-product-code
           compute woi-ordered-tonnes = ord-ordered-kg / 1000
           move ord-valid-from   to woi-valid-from
           move ord-valid-to     to woi-valid-to
           move ord-status       to woi-status.

       1700-REWRITE-ORDER.
           perform 0450-BACKUP-ORDER-MASTER
           rewrite ry-order-master-record
              invalid key
                 continue
           end-rewrite
           if ws-order-status = "00"
              perform 1600-BUILD-ORDER-IMAGE
              move ws-order-image to ws-after-image
              perform 3100-ACCEPT-TRANSACTION
           else
              string "order master rewrite failed, status "
                     ws-order-status delimited by size
                     into ws-reject-reason
              perform 3000-REJECT-TRANSACTION
           end-if.

      ****************************************************************
      * 0450 - COPY THE MASTER TO ITS .BAK BEFORE THE FIRST UPDATE
      * OF THE RUN
      ****************************************************************
       0450-BACKUP-ORDER-MASTER.
           if not ws-backup-taken
              move "Y" to ws-backup-taken-switch
              move ws-order-file-name to ws-backup-source
              move spaces to ws-backup-target
              string ws-backup-source delimited by space
                     ".bak"           delimited by size
                     into ws-backup-target
              call "CBL_COPY_FILE" using ws-backup-source
                                          ws-backup-target
                                   returning ws-copy-ret
              if ws-copy-ret not = zero
                 display "WARN  could not take backup copy "
                         ws-backup-target ", copy status "
                         ws-copy-ret
              end-if
           end-if.

      ****************************************************************
      * 0500 - RUN SUMMARY
      ****************************************************************
       0500-WRITE-RUN-SUMMARY.
           move spaces to ry-order-line
           write ry-order-line
           string "Transactions read : " ws-trans-count
                  delimited by size into ry-order-line
           write ry-order-line
           string "Accepted          : " ws-accept-count
                  delimited by size into ry-order-line
           write ry-order-line
           string "Rejected          : " ws-reject-count
                  delimited by size into ry-order-line
           write ry-order-line
           display "Order maintenance complete, "
                   ws-accept-count " accepted, "
                   ws-reject-count " rejected".

      ****************************************************************
      * 0600 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0600-FINALIZE.
           close maint-history-file
           close order-report-file.

      ****************************************************************
      * 3000 - REFUSE A MALFORMED OR INVALID TRANSACTION
      ****************************************************************
       3000-REJECT-TRANSACTION.
           add 1 to ws-reject-count
           string "REJECTED  trans " ws-trans-count
                  "  " otx-action " ORD"
                  "  order=" otx-order-ref
                  "  - " ws-reject-reason delimited by size
                  into ry-order-line
           write ry-order-line
           display "REJECT  transaction " ws-trans-count ": "
                   ws-reject-reason.

      ****************************************************************
      * 3100 - REPORT AND HISTORY FOR AN ACCEPTED TRANSACTION. The
      * history row goes to the same append-only file the roster
      * maintenance writes, under target ORD, keyed on the order.
      ****************************************************************
       3100-ACCEPT-TRANSACTION.
           add 1 to ws-accept-count
           string "ACCEPTED  trans " ws-trans-count
                  "  " otx-action " ORD"
                  "  before [" ws-before-image
                  "]  after [" ws-after-image "]"
                  delimited by size into ry-order-line
           write ry-order-line

           move ws-timestamp       to mhs-timestamp
           move otx-maint-userid   to mhs-maint-userid
           move otx-action         to mhs-action
           move "ORD"              to mhs-target
           move otx-order-ref      to mhs-key
           move ws-before-image    to mhs-before-image
           move ws-after-image     to mhs-after-image
           write ry-maint-history-record
           move spaces to ws-before-image
           move spaces to ws-after-image.

      ****************************************************************
      * 3200 - REFRESH THE TIMESTAMP SO EVERY HISTORY ROW CARRIES
      * THE CLOCK TIME IT WAS APPLIED, AS THE AUDIT LOG DOES
      ****************************************************************
       3200-REFRESH-TIMESTAMP.
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string.
