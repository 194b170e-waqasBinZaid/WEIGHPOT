       $set case
      ****************************************************************
      *                                                              *
      *                   RockeySuspenseMaint.cbl                    *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeySuspenseMaint.

      ****************************************************************
      *                                                              *
      * Supervised correction of the weighment suspense file, under  *
      * the same transaction-and-history discipline RockeyCalibMaint *
      * applies to the calibration file. Reads correction            *
      * transactions (RockeySuspenseTrans.cpy layout); each one      *
      * names a suspense item by its key and either:                 *
      *                                                              *
      *   R  releases a corrected weighment - the original record    *
      *      with any corrected vehicle, product, gross, tare,       *
      *      order or direction laid over it - to                    *
      *      RockeySuspenseRelease.dat, which RockeyScaleCapture     *
      *      merges into the next night's weighment transaction      *
      *      file, or                                                *
      *   W  writes the item off with nothing released.              *
      *                                                              *
      * The supervisor must be on the active operator roster, the    *
      * item must still be open, a reason code is required, and a    *
      * release must carry a vehicle, a product, a gross above the   *
      * tare and a direction of I or O (a weighment suspended before *
      * the direction was carried, or a half-pass first or second    *
      * weigh, must have it keyed). Releasing a second weigh (mode   *
      * S) that the capture run could not match also deletes the     *
      * vehicle's first weigh from the in-yard file                  *
      * (RockeyInYard.cpy) when one taken before it is still there,  *
      * so the next capture run does not send that first weigh to    *
      * suspense again as never matched; while the in-yard file      *
      * cannot be opened such a release is refused. Every accepted   *
      * transaction appends a who/when/why row with the before and   *
      * after figures to the append-only RockeySuspenseHistory.dat.  *
      *                                                              *
      * The suspense file is loaded whole into working storage,      *
      * updated there, and rewritten (after a .bak copy) only when   *
      * at least one transaction was accepted, so a run full of      *
      * rejects leaves the file untouched.                           *
      *                                                              *
      * RETURN-CODE 0 all transactions applied, 1 some transactions  *
      * rejected, 2 a file could not be opened.                      *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select suspense-trans-file
               assign to ws-trans-file-name
               organization line sequential
               file status is ws-trans-status.

           select suspense-file
               assign to ws-suspense-file-name
               organization line sequential
               file status is ws-suspense-status.

           select suspense-history-file
               assign to ws-history-file-name
               organization line sequential
               file status is ws-history-status.

           select weigh-trans-file
               assign to ws-release-file-name
               organization line sequential
               file status is ws-release-status.

           select operator-roster-file
               assign to ws-operator-roster-file-name
               organization line sequential
               file status is ws-operator-roster-status.

           select in-yard-file
               assign to ws-in-yard-file-name
               organization indexed
               access mode random
               record key is iyd-vehicle-reg
               file status is ws-in-yard-status.

           select suspense-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       copy "RockeySuspenseTrans.cpy".
       copy "RockeySuspense.cpy".
       copy "RockeySuspenseHistory.cpy".
       copy "RockeyWeighTrans.cpy".
       copy "RockeyOperatorRoster.cpy".
       copy "RockeyInYard.cpy".

       fd  suspense-report-file.
       01  ry-suspense-line           pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 SUS-EXIT-SUCCESS            value 0.
       78 SUS-EXIT-REJECTS            value 1.
       78 SUS-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value SUS-EXIT-SUCCESS.

       01 ws-trans-file-name    pic x(60)
               value "./Data/RockeySuspenseTrans.dat".
       01 ws-trans-status       pic xx    value spaces.
       01 ws-suspense-file-name pic x(60)
               value "./Data/RockeySuspense.dat".
       01 ws-suspense-status    pic xx    value spaces.
       01 ws-history-file-name  pic x(60)
               value "./Data/RockeySuspenseHistory.dat".
       01 ws-history-status     pic xx    value spaces.
       01 ws-release-file-name  pic x(60)
               value "./Data/RockeySuspenseRelease.dat".
       01 ws-release-status     pic xx    value spaces.
       01 ws-operator-roster-file-name pic x(60)
               value "./Data/RockeyOperatorRoster.dat".
       01 ws-operator-roster-status pic xx value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeySuspenseMaintReport.txt".
       01 ws-report-status      pic xx    value spaces.
       01 ws-in-yard-file-name  pic x(60)
               value "./Data/RockeyInYard.dat".
       01 ws-in-yard-status     pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

       01 ws-trans-eof-switch   pic x     value "N".
           88 ws-trans-eof          value "Y".
       01 ws-load-eof-switch    pic x     value "N".
           88 ws-load-eof           value "Y".

      ****************************************************************
      * IN-STORAGE COPY OF THE SUSPENSE FILE - the key is named for
      * the search, the rest of the record travels whole. A file too
      * big for the table is never rewritten, or the items past the
      * table's end would be lost.
      ****************************************************************
       01 ws-suspense-count     pic 9(4)  comp-5 value zero.
       01 ws-max-suspense       pic 9(4)  comp-5 value 2000.
       01 ws-suspense-changed-switch pic x value "N".
           88 ws-suspense-changed   value "Y".
       01 ws-suspense-full-switch pic x   value "N".
           88 ws-suspense-full      value "Y".
       01 ws-suspense-table.
           05 ws-suspense-entry occurs 2000.
               10 wss-suspense-key  pic x(22).
               10 wss-remainder     pic x(219).

      ****************************************************************
      * TRANSACTION PROCESSING WORK FIELDS
      ****************************************************************
       01 ws-trans-count        pic 9(5)  value zero.
       01 ws-accept-count       pic 9(5)  value zero.
       01 ws-reject-count       pic 9(5)  value zero.
       01 ws-release-count      pic 9(5)  value zero.
       01 ws-write-off-count    pic 9(5)  value zero.
       01 ws-reject-reason      pic x(44) value spaces.
       01 ws-sub                pic 9(4)  comp-5 value zero.
       01 ws-match-sub          pic 9(4)  comp-5 value zero.
       01 ws-found-switch       pic x     value "N".
           88 ws-entry-found        value "Y".

      ****************************************************************
      * SUPERVISOR ROSTER CHECK, AS ROCKEYTICKETVOID DOES IT
      ****************************************************************
       01 ws-maint-userid       pic 9(9)  value zero.
       01 ws-roster-eof-switch  pic x     value "N".
           88 ws-roster-eof         value "Y".
       01 ws-supervisor-switch  pic x     value "N".
           88 ws-supervisor-ok      value "Y".
       01 ws-supervisor-name    pic x(20) value spaces.

      ****************************************************************
      * THE WEIGHMENT BEING RELEASED - built from the original
      * record, then any corrected field laid over it
      ****************************************************************
       01 ws-rel-vehicle-reg    pic x(10) value spaces.
       01 ws-rel-product-code   pic x(8)  value spaces.
       01 ws-rel-gross-kg       pic 9(7)  value zero.
       01 ws-rel-tare-kg        pic 9(7)  value zero.
       01 ws-rel-in-timestamp   pic x(21) value spaces.
       01 ws-rel-out-timestamp  pic x(21) value spaces.
       01 ws-rel-order-ref      pic x(8)  value spaces.
       01 ws-rel-direction      pic x     value spaces.
           88 ws-rel-dir-valid      value "I" "O".

      ****************************************************************
      * THE FIRST WEIGH A RELEASED SECOND WEIGH (MODE S) CLOSES OFF -
      * one on the in-yard file under the vehicle taken no later
      * than the second weigh is deleted once the release is written
      ****************************************************************
       01 ws-yard-match-switch  pic x     value "N".
           88 ws-yard-match         value "Y".
       01 ws-yard-reg           pic x(10) value spaces.
       01 ws-yard-first-time    pic x(21) value spaces.
       01 ws-yard-delete-status pic xx    value spaces.

      ****************************************************************
      * BEFORE/AFTER IMAGES FOR THE CORRECTION HISTORY - vehicle,
      * product, gross, tare and order. The before figures are
      * carried as the instrument gave them, numeric or not.
      ****************************************************************
       01 ws-suspense-image.
           05 wsi-vehicle-reg   pic x(10).
           05 wsi-product-code  pic x(8).
           05 wsi-gross-kg      pic x(7).
           05 wsi-tare-kg       pic x(7).
           05 wsi-order-ref     pic x(8).
       01 ws-before-image       pic x(40) value spaces.
       01 ws-after-image        pic x(40) value spaces.

      ****************************************************************
      * PRE-REWRITE BACKUP, AS ROCKEYROSTERMAINT DOES IT
      ****************************************************************
       01 ws-backup-source      pic x(60) value spaces.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              or ws-history-status not = "00"
              or ws-release-status not = "00"
              move SUS-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-trans-status = "00"
                 perform 0200-LOAD-SUSPENSE-FILE
                 if ws-suspense-full
                    move SUS-EXIT-FILE-FAILED to ws-exit-status
                    close suspense-trans-file
                 else
                    perform 0300-PROCESS-TRANSACTIONS
                    if ws-suspense-changed
                       perform 0400-REWRITE-SUSPENSE-FILE
                    end-if
                    perform 0500-WRITE-RUN-SUMMARY
                    if ws-reject-count > zero
                       and ws-exit-status = SUS-EXIT-SUCCESS
                       move SUS-EXIT-REJECTS to ws-exit-status
                    end-if
                 end-if
              else
                 move "(no transaction file present - nothing to do)"
                      to ry-suspense-line
                 write ry-suspense-line
                 display "WARN  no suspense correction file "
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

           open input suspense-trans-file
           if ws-trans-status not = "00"
              and ws-trans-status not = "35"
              display "FATAL unable to open transaction file "
                      ws-trans-file-name ", status " ws-trans-status
           end-if

           open extend suspense-history-file
           if ws-history-status not = "00"
              and ws-history-status not = "05"
              close suspense-history-file
              open output suspense-history-file
           end-if
           if ws-history-status = "05"
              move "00" to ws-history-status
           end-if
           if ws-history-status not = "00"
              display "FATAL unable to open correction history file "
                      ws-history-file-name ", status "
                      ws-history-status
           end-if

           open extend weigh-trans-file
           if ws-release-status not = "00"
              and ws-release-status not = "05"
              close weigh-trans-file
              open output weigh-trans-file
           end-if
           if ws-release-status = "05"
              move "00" to ws-release-status
           end-if
           if ws-release-status not = "00"
              display "FATAL unable to open suspense release file "
                      ws-release-file-name ", status "
                      ws-release-status
           end-if

           open output suspense-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open correction report file "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Suspense"
                   & " Correction" to ry-suspense-line
              write ry-suspense-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-suspense-line
              write ry-suspense-line
              move spaces to ry-suspense-line
              write ry-suspense-line
           end-if.

      ****************************************************************
      * 0200 - LOAD THE SUSPENSE FILE INTO WORKING STORAGE. A file
      * with more items than the table holds stops the run before
      * any transaction is applied.
      ****************************************************************
       0200-LOAD-SUSPENSE-FILE.
           move zero to ws-suspense-count
           open input suspense-file
           if ws-suspense-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-suspense-full
                         or ws-suspense-status not = "00"
                 read suspense-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       if ws-suspense-count >= ws-max-suspense
                          move "Y" to ws-suspense-full-switch
                       else
                          add 1 to ws-suspense-count
                          move ry-suspense-record
                               to ws-suspense-entry (ws-suspense-count)
                       end-if
                 end-read
              end-perform
              close suspense-file
           else
              display "WARN  suspense file unavailable, status "
                      ws-suspense-status ", no items to correct"
           end-if

           if ws-suspense-full
              display "FATAL suspense file holds more than "
                      ws-max-suspense " items, nothing applied"
              string "EXCEPTION - suspense file larger than the "
                     "correction table, nothing applied - write off"
                     " or archive old items first"
                     delimited by size into ry-suspense-line
              write ry-suspense-line
           end-if.

      ****************************************************************
      * 0300 - READ AND APPLY EVERY TRANSACTION
      ****************************************************************
       0300-PROCESS-TRANSACTIONS.
           move "N" to ws-trans-eof-switch
           perform until ws-trans-eof
                      or ws-trans-status not = "00"
              read suspense-trans-file
                 at end
                    move "Y" to ws-trans-eof-switch
                 not at end
                    add 1 to ws-trans-count
                    perform 0310-APPLY-ONE-TRANSACTION
              end-read
           end-perform
           close suspense-trans-file.

       0310-APPLY-ONE-TRANSACTION.
           perform 3200-REFRESH-TIMESTAMP
           move spaces to ws-reject-reason
           evaluate true
              when stx-maint-userid not numeric
                 or stx-maint-userid = zero
                 move "supervisor userid must be numeric and nonzero"
                      to ws-reject-reason
              when not stx-is-release and not stx-is-write-off
                 move "action must be R or W" to ws-reject-reason
              when stx-reason-code = spaces
                 move "a reason code is required" to ws-reject-reason
              when other
                 move stx-maint-userid to ws-maint-userid
                 perform 1100-FIND-SUSPENSE-ITEM
                 if not ws-entry-found
                    move "suspense key is not on the suspense file"
                         to ws-reject-reason
                 else
                    move ws-suspense-entry (ws-match-sub)
                         to ry-suspense-record
                    if not sus-is-open
                       move "item is already released or written off"
                            to ws-reject-reason
                    end-if
                 end-if
                 if ws-reject-reason = spaces
                    perform 0320-VERIFY-SUPERVISOR
                 end-if
           end-evaluate

           if ws-reject-reason = spaces
              perform 1150-BUILD-BEFORE-IMAGE
              if stx-is-release
                 perform 1200-RELEASE-ITEM
              else
                 perform 1300-WRITE-OFF-ITEM
              end-if
           end-if

           if ws-reject-reason not = spaces
              perform 3000-REJECT-TRANSACTION
           end-if.

      ****************************************************************
      * 0320 - THE SUPERVISOR MUST BE ON THE ACTIVE ROSTER, THE SAME
      * FILE THE SHIFT CHECK RECONCILES AGAINST
      ****************************************************************
       0320-VERIFY-SUPERVISOR.
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
                       if opr-userid = ws-maint-userid
                          and opr-is-active
                          move "Y" to ws-supervisor-switch
                          move opr-name to ws-supervisor-name
                       end-if
                 end-read
              end-perform
              close operator-roster-file
              if not ws-supervisor-ok
                 move "supervisor not on the active roster"
                      to ws-reject-reason
              end-if
           else
              move "operator roster unavailable"
                   to ws-reject-reason
           end-if.

       1100-FIND-SUSPENSE-ITEM.
           move "N" to ws-found-switch
           move zero to ws-match-sub
           move 1 to ws-sub
           perform until ws-entry-found or ws-sub > ws-suspense-count
              if wss-suspense-key (ws-sub) = stx-suspense-key
                 move "Y" to ws-found-switch
                 move ws-sub to ws-match-sub
              else
                 add 1 to ws-sub
              end-if
           end-perform.

      ****************************************************************
      * 1150 - THE ORIGINAL FIGURES, AS THE SOURCE RECORD HAD THEM.
      * A capture refusal carries the raw in/out readings; when both
      * are numeric the heavier is shown as gross, the way the
      * capture run would have taken it. A two-pass reading carries
      * only the half the truck got through (weigh mode F or S), so
      * the missing reading is zero and the tare must be supplied on
      * the correction; a first weigh's only time is its weigh-in.
      * The direction follows the heavier reading the same way only
      * when both readings were taken. A half-pass item (weigh mode
      * F, S or T) has a zero for the missing reading, so the
      * comparison says nothing: a single-pass weigh keeps the
      * direction the operator keyed, and otherwise it is left blank
      * so the release cannot go through until one is keyed.
      ****************************************************************
       1150-BUILD-BEFORE-IMAGE.
           move spaces to ws-rel-direction
           move spaces to ws-rel-in-timestamp
           move spaces to ws-rel-out-timestamp
           move zero   to ws-rel-gross-kg
           move zero   to ws-rel-tare-kg
           if sus-from-capture
              move ssi-vehicle-reg   to ws-rel-vehicle-reg
              move ssi-product-code  to ws-rel-product-code
              move ssi-in-timestamp  to ws-rel-in-timestamp
              move ssi-out-timestamp to ws-rel-out-timestamp
              if ws-rel-out-timestamp = spaces
                 move ssi-in-timestamp to ws-rel-out-timestamp
              end-if
              if ws-rel-in-timestamp = spaces
                 move ssi-out-timestamp to ws-rel-in-timestamp
              end-if
              move ssi-order-ref     to ws-rel-order-ref
              move ssi-vehicle-reg   to wsi-vehicle-reg
              move ssi-product-code  to wsi-product-code
              move ssi-order-ref     to wsi-order-ref
              if ssi-in-weight-kg numeric
                 and ssi-out-weight-kg numeric
                 if ssi-in-weight-kg >= ssi-out-weight-kg
                    move ssi-in-weight-kg  to ws-rel-gross-kg
                    move ssi-out-weight-kg to ws-rel-tare-kg
                    move "I" to ws-rel-direction
                 else
                    move ssi-out-weight-kg to ws-rel-gross-kg
                    move ssi-in-weight-kg  to ws-rel-tare-kg
                    move "O" to ws-rel-direction
                 end-if
                 if ssi-weigh-mode = "F" or "S" or "T"
                    move spaces to ws-rel-direction
                    if ssi-weigh-mode = "T"
                       and (ssi-direction = "I" or "O")
                       move ssi-direction to ws-rel-direction
                    end-if
                 end-if
                 move ws-rel-gross-kg to wsi-gross-kg
                 move ws-rel-tare-kg  to wsi-tare-kg
              else
                 move ssi-in-weight-kg  to wsi-gross-kg
                 move ssi-out-weight-kg to wsi-tare-kg
              end-if
           else
              move swi-vehicle-reg   to ws-rel-vehicle-reg
              move swi-product-code  to ws-rel-product-code
              move swi-in-timestamp  to ws-rel-in-timestamp
              move swi-out-timestamp to ws-rel-out-timestamp
              move swi-order-ref     to ws-rel-order-ref
              move swi-direction     to ws-rel-direction
              move swi-vehicle-reg   to wsi-vehicle-reg
              move swi-product-code  to wsi-product-code
              move swi-order-ref     to wsi-order-ref
              move swi-gross-weight-kg to wsi-gross-kg
              move swi-tare-weight-kg  to wsi-tare-kg
              if swi-gross-weight-kg numeric
                 move swi-gross-weight-kg to ws-rel-gross-kg
              end-if
              if swi-tare-weight-kg numeric
                 move swi-tare-weight-kg to ws-rel-tare-kg
              end-if
           end-if
           move ws-suspense-image to ws-before-image.

      ****************************************************************
      * 1200 - LAY THE CORRECTIONS OVER THE ORIGINAL, CHECK THE
      * RESULT WOULD PASS THE POSTING RUN'S OWN RECORD CHECKS, AND
      * RELEASE IT. The history row is written before the release
      * record, the same order RockeyTicketVoid keeps - a change we
      * cannot explain is worse than one not yet applied.
      ****************************************************************
       1200-RELEASE-ITEM.
           if stx-vehicle-reg not = spaces
              move stx-vehicle-reg to ws-rel-vehicle-reg
           end-if
           if stx-product-code not = spaces
              move stx-product-code to ws-rel-product-code
           end-if
           if stx-order-ref not = spaces
              move stx-order-ref to ws-rel-order-ref
           end-if
           if stx-direction not = spaces
              move stx-direction to ws-rel-direction
           end-if
           if stx-gross-weight-kg not = spaces
              if stx-gross-weight-kg numeric
                 move stx-gross-weight-kg to ws-rel-gross-kg
              else
                 move "corrected gross must be numeric"
                      to ws-reject-reason
              end-if
           end-if
           if stx-tare-weight-kg not = spaces
              if stx-tare-weight-kg numeric
                 move stx-tare-weight-kg to ws-rel-tare-kg
              else
                 move "corrected tare must be numeric"
                      to ws-reject-reason
              end-if
           end-if

           if ws-reject-reason = spaces
              evaluate true
                 when ws-rel-vehicle-reg = spaces
                    move "released weighment has no vehicle"
                         to ws-reject-reason
                 when ws-rel-product-code = spaces
                    move "released weighment has no product"
                         to ws-reject-reason
                 when ws-rel-tare-kg = zero
                    move "released weighment has no tare"
                         to ws-reject-reason
                 when ws-rel-gross-kg not > ws-rel-tare-kg
                    move "released gross does not exceed tare"
                         to ws-reject-reason
                 when not ws-rel-dir-valid
                    move "released direction must be I or O"
                         to ws-reject-reason
              end-evaluate
           end-if

           move "N" to ws-yard-match-switch
           if ws-reject-reason = spaces
              and sus-from-capture
              and ssi-weigh-mode = "S"
              perform 1250-FIND-FIRST-WEIGH
           end-if

           if ws-reject-reason = spaces
              move ws-rel-vehicle-reg  to wsi-vehicle-reg
              move ws-rel-product-code to wsi-product-code
              move ws-rel-gross-kg     to wsi-gross-kg
              move ws-rel-tare-kg      to wsi-tare-kg
              move ws-rel-order-ref    to wsi-order-ref
              move ws-suspense-image   to ws-after-image
              perform 3100-WRITE-HISTORY
              if ws-reject-reason = spaces
                 move ws-rel-vehicle-reg   to wtx-vehicle-reg
                 move ws-rel-product-code  to wtx-product-code
                 move ws-rel-gross-kg      to wtx-gross-weight-kg
                 move ws-rel-tare-kg       to wtx-tare-weight-kg
                 move ws-rel-in-timestamp  to wtx-in-timestamp
                 move ws-rel-out-timestamp to wtx-out-timestamp
                 move ws-rel-order-ref     to wtx-order-ref
                 move ws-rel-direction     to wtx-direction
                 write ry-weigh-trans-record
                 add 1 to ws-release-count
                 move "R" to sus-status-flag
                 perform 1400-STORE-RESOLUTION
                 if ws-yard-match
                    perform 1260-CLEAR-FIRST-WEIGH
                 end-if
              end-if
           end-if.

      ****************************************************************
      * 1250 - IS THE SECOND WEIGH'S FIRST WEIGH STILL IN THE YARD?
      * The in-yard file is keyed on the registration the capture
      * run saw, so the original one is looked up, not a corrected
      * one. A first weigh taken after the second weigh is the
      * vehicle's next visit and is left alone. No in-yard file
      * means nothing to clear; one that will not open refuses the
      * release, or the unmatched first weigh would later be sent to
      * suspense again for the same visit.
      ****************************************************************
       1250-FIND-FIRST-WEIGH.
           move ssi-vehicle-reg to ws-yard-reg
           open input in-yard-file
           evaluate ws-in-yard-status
              when "00"
                 move ws-yard-reg to iyd-vehicle-reg
                 read in-yard-file
                    invalid key
                       continue
                    not invalid key
                       if iyd-first-timestamp (1:16)
                          not > ws-rel-out-timestamp (1:16)
                          move "Y" to ws-yard-match-switch
                          move iyd-first-timestamp
                               to ws-yard-first-time
                       end-if
                 end-read
                 close in-yard-file
              when "35"
                 continue
              when other
                 move "in-yard file unavailable to clear first weigh"
                      to ws-reject-reason
           end-evaluate.

      ****************************************************************
      * 1260 - DELETE THE MATCHED FIRST WEIGH. The release is already
      * written, so a failure here is reported for the in-yard file
      * to be put right by hand rather than undoing the release.
      ****************************************************************
       1260-CLEAR-FIRST-WEIGH.
           open i-o in-yard-file
           move ws-in-yard-status to ws-yard-delete-status
           if ws-in-yard-status = "00"
              move ws-yard-reg to iyd-vehicle-reg
              delete in-yard-file
                 invalid key
                    continue
              end-delete
              move ws-in-yard-status to ws-yard-delete-status
              close in-yard-file
           end-if
           move spaces to ry-suspense-line
           if ws-yard-delete-status = "00"
              string "          in-yard first weigh for "
                     ws-yard-reg " of " ws-yard-first-time
                     " cleared" delimited by size
                     into ry-suspense-line
           else
              string "WARNING   in-yard first weigh for "
                     ws-yard-reg " of " ws-yard-first-time
                     " not cleared, status " ws-yard-delete-status
                     delimited by size into ry-suspense-line
              display "WARN  in-yard first weigh for " ws-yard-reg
                      " not cleared, status " ws-yard-delete-status
           end-if
           write ry-suspense-line.

      ****************************************************************
      * 1300 - WRITE THE ITEM OFF - nothing is released, but the
      * history says who decided the truck needs no ticket and why
      ****************************************************************
       1300-WRITE-OFF-ITEM.
           move "(written off - nothing released)" to ws-after-image
           perform 3100-WRITE-HISTORY
           if ws-reject-reason = spaces
              add 1 to ws-write-off-count
              move "W" to sus-status-flag
              perform 1400-STORE-RESOLUTION
           end-if.

       1400-STORE-RESOLUTION.
           move ws-timestamp    to sus-resolved-timestamp
           move ws-maint-userid to sus-resolved-userid
           move ry-suspense-record to ws-suspense-entry (ws-match-sub)
           move "Y" to ws-suspense-changed-switch
           add 1 to ws-accept-count
           string "ACCEPTED  trans " ws-trans-count
                  "  " stx-action " SUS"
                  "  key=" stx-suspense-key
                  "  reason " stx-reason-code
                  "  before [" ws-before-image
                  "]  after [" ws-after-image "]"
                  delimited by size into ry-suspense-line
           write ry-suspense-line
           move spaces to ws-before-image
           move spaces to ws-after-image.

      ****************************************************************
      * 0400 - REWRITE THE SUSPENSE FILE FROM THE UPDATED TABLE,
      * .BAK FIRST
      ****************************************************************
       0400-REWRITE-SUSPENSE-FILE.
           move ws-suspense-file-name to ws-backup-source
           perform 0450-BACKUP-ONE-FILE
           open output suspense-file
           if ws-suspense-status not = "00"
              display "FATAL unable to rewrite suspense file, "
                      "status " ws-suspense-status
                      " - the releases in this run are on the "
                      "release file, restore the .bak before rerun"
              move SUS-EXIT-FILE-FAILED to ws-exit-status
           else
              move 1 to ws-sub
              perform until ws-sub > ws-suspense-count
                 move ws-suspense-entry (ws-sub)
                      to ry-suspense-record
                 write ry-suspense-record
                 add 1 to ws-sub
              end-perform
              close suspense-file
           end-if.

      ****************************************************************
      * 0450 - COPY A FILE TO ITS .BAK BEFORE REWRITING IT IN PLACE
      ****************************************************************
       0450-BACKUP-ONE-FILE.
           move spaces to ws-backup-target
           string ws-backup-source delimited by space
                  ".bak"           delimited by size
                  into ws-backup-target
           call "CBL_COPY_FILE" using ws-backup-source
                                       ws-backup-target
                                returning ws-copy-ret
           if ws-copy-ret not = zero
              display "WARN  could not take backup copy "
                      ws-backup-target ", copy status " ws-copy-ret
           end-if.

      ****************************************************************
      * 0500 - RUN SUMMARY
      ****************************************************************
       0500-WRITE-RUN-SUMMARY.
           move spaces to ry-suspense-line
           write ry-suspense-line
           string "Transactions read : " ws-trans-count
                  delimited by size into ry-suspense-line
           write ry-suspense-line
           string "Released          : " ws-release-count
                  delimited by size into ry-suspense-line
           write ry-suspense-line
           string "Written off       : " ws-write-off-count
                  delimited by size into ry-suspense-line
           write ry-suspense-line
           string "Rejected          : " ws-reject-count
                  delimited by size into ry-suspense-line
           write ry-suspense-line
           display "Suspense correction complete, "
                   ws-release-count " released, "
                   ws-write-off-count " written off, "
                   ws-reject-count " rejected".

      ****************************************************************
      * 0600 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0600-FINALIZE.
           close suspense-history-file
           close weigh-trans-file
           close suspense-report-file.

      ****************************************************************
      * 3000 - REFUSE A MALFORMED OR INVALID TRANSACTION
      ****************************************************************
       3000-REJECT-TRANSACTION.
           add 1 to ws-reject-count
           string "REJECTED  trans " ws-trans-count
                  "  " stx-action " SUS"
                  "  key=" stx-suspense-key
                  "  - " ws-reject-reason delimited by size
                  into ry-suspense-line
           write ry-suspense-line
           display "REJECT  transaction " ws-trans-count ": "
                   ws-reject-reason
           move spaces to ws-before-image
           move spaces to ws-after-image.

      ****************************************************************
      * 3100 - APPEND THE WHO/WHEN/WHY ROW. A history that cannot be
      * written refuses the transaction rather than apply a change
      * nobody could account for afterwards.
      ****************************************************************
       3100-WRITE-HISTORY.
           move ws-timestamp       to shs-timestamp
           move ws-maint-userid    to shs-supervisor-userid
           move ws-supervisor-name to shs-supervisor-name
           move stx-action         to shs-action
           move stx-suspense-key   to shs-suspense-key
           move stx-reason-code    to shs-reason-code
           move ws-before-image    to shs-before-image
           move ws-after-image     to shs-after-image
           write ry-suspense-history-record
           if ws-history-status not = "00"
              string "correction history not writable, status "
                     ws-history-status delimited by size
                     into ws-reject-reason
              end-string
              move SUS-EXIT-FILE-FAILED to ws-exit-status
           end-if.

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
