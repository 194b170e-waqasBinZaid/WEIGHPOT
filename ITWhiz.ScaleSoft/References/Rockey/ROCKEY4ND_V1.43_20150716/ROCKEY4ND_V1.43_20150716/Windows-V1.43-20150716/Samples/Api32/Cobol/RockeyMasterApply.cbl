       $set case
      ****************************************************************
      *                                                              *
      *                    RockeyMasterApply.cbl                     *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyMasterApply.

      ****************************************************************
      *                                                              *
      * Site-side load of the master-data package head office        *
      * publishes (RockeyMasterPublish, RockeyMasterPackage.cpy      *
      * layout). Run before the nightly chain so the night's         *
      * weighments are priced and validated against the same         *
      * product, customer, customer-vehicle, product-rate and        *
      * vehicle-tare rows as every other site on that version.       *
      *                                                              *
      * The whole package is loaded and checked before any master is *
      * touched: a HDR header first and a TRL trailer last, with the *
      * trailer version and row count and the header's count for     *
      * each master all agreeing with the rows received; a version   *
      * no older than the one in use; a numeric, nonzero publisher   *
      * userid; every row's fields valid (active flag Y or N,        *
      * numeric weights, rates and dates, no blank or duplicate      *
      * keys); and every customer vehicle and product rate pointing  *
      * at a customer and product carried in the same package. One   *
      * bad row refuses the whole package and every master is left   *
      * exactly as it was - half a package is worse than none.       *
      *                                                              *
      * A package that passes replaces each master it differs from,  *
      * under the same discipline as RockeyRosterMaint: the master   *
      * is copied to a .bak first, rewritten only when at least one  *
      * row was added, changed or removed, and one change-history    *
      * row (who published it, when it was applied, before and after *
      * image) is appended for every row that moved. The history key *
      * is the row's code - for product rates the account, for       *
      * vehicles the first nine characters of the registration - and *
      * the image is the whole record, less the product code for     *
      * product rows. A final row under target PKG records the       *
      * version change itself.                                       *
      *                                                              *
      * Every package applied or refused is recorded on              *
      *     ./Data/RockeyMasterVersion.dat                           *
      * (RockeyMasterVersion.cpy), which the nightly job reads so    *
      * the version in use goes into the operations report and on to *
      * RockeyFleetSummary at head office. A package at the version  *
      * already in use, or no package at all, changes nothing. The   *
      * site id on the version record comes from ROCKEY_SITE_ID.     *
      *                                                              *
      * RETURN-CODE 0 applied or nothing to do, 1 package refused    *
      * (masters untouched), 2 a file could not be opened or a       *
      * master rewrite failed part-way - restore the .bak copies     *
      * before the nightly run.                                      *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select master-package-file
               assign to ws-package-file-name
               organization line sequential
               file status is ws-package-status.

           select master-version-file
               assign to ws-version-file-name
               organization line sequential
               file status is ws-version-status.

           select maint-history-file
               assign to ws-history-file-name
               organization line sequential
               file status is ws-history-status.

           select apply-report-file
               assign to ws-report-file-name
               organization line sequential
               file status is ws-report-status.

           select product-master-file
               assign to ws-product-master-file-name
               organization line sequential
               file status is ws-product-master-status.

           select customer-master-file
               assign to ws-customer-master-file-name
               organization line sequential
               file status is ws-customer-master-status.

           select customer-vehicle-file
               assign to ws-customer-vehicle-file-name
               organization line sequential
               file status is ws-customer-vehicle-status.

           select product-rate-file
               assign to ws-product-rate-file-name
               organization line sequential
               file status is ws-product-rate-status.

           select vehicle-tare-file
               assign to ws-vehicle-tare-file-name
               organization line sequential
               file status is ws-vehicle-tare-status.

       data division.
       file section.
       copy "RockeyMasterPackage.cpy".
       copy "RockeyMasterVersion.cpy".
       copy "RockeyMaintHistory.cpy".
       copy "RockeyProductMaster.cpy".
       copy "RockeyCustomerMaster.cpy".
       copy "RockeyCustomerVehicle.cpy".
       copy "RockeyProductRate.cpy".
       copy "RockeyVehicleTare.cpy".

       fd  apply-report-file.
       01  ry-apply-line              pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 MDA-EXIT-SUCCESS            value 0.
       78 MDA-EXIT-REFUSED            value 1.
       78 MDA-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value MDA-EXIT-SUCCESS.

       01 ws-package-file-name  pic x(60)
               value "./Data/RockeyMasterPackage.dat".
       01 ws-package-status     pic xx    value spaces.
       01 ws-version-file-name  pic x(60)
               value "./Data/RockeyMasterVersion.dat".
       01 ws-version-status     pic xx    value spaces.
       01 ws-history-file-name  pic x(60)
               value "./Data/RockeyMaintHistory.dat".
       01 ws-history-status     pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyMasterApplyReport.txt".
       01 ws-report-status      pic xx    value spaces.
       01 ws-product-master-file-name pic x(60)
               value "./Data/RockeyProductMaster.dat".
       01 ws-product-master-status pic xx value spaces.
       01 ws-customer-master-file-name pic x(60)
               value "./Data/RockeyCustomerMaster.dat".
       01 ws-customer-master-status pic xx value spaces.
       01 ws-customer-vehicle-file-name pic x(60)
               value "./Data/RockeyCustomerVehicle.dat".
       01 ws-customer-vehicle-status pic xx value spaces.
       01 ws-product-rate-file-name pic x(60)
               value "./Data/RockeyProductRate.dat".
       01 ws-product-rate-status pic xx   value spaces.
       01 ws-vehicle-tare-file-name pic x(60)
               value "./Data/RockeyVehicleTare.dat".
       01 ws-vehicle-tare-status pic xx   value spaces.

       01 ws-site-id            pic x(6)  value spaces.
       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

       01 ws-load-eof-switch    pic x     value "N".
           88 ws-load-eof           value "Y".
       01 ws-package-state      pic x     value space.
           88 ws-package-missing    value "M".
           88 ws-package-unreadable value "U".
           88 ws-package-loaded     value "L".

      ****************************************************************
      * THE VERSION IN USE BEFORE THIS RUN
      ****************************************************************
       01 ws-version-found-switch pic x   value "N".
           88 ws-version-found      value "Y".
       01 ws-cur-version        pic 9(6)  value zero.
       01 ws-cur-published-date pic x(8)  value spaces.
       01 ws-cur-applied-timestamp pic x(21) value spaces.

      ****************************************************************
      * THE PACKAGE HEADER AND TRAILER AS RECEIVED
      ****************************************************************
       01 ws-header-seen-switch pic x     value "N".
           88 ws-header-seen        value "Y".
       01 ws-trailer-seen-switch pic x    value "N".
           88 ws-trailer-seen       value "Y".
       01 ws-package-header.
           05 wph-version           pic 9(6).
           05 wph-published-date    pic x(8).
           05 wph-publish-userid    pic 9(9).
           05 wph-prd-count         pic 9(5).
           05 wph-cst-count         pic 9(5).
           05 wph-cvh-count         pic 9(5).
           05 wph-prt-count         pic 9(5).
           05 wph-vtm-count         pic 9(5).
           05 filler                pic x(12).
       01 ws-package-trailer.
           05 wpt-version           pic 9(6).
           05 wpt-row-count         pic 9(7).
           05 filler                pic x(47).
       01 ws-pkg-version        pic 9(6)  value zero.

      ****************************************************************
      * IN-STORAGE COPY OF THE PACKAGE - every master row, in the
      * order received, with its key (the leading WS-KEY-LENGTH
      * characters of the image)
      ****************************************************************
       01 ws-pkg-count          pic 9(5)  comp-5 value zero.
       01 ws-max-pkg-rows       pic 9(5)  comp-5 value 6000.
       01 ws-pkg-full-switch    pic x     value "N".
           88 ws-pkg-full           value "Y".
       01 ws-pkg-table.
           05 ws-pkg-entry occurs 6000.
               10 wpk-type          pic x(3).
               10 wpk-key           pic x(16).
               10 wpk-image         pic x(46).
               10 wpk-record-no     pic 9(7).
       01 ws-pkg-prd-count      pic 9(5)  value zero.
       01 ws-pkg-cst-count      pic 9(5)  value zero.
       01 ws-pkg-cvh-count      pic 9(5)  value zero.
       01 ws-pkg-prt-count      pic 9(5)  value zero.
       01 ws-pkg-vtm-count      pic 9(5)  value zero.
       01 ws-record-no          pic 9(7)  value zero.

      ****************************************************************
      * IN-STORAGE COPY OF ONE SITE MASTER, LOADED IN TURN FOR THE
      * ROW-BY-ROW COMPARISON WITH THE PACKAGE
      ****************************************************************
       01 ws-old-count          pic 9(5)  comp-5 value zero.
       01 ws-max-old-rows       pic 9(5)  comp-5 value 6000.
       01 ws-old-table.
           05 ws-old-entry occurs 6000.
               10 wol-key           pic x(16).
               10 wol-image         pic x(46).
               10 wol-matched-flag  pic x.
                   88 wol-matched       value "Y".

      ****************************************************************
      * THE FIVE MASTERS IN PACKAGE ORDER
      ****************************************************************
       01 ws-master-code-list   pic x(15) value "PRDCSTCVHPRTVTM".
       01 ws-master-codes redefines ws-master-code-list.
           05 ws-master-code        pic x(3) occurs 5.
       01 ws-master-sub         pic 9(4)  comp-5 value zero.
       01 ws-cur-type           pic x(3)  value spaces.
       01 ws-cur-file-name      pic x(60) value spaces.
       01 ws-cur-file-status    pic xx    value spaces.
       01 ws-key-length         pic 9(4)  comp-5 value zero.
       01 ws-rewrite-failed-switch pic x  value "N".
           88 ws-rewrite-failed     value "Y".

      ****************************************************************
      * VALIDATION AND APPLY WORK FIELDS
      ****************************************************************
       01 ws-sub                pic 9(4)  comp-5 value zero.
       01 ws-find-sub           pic 9(4)  comp-5 value zero.
       01 ws-match-sub          pic 9(4)  comp-5 value zero.
       01 ws-found-switch       pic x     value "N".
           88 ws-entry-found        value "Y".
       01 ws-find-type          pic x(3)  value spaces.
       01 ws-find-key           pic x(16) value spaces.
       01 ws-error-count        pic 9(5)  value zero.
       01 ws-max-error-lines    pic 9(5)  value 50.
       01 ws-error-reason       pic x(44) value spaces.
       01 ws-first-error        pic x(44) value spaces.
       01 ws-error-record-no    pic 9(7)  value zero.
       01 ws-error-type         pic x(3)  value spaces.
       01 ws-error-key          pic x(16) value spaces.

       01 ws-add-count          pic 9(5)  value zero.
       01 ws-change-count       pic 9(5)  value zero.
       01 ws-remove-count       pic 9(5)  value zero.
       01 ws-total-add-count    pic 9(5)  value zero.
       01 ws-total-change-count pic 9(5)  value zero.
       01 ws-total-remove-count pic 9(5)  value zero.
       01 ws-disp-count         pic 9(5)  value zero.
       01 ws-master-outcome     pic x(12) value spaces.

      ****************************************************************
      * BEFORE/AFTER IMAGES FOR THE CHANGE HISTORY
      ****************************************************************
       01 ws-hist-action        pic x     value space.
       01 ws-hist-key           pic x(16) value spaces.
       01 ws-hist-image         pic x(46) value spaces.
       01 ws-hist-work          pic x(46) value spaces.
       01 ws-before-image       pic x(40) value spaces.
       01 ws-after-image        pic x(40) value spaces.

      ****************************************************************
      * PRE-REWRITE BACKUP - every master and the version record are
      * rewritten in place, so each is copied to a .bak first.
      ****************************************************************
       01 ws-backup-source      pic x(60) value spaces.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              or ws-history-status not = "00"
              move MDA-EXIT-FILE-FAILED to ws-exit-status
           else
              perform 0150-READ-VERSION-RECORD
              perform 0200-LOAD-PACKAGE
              evaluate true
                 when ws-package-missing
                    move "(no master-data package present - nothing"
                         & " to do)" to ry-apply-line
                    write ry-apply-line
                    display "WARN  no master-data package "
                            ws-package-file-name ", status "
                            ws-package-status
                 when ws-package-unreadable
                    string "unable to read package, status "
                           ws-package-status delimited by size
                           into ws-first-error
                    perform 0800-RECORD-FAILED-LOAD
                    move MDA-EXIT-FILE-FAILED to ws-exit-status
                 when ws-header-seen
                      and wph-version is numeric
                      and wph-version = ws-cur-version
                      and ws-cur-version > zero
                    move spaces to ry-apply-line
                    string "(package version " wph-version
                           " is already in use - nothing to do)"
                           delimited by size into ry-apply-line
                    write ry-apply-line
                 when other
                    perform 0300-VALIDATE-PACKAGE
                    if ws-error-count > zero
                       perform 0800-RECORD-FAILED-LOAD
                       move MDA-EXIT-REFUSED to ws-exit-status
                    else
                       perform 0400-APPLY-PACKAGE
                       if ws-rewrite-failed
                          perform 0800-RECORD-FAILED-LOAD
                          move MDA-EXIT-FILE-FAILED to ws-exit-status
                       else
                          perform 0700-RECORD-APPLIED-LOAD
                       end-if
                    end-if
              end-evaluate
              perform 0900-WRITE-RUN-SUMMARY
           end-if

           perform 0950-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - TIMESTAMP, SITE ID, OPEN THE FIXED FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           perform 3200-REFRESH-TIMESTAMP

           accept ws-site-id from environment "ROCKEY_SITE_ID"
           on exception
               move spaces to ws-site-id
           end-accept
           if ws-site-id = spaces
              move "SITE01" to ws-site-id
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

           open output apply-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open master-data apply report "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Master-Data"
                   & " Package Apply" to ry-apply-line
              write ry-apply-line
              move spaces to ry-apply-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-apply-line
              write ry-apply-line
              move spaces to ry-apply-line
              string "Site ID       : " ws-site-id
                     delimited by size into ry-apply-line
              write ry-apply-line
              move spaces to ry-apply-line
              write ry-apply-line
           end-if.

      ****************************************************************
      * 0150 - THE VERSION IN USE. No version record is a site that
      * has never loaded a package.
      ****************************************************************
       0150-READ-VERSION-RECORD.
           move "N" to ws-version-found-switch
           open input master-version-file
           if ws-version-status = "00"
              read master-version-file
                 not at end
                    if mvr-version is numeric
                       move "Y"              to ws-version-found-switch
                       move mvr-version      to ws-cur-version
                       move mvr-published-date
                            to ws-cur-published-date
                       move mvr-applied-timestamp
                            to ws-cur-applied-timestamp
                    end-if
              end-read
              close master-version-file
           end-if
           if not ws-version-found
              and ws-version-status not = "35"
              display "WARN  master-data version record unreadable, "
                      "status " ws-version-status
                      ", taken as no version loaded"
           end-if.

      ****************************************************************
      * 0200 - LOAD THE WHOLE PACKAGE INTO WORKING STORAGE. Record
      * order and record types are checked here; field contents in
      * 0300.
      ****************************************************************
       0200-LOAD-PACKAGE.
           open input master-package-file
           evaluate ws-package-status
              when "00"
                 move "L" to ws-package-state
                 move "N" to ws-load-eof-switch
                 perform until ws-load-eof
                            or ws-package-status not = "00"
                    read master-package-file
                       at end
                          move "Y" to ws-load-eof-switch
                       not at end
                          add 1 to ws-record-no
                          perform 0210-TAKE-PACKAGE-RECORD
                    end-read
                 end-perform
                 if not ws-load-eof
                    move zero  to ws-error-record-no
                    move "PKG" to ws-error-type
                    move spaces to ws-error-key
                    string "package read failed, status "
                           ws-package-status delimited by size
                           into ws-error-reason
                    perform 3000-REFUSE-PACKAGE-ROW
                 end-if
                 close master-package-file
              when "35"
                 move "M" to ws-package-state
              when other
                 move "U" to ws-package-state
                 display "FATAL unable to open master-data package "
                         ws-package-file-name ", status "
                         ws-package-status
           end-evaluate.

       0210-TAKE-PACKAGE-RECORD.
           move ws-record-no    to ws-error-record-no
           move mpk-record-type to ws-error-type
           move spaces          to ws-error-key
           evaluate true
              when ws-trailer-seen
                 move "record after the TRL trailer"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
              when mpk-is-header
                 if ws-header-seen or ws-record-no > 1
                    move "HDR header is not the first record"
                         to ws-error-reason
                    perform 3000-REFUSE-PACKAGE-ROW
                 else
                    move "Y" to ws-header-seen-switch
                    move mpk-header-data to ws-package-header
                    if wph-version is numeric
                       move wph-version to ws-pkg-version
                    end-if
                 end-if
              when mpk-is-trailer
                 move "Y" to ws-trailer-seen-switch
                 move mpk-trailer-data to ws-package-trailer
              when mpk-is-product
                or mpk-is-customer
                or mpk-is-cust-vehicle
                or mpk-is-product-rate
                or mpk-is-vehicle-tare
                 perform 0220-STORE-MASTER-ROW
              when other
                 move "record type not HDR/PRD/CST/CVH/PRT/VTM/TRL"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
           end-evaluate.

       0220-STORE-MASTER-ROW.
           move mpk-record-type to ws-cur-type
           perform 0230-SET-KEY-LENGTH
           move mpk-master-image (1:ws-key-length) to ws-error-key
           evaluate true
              when not ws-header-seen
                 move "master row before the HDR header"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
              when ws-pkg-count >= ws-max-pkg-rows
                 if not ws-pkg-full
                    move "Y" to ws-pkg-full-switch
                    move "package has more rows than a site can load"
                         to ws-error-reason
                    perform 3000-REFUSE-PACKAGE-ROW
                 end-if
              when other
                 add 1 to ws-pkg-count
                 move mpk-record-type to wpk-type (ws-pkg-count)
                 move spaces          to wpk-key (ws-pkg-count)
                 move mpk-master-image (1:ws-key-length)
                      to wpk-key (ws-pkg-count)
                 move mpk-master-image to wpk-image (ws-pkg-count)
                 move ws-record-no    to wpk-record-no (ws-pkg-count)
                 evaluate true
                    when mpk-is-product
                       add 1 to ws-pkg-prd-count
                    when mpk-is-customer
                       add 1 to ws-pkg-cst-count
                    when mpk-is-cust-vehicle
                       add 1 to ws-pkg-cvh-count
                    when mpk-is-product-rate
                       add 1 to ws-pkg-prt-count
                    when mpk-is-vehicle-tare
                       add 1 to ws-pkg-vtm-count
                 end-evaluate
           end-evaluate.

      ****************************************************************
      * 0230 - KEY LENGTH OF WS-CUR-TYPE: the key is the leading
      * field(s) of each master record - the product rate is keyed
      * on account and product together.
      ****************************************************************
       0230-SET-KEY-LENGTH.
           evaluate ws-cur-type
              when "PRD"
                 move 8  to ws-key-length
              when "CST"
                 move 8  to ws-key-length
              when "CVH"
                 move 10 to ws-key-length
              when "PRT"
                 move 16 to ws-key-length
              when "VTM"
                 move 10 to ws-key-length
              when other
                 move 16 to ws-key-length
           end-evaluate.

      ****************************************************************
      * 0300 - VALIDATE THE PACKAGE AS A WHOLE, THEN ROW BY ROW
      ****************************************************************
       0300-VALIDATE-PACKAGE.
           move zero   to ws-error-record-no
           move spaces to ws-error-key
           move "HDR"  to ws-error-type
           if not ws-header-seen
              move "package has no HDR header" to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           else
              evaluate true
                 when wph-version not numeric
                   or wph-version = zero
                    move "HDR version must be numeric and nonzero"
                         to ws-error-reason
                    perform 3000-REFUSE-PACKAGE-ROW
                 when wph-version < ws-cur-version
                    move "package is older than the version in use"
                         to ws-error-reason
                    perform 3000-REFUSE-PACKAGE-ROW
              end-evaluate
              if wph-publish-userid not numeric
                 or wph-publish-userid = zero
                 move "publisher userid must be numeric and nonzero"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
              end-if
              if wph-published-date not numeric
                 move "HDR publish date must be numeric"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
              end-if
              perform 0305-CHECK-HEADER-COUNTS
           end-if

           move "TRL" to ws-error-type
           if not ws-trailer-seen
              move "no TRL trailer - package transfer incomplete"
                   to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           else
              if wpt-version not numeric
                 or wpt-version not = wph-version
                 move "TRL version does not match the HDR version"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
              end-if
              if wpt-row-count not numeric
                 or wpt-row-count not = ws-pkg-count
                 move "TRL row count does not match rows received"
                      to ws-error-reason
                 perform 3000-REFUSE-PACKAGE-ROW
              end-if
           end-if

           move "PKG" to ws-error-type
           if ws-pkg-prd-count = zero
              move "package carries no products" to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if
           if ws-pkg-cst-count = zero
              move "package carries no customers" to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if

           move 1 to ws-sub
           perform until ws-sub > ws-pkg-count
              perform 0310-CHECK-ONE-ROW
              add 1 to ws-sub
           end-perform.

       0305-CHECK-HEADER-COUNTS.
           if wph-prd-count not numeric
              or wph-prd-count not = ws-pkg-prd-count
              move "PRD rows do not match the HDR count"
                   to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if
           if wph-cst-count not numeric
              or wph-cst-count not = ws-pkg-cst-count
              move "CST rows do not match the HDR count"
                   to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if
           if wph-cvh-count not numeric
              or wph-cvh-count not = ws-pkg-cvh-count
              move "CVH rows do not match the HDR count"
                   to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if
           if wph-prt-count not numeric
              or wph-prt-count not = ws-pkg-prt-count
              move "PRT rows do not match the HDR count"
                   to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if
           if wph-vtm-count not numeric
              or wph-vtm-count not = ws-pkg-vtm-count
              move "VTM rows do not match the HDR count"
                   to ws-error-reason
              perform 3000-REFUSE-PACKAGE-ROW
           end-if.

      ****************************************************************
      * 0310 - ONE MASTER ROW. Field checks first, then the
      * cross-references, then duplicates of the key earlier in the
      * package; the first fault found is the one reported.
      ****************************************************************
       0310-CHECK-ONE-ROW.
           move spaces                to ws-error-reason
           move wpk-record-no (ws-sub) to ws-error-record-no
           move wpk-type (ws-sub)      to ws-error-type
           move wpk-key (ws-sub)       to ws-error-key
           evaluate wpk-type (ws-sub)
              when "PRD"
                 move wpk-image (ws-sub) to ry-product-master-record
                 evaluate true
                    when prd-product-code = spaces
                       move "product code is blank"
                            to ws-error-reason
                    when prd-active-flag not = "Y"
                     and prd-active-flag not = "N"
                       move "active flag must be Y or N"
                            to ws-error-reason
                    when prd-max-net-kg not numeric
                       move "maximum net kg must be numeric"
                            to ws-error-reason
                 end-evaluate
              when "CST"
                 move wpk-image (ws-sub) to ry-customer-master-record
                 evaluate true
                    when cst-account-code = spaces
                       move "account code is blank"
                            to ws-error-reason
                    when cst-account-name = spaces
                       move "account name is blank"
                            to ws-error-reason
                 end-evaluate
              when "CVH"
                 move wpk-image (ws-sub)
                      to ry-customer-vehicle-record
                 move "CST"            to ws-find-type
                 move cvh-account-code to ws-find-key
                 perform 0330-FIND-PACKAGE-ROW
                 evaluate true
                    when cvh-vehicle-reg = spaces
                       move "vehicle registration is blank"
                            to ws-error-reason
                    when not ws-entry-found
                       move "vehicle account is not in the package"
                            to ws-error-reason
                 end-evaluate
              when "PRT"
                 move wpk-image (ws-sub) to ry-product-rate-record
                 move "CST"            to ws-find-type
                 move prt-account-code to ws-find-key
                 perform 0330-FIND-PACKAGE-ROW
                 if not ws-entry-found
                    move "rate account is not in the package"
                         to ws-error-reason
                 else
                    move "PRD"            to ws-find-type
                    move prt-product-code to ws-find-key
                    perform 0330-FIND-PACKAGE-ROW
                    evaluate true
                       when not ws-entry-found
                          move "rate product is not in the package"
                               to ws-error-reason
                       when prt-rate-per-tonne not numeric
                          move "rate per tonne must be numeric"
                               to ws-error-reason
                    end-evaluate
                 end-if
              when "VTM"
                 move wpk-image (ws-sub) to ry-vehicle-tare-record
                 evaluate true
                    when vtm-registration = spaces
                       move "vehicle registration is blank"
                            to ws-error-reason
                    when vtm-stored-tare-kg not numeric
                       move "stored tare kg must be numeric"
                            to ws-error-reason
                    when vtm-last-calib-date not numeric
                       move "calibration date must be numeric"
                            to ws-error-reason
                 end-evaluate
           end-evaluate

           if ws-error-reason = spaces
              perform 0320-CHECK-DUPLICATE
           end-if
           if ws-error-reason not = spaces
              perform 3000-REFUSE-PACKAGE-ROW
           end-if.

       0320-CHECK-DUPLICATE.
           move 1 to ws-find-sub
           perform until ws-find-sub >= ws-sub
                      or ws-error-reason not = spaces
              if wpk-type (ws-find-sub) = wpk-type (ws-sub)
                 and wpk-key (ws-find-sub) = wpk-key (ws-sub)
                 move "duplicate key earlier in the package"
                      to ws-error-reason
              end-if
              add 1 to ws-find-sub
           end-perform.

       0330-FIND-PACKAGE-ROW.
           move "N" to ws-found-switch
           move 1 to ws-find-sub
           perform until ws-entry-found or ws-find-sub > ws-pkg-count
              if wpk-type (ws-find-sub) = ws-find-type
                 and wpk-key (ws-find-sub) = ws-find-key
                 move "Y" to ws-found-switch
              else
                 add 1 to ws-find-sub
              end-if
           end-perform.

      ****************************************************************
      * 0400 - APPLY THE PACKAGE ONE MASTER AT A TIME. A rewrite that
      * fails stops the apply; the masters already rewritten keep
      * their .bak copies for the restore.
      ****************************************************************
       0400-APPLY-PACKAGE.
           move 1 to ws-master-sub
           perform until ws-master-sub > 5
                      or ws-rewrite-failed
              move ws-master-code (ws-master-sub) to ws-cur-type
              perform 0410-APPLY-ONE-MASTER
              add 1 to ws-master-sub
           end-perform.

       0410-APPLY-ONE-MASTER.
           move zero to ws-add-count
           move zero to ws-change-count
           move zero to ws-remove-count
           perform 0230-SET-KEY-LENGTH
           perform 0420-LOAD-SITE-MASTER

           move 1 to ws-sub
           perform until ws-sub > ws-pkg-count
              if wpk-type (ws-sub) = ws-cur-type
                 perform 0430-MATCH-PACKAGE-ROW
              end-if
              add 1 to ws-sub
           end-perform

           move 1 to ws-match-sub
           perform until ws-match-sub > ws-old-count
              if not wol-matched (ws-match-sub)
                 perform 0440-REMOVE-SITE-ROW
              end-if
              add 1 to ws-match-sub
           end-perform

           if ws-add-count > zero
              or ws-change-count > zero
              or ws-remove-count > zero
              perform 0460-REWRITE-ONE-MASTER
              if ws-rewrite-failed
                 move "NOT REWRITTEN" to ws-master-outcome
              else
                 move "rewritten"     to ws-master-outcome
              end-if
           else
              move "unchanged" to ws-master-outcome
           end-if

           add ws-add-count    to ws-total-add-count
           add ws-change-count to ws-total-change-count
           add ws-remove-count to ws-total-remove-count
           move spaces to ry-apply-line
           string ws-cur-type "  " ws-cur-file-name (8:26)
                  "  added " ws-add-count
                  "  changed " ws-change-count
                  "  removed " ws-remove-count
                  "  " ws-master-outcome
                  delimited by size into ry-apply-line
           write ry-apply-line.

      ****************************************************************
      * 0420 - LOAD THE SITE'S CURRENT COPY OF WS-CUR-TYPE. A master
      * the site does not have yet starts empty and every package
      * row is an add.
      ****************************************************************
       0420-LOAD-SITE-MASTER.
           move zero to ws-old-count
           evaluate ws-cur-type
              when "PRD"
                 move ws-product-master-file-name to ws-cur-file-name
                 perform 0421-LOAD-PRODUCTS
              when "CST"
                 move ws-customer-master-file-name to ws-cur-file-name
                 perform 0422-LOAD-CUSTOMERS
              when "CVH"
                 move ws-customer-vehicle-file-name
                      to ws-cur-file-name
                 perform 0423-LOAD-CUSTOMER-VEHICLES
              when "PRT"
                 move ws-product-rate-file-name to ws-cur-file-name
                 perform 0424-LOAD-PRODUCT-RATES
              when "VTM"
                 move ws-vehicle-tare-file-name to ws-cur-file-name
                 perform 0425-LOAD-VEHICLE-TARES
           end-evaluate
           if ws-cur-file-status not = "00"
              and ws-cur-file-status not = "35"
              display "WARN  " ws-cur-type " master unavailable, "
                      "status " ws-cur-file-status
                      ", every package row taken as an add"
           end-if.

       0421-LOAD-PRODUCTS.
           open input product-master-file
           move ws-product-master-status to ws-cur-file-status
           if ws-product-master-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-product-master-status not = "00"
                         or ws-old-count >= ws-max-old-rows
                 read product-master-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-old-count
                       move ry-product-master-record
                            to wol-image (ws-old-count)
                       perform 0426-KEY-SITE-ROW
                 end-read
              end-perform
              close product-master-file
           end-if.

       0422-LOAD-CUSTOMERS.
           open input customer-master-file
           move ws-customer-master-status to ws-cur-file-status
           if ws-customer-master-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-customer-master-status not = "00"
                         or ws-old-count >= ws-max-old-rows
                 read customer-master-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-old-count
                       move ry-customer-master-record
                            to wol-image (ws-old-count)
                       perform 0426-KEY-SITE-ROW
                 end-read
              end-perform
              close customer-master-file
           end-if.

       0423-LOAD-CUSTOMER-VEHICLES.
           open input customer-vehicle-file
           move ws-customer-vehicle-status to ws-cur-file-status
           if ws-customer-vehicle-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-customer-vehicle-status not = "00"
                         or ws-old-count >= ws-max-old-rows
                 read customer-vehicle-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-old-count
                       move ry-customer-vehicle-record
                            to wol-image (ws-old-count)
                       perform 0426-KEY-SITE-ROW
                 end-read
              end-perform
              close customer-vehicle-file
           end-if.

       0424-LOAD-PRODUCT-RATES.
           open input product-rate-file
           move ws-product-rate-status to ws-cur-file-status
           if ws-product-rate-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-product-rate-status not = "00"
                         or ws-old-count >= ws-max-old-rows
                 read product-rate-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-old-count
                       move ry-product-rate-record
                            to wol-image (ws-old-count)
                       perform 0426-KEY-SITE-ROW
                 end-read
              end-perform
              close product-rate-file
           end-if.

       0425-LOAD-VEHICLE-TARES.
           open input vehicle-tare-file
           move ws-vehicle-tare-status to ws-cur-file-status
           if ws-vehicle-tare-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-vehicle-tare-status not = "00"
                         or ws-old-count >= ws-max-old-rows
                 read vehicle-tare-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-old-count
                       move ry-vehicle-tare-record
                            to wol-image (ws-old-count)
                       perform 0426-KEY-SITE-ROW
                 end-read
              end-perform
              close vehicle-tare-file
           end-if.

       0426-KEY-SITE-ROW.
           move spaces to wol-key (ws-old-count)
           move wol-image (ws-old-count) (1:ws-key-length)
                to wol-key (ws-old-count)
           move "N" to wol-matched-flag (ws-old-count).

      ****************************************************************
      * 0430 - ONE PACKAGE ROW AGAINST THE SITE'S COPY: not there is
      * an add, there but different is a change
      ****************************************************************
       0430-MATCH-PACKAGE-ROW.
           move "N" to ws-found-switch
           move 1 to ws-match-sub
           perform until ws-entry-found or ws-match-sub > ws-old-count
              if wol-key (ws-match-sub) = wpk-key (ws-sub)
                 and not wol-matched (ws-match-sub)
                 move "Y" to ws-found-switch
              else
                 add 1 to ws-match-sub
              end-if
           end-perform

           move wpk-key (ws-sub) to ws-hist-key
           if not ws-entry-found
              add 1 to ws-add-count
              move "A" to ws-hist-action
              move "(new)" to ws-before-image
              move wpk-image (ws-sub) to ws-hist-image
              perform 0470-BUILD-HISTORY-IMAGE
              move ws-hist-image (1:40) to ws-after-image
              perform 0480-WRITE-ROW-HISTORY
           else
              move "Y" to wol-matched-flag (ws-match-sub)
              if wol-image (ws-match-sub) not = wpk-image (ws-sub)
                 add 1 to ws-change-count
                 move "C" to ws-hist-action
                 move wol-image (ws-match-sub) to ws-hist-image
                 perform 0470-BUILD-HISTORY-IMAGE
                 move ws-hist-image (1:40) to ws-before-image
                 move wpk-image (ws-sub) to ws-hist-image
                 perform 0470-BUILD-HISTORY-IMAGE
                 move ws-hist-image (1:40) to ws-after-image
                 perform 0480-WRITE-ROW-HISTORY
              end-if
           end-if.

      ****************************************************************
      * 0440 - A SITE ROW NO LONGER IN THE PACKAGE IS REMOVED
      ****************************************************************
       0440-REMOVE-SITE-ROW.
           add 1 to ws-remove-count
           move "D" to ws-hist-action
           move wol-key (ws-match-sub) to ws-hist-key
           move wol-image (ws-match-sub) to ws-hist-image
           perform 0470-BUILD-HISTORY-IMAGE
           move ws-hist-image (1:40) to ws-before-image
           move "(removed)" to ws-after-image
           perform 0480-WRITE-ROW-HISTORY.

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
      * 0460 - REWRITE WS-CUR-TYPE FROM THE PACKAGE ROWS, IN PACKAGE
      * ORDER. The .bak is taken whenever the site has the master at
      * all, even one that would not open for the load - only a
      * master that is not there yet has nothing to keep. A write
      * that fails part-way stops the rewrite and leaves the
      * truncated master for the .bak restore.
      ****************************************************************
       0460-REWRITE-ONE-MASTER.
           if ws-cur-file-status not = "35"
              move ws-cur-file-name to ws-backup-source
              perform 0450-BACKUP-ONE-FILE
           end-if
           evaluate ws-cur-type
              when "PRD"
                 open output product-master-file
                 move ws-product-master-status to ws-cur-file-status
              when "CST"
                 open output customer-master-file
                 move ws-customer-master-status to ws-cur-file-status
              when "CVH"
                 open output customer-vehicle-file
                 move ws-customer-vehicle-status to ws-cur-file-status
              when "PRT"
                 open output product-rate-file
                 move ws-product-rate-status to ws-cur-file-status
              when "VTM"
                 open output vehicle-tare-file
                 move ws-vehicle-tare-status to ws-cur-file-status
           end-evaluate

           if ws-cur-file-status not = "00"
              move "Y" to ws-rewrite-failed-switch
              display "FATAL unable to rewrite " ws-cur-file-name
                      ", status " ws-cur-file-status
              move spaces to ws-first-error
              string "rewrite of " ws-cur-type
                     " master failed, status " ws-cur-file-status
                     delimited by size into ws-first-error
           else
              move 1 to ws-sub
              perform until ws-sub > ws-pkg-count
                         or ws-rewrite-failed
                 if wpk-type (ws-sub) = ws-cur-type
                    perform 0465-WRITE-MASTER-ROW
                 end-if
                 add 1 to ws-sub
              end-perform
              evaluate ws-cur-type
                 when "PRD"
                    close product-master-file
                 when "CST"
                    close customer-master-file
                 when "CVH"
                    close customer-vehicle-file
                 when "PRT"
                    close product-rate-file
                 when "VTM"
                    close vehicle-tare-file
              end-evaluate
           end-if.

       0465-WRITE-MASTER-ROW.
           evaluate ws-cur-type
              when "PRD"
                 move wpk-image (ws-sub) to ry-product-master-record
                 write ry-product-master-record
                 move ws-product-master-status to ws-cur-file-status
              when "CST"
                 move wpk-image (ws-sub) to ry-customer-master-record
                 write ry-customer-master-record
                 move ws-customer-master-status to ws-cur-file-status
              when "CVH"
                 move wpk-image (ws-sub)
                      to ry-customer-vehicle-record
                 write ry-customer-vehicle-record
                 move ws-customer-vehicle-status to ws-cur-file-status
              when "PRT"
                 move wpk-image (ws-sub) to ry-product-rate-record
                 write ry-product-rate-record
                 move ws-product-rate-status to ws-cur-file-status
              when "VTM"
                 move wpk-image (ws-sub) to ry-vehicle-tare-record
                 write ry-vehicle-tare-record
                 move ws-vehicle-tare-status to ws-cur-file-status
           end-evaluate

           if ws-cur-file-status not = "00"
              move "Y" to ws-rewrite-failed-switch
              display "FATAL write to " ws-cur-file-name
                      " failed part-way, status " ws-cur-file-status
              move spaces to ws-first-error
              string "write of " ws-cur-type
                     " master failed, status " ws-cur-file-status
                     delimited by size into ws-first-error
           end-if.

      ****************************************************************
      * 0470 - HISTORY IMAGE OF A MASTER ROW. Every record but the
      * product fits the 40-byte image whole; the product row drops
      * its code, which is already the history key.
      ****************************************************************
       0470-BUILD-HISTORY-IMAGE.
           if ws-cur-type = "PRD"
              move ws-hist-image (9:38) to ws-hist-work
              move ws-hist-work to ws-hist-image
           end-if.

      ****************************************************************
      * 0480 - CHANGE-HISTORY ROW FOR ONE MASTER ROW, UNDER THE
      * PUBLISHER'S USERID
      ****************************************************************
       0480-WRITE-ROW-HISTORY.
           perform 3200-REFRESH-TIMESTAMP
           move ws-timestamp       to mhs-timestamp
           move wph-publish-userid to mhs-maint-userid
           move ws-hist-action     to mhs-action
           move ws-cur-type        to mhs-target
           if ws-cur-type = "PRT"
              move ws-hist-key (1:8) to mhs-key
           else
              move ws-hist-key       to mhs-key
           end-if
           move ws-before-image    to mhs-before-image
           move ws-after-image     to mhs-after-image
           write ry-maint-history-record
           move spaces to ws-before-image
           move spaces to ws-after-image.

      ****************************************************************
      * 0700 - RECORD THE APPLIED VERSION AND ITS HISTORY ROW
      ****************************************************************
       0700-RECORD-APPLIED-LOAD.
           perform 3200-REFRESH-TIMESTAMP
           if ws-version-found
              move ws-version-file-name to ws-backup-source
              perform 0450-BACKUP-ONE-FILE
           end-if
           open output master-version-file
           if ws-version-status not = "00"
              display "FATAL unable to rewrite master-data version "
                      "record, status " ws-version-status
              move MDA-EXIT-FILE-FAILED to ws-exit-status
           else
              move spaces            to ry-master-version-record
              move ws-site-id        to mvr-site-id
              move wph-version       to mvr-version
              move wph-published-date to mvr-published-date
              move ws-timestamp      to mvr-applied-timestamp
              move "A"               to mvr-last-status
              move wph-version       to mvr-last-version
              move ws-timestamp      to mvr-last-timestamp
              write ry-master-version-record
              close master-version-file
           end-if

           if ws-cur-version = zero
              move "(new)" to ws-before-image
           else
              string "version " ws-cur-version " of "
                     ws-cur-published-date
                     delimited by size into ws-before-image
           end-if
           string "version " wph-version " of " wph-published-date
                  delimited by size into ws-after-image
           move ws-timestamp       to mhs-timestamp
           move wph-publish-userid to mhs-maint-userid
           move "A"                to mhs-action
           move "PKG"              to mhs-target
           move wph-version        to mhs-key
           move ws-before-image    to mhs-before-image
           move ws-after-image     to mhs-after-image
           write ry-maint-history-record

           move spaces to ry-apply-line
           write ry-apply-line
           string "APPLIED   version " wph-version
                  "  before [" ws-before-image
                  "]  after [" ws-after-image "]"
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ws-before-image
           move spaces to ws-after-image.

      ****************************************************************
      * 0800 - RECORD A FAILED LOAD. The version in use stays as it
      * was; only the last-load fields move.
      ****************************************************************
       0800-RECORD-FAILED-LOAD.
           perform 3200-REFRESH-TIMESTAMP
           if ws-version-found
              move ws-version-file-name to ws-backup-source
              perform 0450-BACKUP-ONE-FILE
           end-if
           open output master-version-file
           if ws-version-status not = "00"
              display "FATAL unable to rewrite master-data version "
                      "record, status " ws-version-status
              move MDA-EXIT-FILE-FAILED to ws-exit-status
           else
              move spaces            to ry-master-version-record
              move ws-site-id        to mvr-site-id
              move ws-cur-version    to mvr-version
              move ws-cur-published-date to mvr-published-date
              move ws-cur-applied-timestamp
                   to mvr-applied-timestamp
              move "F"               to mvr-last-status
              move ws-pkg-version    to mvr-last-version
              move ws-timestamp      to mvr-last-timestamp
              move ws-first-error    to mvr-last-reason
              write ry-master-version-record
              close master-version-file
           end-if

           move spaces to ry-apply-line
           write ry-apply-line
           if ws-rewrite-failed
              string "FAILED    version " ws-pkg-version
                     " part-applied - restore the .bak copies: "
                     ws-first-error delimited by size
                     into ry-apply-line
           else
              string "REFUSED   version " ws-pkg-version
                     " - masters left unchanged: "
                     ws-first-error delimited by size
                     into ry-apply-line
           end-if
           write ry-apply-line
           display "WARN  master-data package version " ws-pkg-version
                   " not applied: " ws-first-error.

      ****************************************************************
      * 0900 - RUN SUMMARY
      ****************************************************************
       0900-WRITE-RUN-SUMMARY.
           move spaces to ry-apply-line
           write ry-apply-line
           string "Version before    : " ws-cur-version
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ry-apply-line
           string "Package version   : " ws-pkg-version
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ry-apply-line
           move ws-pkg-count to ws-disp-count
           string "Package rows      : " ws-disp-count
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ry-apply-line
           string "Package errors    : " ws-error-count
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ry-apply-line
           string "Rows added        : " ws-total-add-count
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ry-apply-line
           string "Rows changed      : " ws-total-change-count
                  delimited by size into ry-apply-line
           write ry-apply-line
           move spaces to ry-apply-line
           string "Rows removed      : " ws-total-remove-count
                  delimited by size into ry-apply-line
           write ry-apply-line
           display "Master-data apply complete, package version "
                   ws-pkg-version ", " ws-error-count " errors, "
                   ws-total-add-count " added, "
                   ws-total-change-count " changed, "
                   ws-total-remove-count " removed".

      ****************************************************************
      * 0950 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0950-FINALIZE.
           close maint-history-file
           close apply-report-file.

      ****************************************************************
      * 3000 - REFUSE A PACKAGE ROW (OR THE PACKAGE AS A WHOLE). The
      * first fault is kept for the version record; the report lists
      * the first WS-MAX-ERROR-LINES of them.
      ****************************************************************
       3000-REFUSE-PACKAGE-ROW.
           add 1 to ws-error-count
           if ws-error-count = 1
              move ws-error-reason to ws-first-error
           end-if
           if ws-error-count <= ws-max-error-lines
              move spaces to ry-apply-line
              string "REFUSED   rec " ws-error-record-no
                     "  " ws-error-type " " ws-error-key
                     "  - " ws-error-reason delimited by size
                     into ry-apply-line
              write ry-apply-line
              display "REFUSE  package record " ws-error-record-no
                      ": " ws-error-reason
           else
              if ws-error-count = ws-max-error-lines + 1
                 move "          (further errors not listed)"
                      to ry-apply-line
                 write ry-apply-line
              end-if
           end-if
           move spaces to ws-error-reason.

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
