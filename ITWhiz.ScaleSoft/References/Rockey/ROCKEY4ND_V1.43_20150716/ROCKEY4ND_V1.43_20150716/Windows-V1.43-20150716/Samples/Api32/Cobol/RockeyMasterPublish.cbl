       $set case
      ****************************************************************
      *                                                              *
      *                   RockeyMasterPublish.cbl                    *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyMasterPublish.

      ****************************************************************
      *                                                              *
      * Head-office publish of the shared master data. Copies head   *
      * office's own product, customer, customer-vehicle, product-   *
      * rate and vehicle-tare masters into one versioned package     *
      * (RockeyMasterPackage.cpy layout),                            *
      *     ./Data/RockeyMasterPackage.dat                           *
      * which is transferred out to every site and applied there by  *
      * RockeyMasterApply before the nightly run. Head office's      *
      * masters are the only ones maintained by hand; the sites'     *
      * copies are only ever replaced from a package.                *
      *                                                              *
      * The new version is one above the version on the package      *
      * being replaced (1 on the first publish); the replaced        *
      * package is kept as a .bak, and copied back if the new one    *
      * cannot be written whole. The publisher is identified by      *
      * ROCKEY_PUBLISH_USERID, which must be numeric and nonzero,    *
      * and is carried on the package into every site's change       *
      * history. Each publish appends a change-history row under     *
      * target PKG with the old and new version.                     *
      *                                                              *
      * A master that cannot be read, or an empty product or         *
      * customer master, refuses the publish and leaves the current  *
      * package in place - an empty package would clear every site   *
      * that applied it.                                             *
      *                                                              *
      * RETURN-CODE 0 published, 1 publish refused (no package       *
      * written), 2 a file could not be opened or written.           *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select master-package-file
               assign to ws-package-file-name
               organization line sequential
               file status is ws-package-status.

           select maint-history-file
               assign to ws-history-file-name
               organization line sequential
               file status is ws-history-status.

           select publish-report-file
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
       copy "RockeyMaintHistory.cpy".
       copy "RockeyProductMaster.cpy".
       copy "RockeyCustomerMaster.cpy".
       copy "RockeyCustomerVehicle.cpy".
       copy "RockeyProductRate.cpy".
       copy "RockeyVehicleTare.cpy".

       fd  publish-report-file.
       01  ry-publish-line            pic x(132).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
      ****************************************************************
       78 MDP-EXIT-SUCCESS            value 0.
       78 MDP-EXIT-REFUSED            value 1.
       78 MDP-EXIT-FILE-FAILED        value 2.

       01 ws-exit-status        pic 9(4)  value MDP-EXIT-SUCCESS.

       01 ws-package-file-name  pic x(60)
               value "./Data/RockeyMasterPackage.dat".
       01 ws-package-status     pic xx    value spaces.
       01 ws-history-file-name  pic x(60)
               value "./Data/RockeyMaintHistory.dat".
       01 ws-history-status     pic xx    value spaces.
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyMasterPublishReport.txt".
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

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.

       01 ws-load-eof-switch    pic x     value "N".
           88 ws-load-eof           value "Y".
       01 ws-refused-switch     pic x     value "N".
           88 ws-publish-refused    value "Y".
       01 ws-refuse-reason      pic x(60) value spaces.
       01 ws-unreadable-name    pic x(30) value spaces.

       01 ws-publish-userid-text pic x(9) value spaces.
       01 ws-publish-userid     pic 9(9)  value zero.

      ****************************************************************
      * VERSION AND ROW COUNTS
      ****************************************************************
       01 ws-prior-version      pic 9(6)  value zero.
       01 ws-prior-date         pic x(8)  value spaces.
       01 ws-new-version        pic 9(6)  value zero.
       01 ws-prd-count          pic 9(5)  value zero.
       01 ws-cst-count          pic 9(5)  value zero.
       01 ws-cvh-count          pic 9(5)  value zero.
       01 ws-prt-count          pic 9(5)  value zero.
       01 ws-vtm-count          pic 9(5)  value zero.
       01 ws-row-count          pic 9(7)  value zero.
       01 ws-written-count      pic 9(7)  value zero.

       01 ws-before-image       pic x(40) value spaces.
       01 ws-after-image        pic x(40) value spaces.

      ****************************************************************
      * PRE-REWRITE BACKUP - the package is replaced in place, so the
      * one being replaced is copied to a .bak first, and copied back
      * over a package that could not be written whole.
      ****************************************************************
       01 ws-backup-source      pic x(60) value spaces.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.
       01 ws-backup-taken-switch pic x    value "N".
           88 ws-backup-taken       value "Y".
       01 ws-write-failed-switch pic x    value "N".
           88 ws-package-write-failed value "Y".
       01 ws-failed-write-status pic xx   value spaces.

       procedure division.

       0000-MAIN.
           perform 0100-INITIALIZE

           if ws-report-status not = "00"
              or ws-history-status not = "00"
              move MDP-EXIT-FILE-FAILED to ws-exit-status
           else
              perform 0200-READ-PRIOR-VERSION
              perform 0300-COUNT-MASTERS
              if ws-publish-refused
                 string "REFUSED   - " ws-refuse-reason
                        delimited by size into ry-publish-line
                 write ry-publish-line
                 display "REFUSE  master-data publish: "
                         ws-refuse-reason
                 move MDP-EXIT-REFUSED to ws-exit-status
              else
                 perform 0400-WRITE-PACKAGE
                 if ws-exit-status = MDP-EXIT-SUCCESS
                    perform 0500-WRITE-HISTORY
                 end-if
              end-if
              perform 0700-WRITE-RUN-SUMMARY
           end-if

           perform 0800-FINALIZE
           move ws-exit-status to return-code
           stop run.

      ****************************************************************
      * 0100 - TIMESTAMP, PUBLISHER, OPEN THE FIXED FILES
      ****************************************************************
       0100-INITIALIZE.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           accept ws-publish-userid-text from environment
                   "ROCKEY_PUBLISH_USERID"
           on exception
               move spaces to ws-publish-userid-text
           end-accept
           if ws-publish-userid-text is numeric
              move ws-publish-userid-text to ws-publish-userid
           end-if
           if ws-publish-userid = zero
              move "Y" to ws-refused-switch
              move "publisher userid must be numeric and nonzero"
                   to ws-refuse-reason
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

           open output publish-report-file
           if ws-report-status not = "00"
              display "FATAL unable to open publish report file "
                      ws-report-file-name ", status " ws-report-status
           else
              move "ITWhiz.ScaleSoft Weighbridge - Master-Data"
                   & " Package Publish" to ry-publish-line
              write ry-publish-line
              move spaces to ry-publish-line
              string "Run date/time : " ws-timestamp
                     delimited by size into ry-publish-line
              write ry-publish-line
              move spaces to ry-publish-line
              write ry-publish-line
           end-if.

      ****************************************************************
      * 0200 - THE VERSION OF THE PACKAGE BEING REPLACED. No package
      * yet is the first publish; a package with no readable header
      * is refused rather than guessed at, since a reused version
      * number would let a site skip the real change.
      ****************************************************************
       0200-READ-PRIOR-VERSION.
           move zero to ws-prior-version
           open input master-package-file
           evaluate ws-package-status
              when "00"
                 read master-package-file
                    at end
                       move "10" to ws-package-status
                 end-read
                 if ws-package-status = "00"
                    and mpk-is-header
                    and mpk-hdr-version is numeric
                    move mpk-hdr-version        to ws-prior-version
                    move mpk-hdr-published-date to ws-prior-date
                 else
                    if not ws-publish-refused
                       move "Y" to ws-refused-switch
                       move "current package has no readable HDR"
                            & " version" to ws-refuse-reason
                    end-if
                 end-if
                 close master-package-file
              when "35"
                 move zero to ws-prior-version
              when other
                 if not ws-publish-refused
                    move "Y" to ws-refused-switch
                    string "unable to read current package, status "
                           ws-package-status delimited by size
                           into ws-refuse-reason
                 end-if
           end-evaluate
           compute ws-new-version = ws-prior-version + 1.

      ****************************************************************
      * 0300 - COUNT EACH MASTER'S ROWS FOR THE HEADER. Every master
      * must be readable; the product and customer masters must not
      * be empty.
      ****************************************************************
       0300-COUNT-MASTERS.
           open input product-master-file
           if ws-product-master-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-product-master-status not = "00"
                 read product-master-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-prd-count
                 end-read
              end-perform
              close product-master-file
           else
              move "RockeyProductMaster.dat" to ws-unreadable-name
              move ws-product-master-status to ws-package-status
              perform 0390-REFUSE-UNREADABLE
           end-if

           open input customer-master-file
           if ws-customer-master-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-customer-master-status not = "00"
                 read customer-master-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-cst-count
                 end-read
              end-perform
              close customer-master-file
           else
              move "RockeyCustomerMaster.dat" to ws-unreadable-name
              move ws-customer-master-status to ws-package-status
              perform 0390-REFUSE-UNREADABLE
           end-if

           open input customer-vehicle-file
           if ws-customer-vehicle-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-customer-vehicle-status not = "00"
                 read customer-vehicle-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-cvh-count
                 end-read
              end-perform
              close customer-vehicle-file
           else
              move "RockeyCustomerVehicle.dat" to ws-unreadable-name
              move ws-customer-vehicle-status to ws-package-status
              perform 0390-REFUSE-UNREADABLE
           end-if

           open input product-rate-file
           if ws-product-rate-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-product-rate-status not = "00"
                 read product-rate-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-prt-count
                 end-read
              end-perform
              close product-rate-file
           else
              move "RockeyProductRate.dat" to ws-unreadable-name
              move ws-product-rate-status to ws-package-status
              perform 0390-REFUSE-UNREADABLE
           end-if

           open input vehicle-tare-file
           if ws-vehicle-tare-status = "00"
              move "N" to ws-load-eof-switch
              perform until ws-load-eof
                         or ws-vehicle-tare-status not = "00"
                 read vehicle-tare-file
                    at end
                       move "Y" to ws-load-eof-switch
                    not at end
                       add 1 to ws-vtm-count
                 end-read
              end-perform
              close vehicle-tare-file
           else
              move "RockeyVehicleTare.dat" to ws-unreadable-name
              move ws-vehicle-tare-status to ws-package-status
              perform 0390-REFUSE-UNREADABLE
           end-if

           if not ws-publish-refused
              if ws-prd-count = zero
                 move "Y" to ws-refused-switch
                 move "product master is empty - package would"
                      & " clear every site" to ws-refuse-reason
              else
                 if ws-cst-count = zero
                    move "Y" to ws-refused-switch
                    move "customer master is empty - package would"
                         & " clear every site" to ws-refuse-reason
                 end-if
              end-if
           end-if

           compute ws-row-count = ws-prd-count + ws-cst-count
                                + ws-cvh-count + ws-prt-count
                                + ws-vtm-count.

       0390-REFUSE-UNREADABLE.
           if not ws-publish-refused
              move "Y" to ws-refused-switch
              string "unable to read " delimited by size
                     ws-unreadable-name delimited by space
                     ", status " ws-package-status
                     delimited by size into ws-refuse-reason
           end-if.

      ****************************************************************
      * 0400 - WRITE THE NEW PACKAGE: HEADER, THE FIVE MASTERS IN
      * THE FIXED ORDER, TRAILER. A write that fails, or a row count
      * that no longer agrees, puts the replaced package back from
      * its .bak - a half-written package would be refused by every
      * site and read as current by the fleet summary.
      ****************************************************************
       0400-WRITE-PACKAGE.
           if ws-prior-version > zero
              move ws-package-file-name to ws-backup-source
              perform 0450-BACKUP-ONE-FILE
              if ws-copy-ret = zero
                 move "Y" to ws-backup-taken-switch
              end-if
           end-if

           open output master-package-file
           if ws-package-status not = "00"
              display "FATAL unable to write master-data package "
                      ws-package-file-name ", status "
                      ws-package-status
              move MDP-EXIT-FILE-FAILED to ws-exit-status
           else
              move spaces             to ry-master-package-record
              move "HDR"              to mpk-record-type
              move ws-new-version     to mpk-hdr-version
              move ws-run-date        to mpk-hdr-published-date
              move ws-publish-userid  to mpk-hdr-publish-userid
              move ws-prd-count       to mpk-hdr-prd-count
              move ws-cst-count       to mpk-hdr-cst-count
              move ws-cvh-count       to mpk-hdr-cvh-count
              move ws-prt-count       to mpk-hdr-prt-count
              move ws-vtm-count       to mpk-hdr-vtm-count
              write ry-master-package-record
              perform 0460-CHECK-PACKAGE-WRITE

              perform 0410-COPY-PRODUCTS
              perform 0420-COPY-CUSTOMERS
              perform 0430-COPY-CUSTOMER-VEHICLES
              perform 0440-COPY-PRODUCT-RATES
              perform 0445-COPY-VEHICLE-TARES

              move spaces             to ry-master-package-record
              move "TRL"              to mpk-record-type
              move ws-new-version     to mpk-trl-version
              move ws-written-count   to mpk-trl-row-count
              write ry-master-package-record
              perform 0460-CHECK-PACKAGE-WRITE
              close master-package-file

              evaluate true
                 when ws-package-write-failed
                    display "FATAL master-data package write failed,"
                            " status " ws-failed-write-status
                    move MDP-EXIT-FILE-FAILED to ws-exit-status
                    perform 0470-RESTORE-PRIOR-PACKAGE
                 when ws-written-count not = ws-row-count
                    display "FATAL master changed while publishing, "
                            ws-written-count " rows written against "
                            ws-row-count " counted - publish again"
                    move MDP-EXIT-FILE-FAILED to ws-exit-status
                    perform 0470-RESTORE-PRIOR-PACKAGE
              end-evaluate
           end-if.

       0410-COPY-PRODUCTS.
           open input product-master-file
           move "N" to ws-load-eof-switch
           perform until ws-load-eof
                      or ws-product-master-status not = "00"
              read product-master-file
                 at end
                    move "Y" to ws-load-eof-switch
                 not at end
                    move spaces to ry-master-package-record
                    move "PRD"  to mpk-record-type
                    move ry-product-master-record
                         to mpk-master-image
                    write ry-master-package-record
                    perform 0460-CHECK-PACKAGE-WRITE
                    add 1 to ws-written-count
              end-read
           end-perform
           close product-master-file.

       0420-COPY-CUSTOMERS.
           open input customer-master-file
           move "N" to ws-load-eof-switch
           perform until ws-load-eof
                      or ws-customer-master-status not = "00"
              read customer-master-file
                 at end
                    move "Y" to ws-load-eof-switch
                 not at end
                    move spaces to ry-master-package-record
                    move "CST"  to mpk-record-type
                    move ry-customer-master-record
                         to mpk-master-image
                    write ry-master-package-record
                    perform 0460-CHECK-PACKAGE-WRITE
                    add 1 to ws-written-count
              end-read
           end-perform
           close customer-master-file.

       0430-COPY-CUSTOMER-VEHICLES.
           open input customer-vehicle-file
           move "N" to ws-load-eof-switch
           perform until ws-load-eof
                      or ws-customer-vehicle-status not = "00"
              read customer-vehicle-file
                 at end
                    move "Y" to ws-load-eof-switch
                 not at end
                    move spaces to ry-master-package-record
                    move "CVH"  to mpk-record-type
                    move ry-customer-vehicle-record
                         to mpk-master-image
                    write ry-master-package-record
                    perform 0460-CHECK-PACKAGE-WRITE
                    add 1 to ws-written-count
              end-read
           end-perform
           close customer-vehicle-file.

       0440-COPY-PRODUCT-RATES.
           open input product-rate-file
           move "N" to ws-load-eof-switch
           perform until ws-load-eof
                      or ws-product-rate-status not = "00"
              read product-rate-file
                 at end
                    move "Y" to ws-load-eof-switch
                 not at end
                    move spaces to ry-master-package-record
                    move "PRT"  to mpk-record-type
                    move ry-product-rate-record
                         to mpk-master-image
                    write ry-master-package-record
                    perform 0460-CHECK-PACKAGE-WRITE
                    add 1 to ws-written-count
              end-read
           end-perform
           close product-rate-file.

       0445-COPY-VEHICLE-TARES.
           open input vehicle-tare-file
           move "N" to ws-load-eof-switch
           perform until ws-load-eof
                      or ws-vehicle-tare-status not = "00"
              read vehicle-tare-file
                 at end
                    move "Y" to ws-load-eof-switch
                 not at end
                    move spaces to ry-master-package-record
                    move "VTM"  to mpk-record-type
                    move ry-vehicle-tare-record
                         to mpk-master-image
                    write ry-master-package-record
                    perform 0460-CHECK-PACKAGE-WRITE
                    add 1 to ws-written-count
              end-read
           end-perform
           close vehicle-tare-file.

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
      * 0460 - NOTE THE FIRST PACKAGE WRITE THAT FAILED
      ****************************************************************
       0460-CHECK-PACKAGE-WRITE.
           if ws-package-status not = "00"
              and not ws-package-write-failed
              move "Y" to ws-write-failed-switch
              move ws-package-status to ws-failed-write-status
           end-if.

      ****************************************************************
      * 0470 - PUT THE REPLACED PACKAGE BACK. With no earlier version
      * there is nothing to put back, so the partial package is
      * removed and the sites simply have no package to apply.
      ****************************************************************
       0470-RESTORE-PRIOR-PACKAGE.
           if ws-backup-taken
              call "CBL_COPY_FILE" using ws-backup-target
                                          ws-package-file-name
                                   returning ws-copy-ret
              if ws-copy-ret = zero
                 display "WARN  version " ws-prior-version
                         " package restored from " ws-backup-target
              else
                 display "FATAL unable to restore " ws-backup-target
                         ", copy status " ws-copy-ret
                         " - restore it by hand before the transfer"
              end-if
           else
              if ws-prior-version > zero
                 display "FATAL no .bak of version " ws-prior-version
                         " was taken - the package is damaged, "
                         "publish again before the transfer"
              else
                 call "CBL_DELETE_FILE" using ws-package-file-name
                                        returning ws-copy-ret
              end-if
           end-if.

      ****************************************************************
      * 0500 - CHANGE-HISTORY ROW FOR THE PUBLISH. The key is the new
      * version; the images are the old and new version and date.
      ****************************************************************
       0500-WRITE-HISTORY.
           if ws-prior-version = zero
              move "(new)" to ws-before-image
           else
              string "version " ws-prior-version " of " ws-prior-date
                     delimited by size into ws-before-image
           end-if
           string "version " ws-new-version " of " ws-run-date
                  delimited by size into ws-after-image

           move ws-timestamp       to mhs-timestamp
           move ws-publish-userid  to mhs-maint-userid
           move "A"                to mhs-action
           move "PKG"              to mhs-target
           move ws-new-version     to mhs-key
           move ws-before-image    to mhs-before-image
           move ws-after-image     to mhs-after-image
           write ry-maint-history-record

           move spaces to ry-publish-line
           string "PUBLISHED version " ws-new-version
                  "  before [" ws-before-image
                  "]  after [" ws-after-image "]"
                  delimited by size into ry-publish-line
           write ry-publish-line.

      ****************************************************************
      * 0700 - RUN SUMMARY
      ****************************************************************
       0700-WRITE-RUN-SUMMARY.
           move spaces to ry-publish-line
           write ry-publish-line
           string "Prior version     : " ws-prior-version
                  delimited by size into ry-publish-line
           write ry-publish-line
           move spaces to ry-publish-line
           if ws-exit-status = MDP-EXIT-SUCCESS
              string "Published version : " ws-new-version
                     delimited by size into ry-publish-line
           else
              move "Published version : (none)" to ry-publish-line
           end-if
           write ry-publish-line
           move spaces to ry-publish-line
           string "Products          : " ws-prd-count
                  delimited by size into ry-publish-line
           write ry-publish-line
           move spaces to ry-publish-line
           string "Customers         : " ws-cst-count
                  delimited by size into ry-publish-line
           write ry-publish-line
           move spaces to ry-publish-line
           string "Customer vehicles : " ws-cvh-count
                  delimited by size into ry-publish-line
           write ry-publish-line
           move spaces to ry-publish-line
           string "Product rates     : " ws-prt-count
                  delimited by size into ry-publish-line
           write ry-publish-line
           move spaces to ry-publish-line
           string "Vehicle tares     : " ws-vtm-count
                  delimited by size into ry-publish-line
           write ry-publish-line
           if ws-exit-status = MDP-EXIT-SUCCESS
              display "Master-data publish complete, version "
                      ws-new-version ", " ws-written-count " rows"
           else
              display "Master-data publish not completed, version "
                      ws-prior-version " remains current"
           end-if.

      ****************************************************************
      * 0800 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0800-FINALIZE.
           close maint-history-file
           close publish-report-file.
