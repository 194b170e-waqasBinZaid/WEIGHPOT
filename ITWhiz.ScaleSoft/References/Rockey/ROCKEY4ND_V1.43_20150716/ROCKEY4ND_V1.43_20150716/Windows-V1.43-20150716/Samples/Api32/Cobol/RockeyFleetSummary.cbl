      * ", "Module 7 balance - allow: "). RETURN-CODE is the number  *
      * of failed sites, so the scheduler can page on nonzero.       *
      *                                                              *
      * Each site also reports the master-data package version its   *
      * masters were built from ("Master data version: "). That is   *
      * set against the version head office last published - the     *
      * header of head office's own ./Data/RockeyMasterPackage.dat - *
      * and a site running an older version (STALE), whose last      *
      * package load failed (FAILED), that has never loaded one      *
      * (NONE) or whose report carries no version (NO VER) is shown  *
      * on its line and listed under MASTER-DATA FLAGS. A flag does  *
      * not fail the site - the nightly run itself was good - so it  *
      * does not count in RETURN-CODE.                               *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
               organization line sequential
               file status is ws-site-report-status.

           select master-package-file
               assign to ws-package-file-name
               organization line sequential
               file status is ws-package-status.

           select fleet-summary-file
               assign to ws-summary-file-name
               organization line sequential
       data division.
       file section.
       copy "RockeySiteParams.cpy".
       copy "RockeyMasterPackage.cpy".

       fd  site-report-file.
       01  ry-site-report-line        pic x(132).
       01 ws-summary-file-name  pic x(60)
               value "./Data/RockeyFleetSummary.txt".
       01 ws-summary-status     pic xx    value spaces.
       01 ws-package-file-name  pic x(60)
               value "./Data/RockeyMasterPackage.dat".
       01 ws-package-status     pic xx    value spaces.
       01 ws-published-version  pic 9(6)  value zero.
       01 ws-published-date     pic x(8)  value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-load-eof-switch    pic x     value "N".
               10 fls-candec-text   pic x(6).
               10 fls-pass-flag     pic x.
                   88 fls-site-passed    value "Y".
               10 fls-mdv-text      pic x(6).
               10 fls-mdv-word      pic x(7).
               10 fls-master-flag   pic x.
                   88 fls-master-ok      value "O".
                   88 fls-master-stale   value "S".
                   88 fls-master-failed  value "F".
                   88 fls-master-none    value "N".
                   88 fls-master-unrep   value "U".

       01 ws-sub                pic 9(4)  comp-5 value zero.
       01 ws-fail-count         pic 9(4)  value zero.
       01 ws-pass-count         pic 9(4)  value zero.
       01 ws-disp-site-count    pic 9(4)  value zero.
       01 ws-reason-text        pic x(34) value spaces.
       01 ws-master-flag-count  pic 9(4)  value zero.
       01 ws-mdv-version        pic 9(6)  value zero.

      ****************************************************************
      * FLEET SUMMARY DETAIL LINE
           05 filler            pic xx    value spaces.
           05 fld-mod7-label    pic x(6)  value "mod7=".
           05 fld-candec        pic x(6).
           05 filler            pic xx    value spaces.
           05 fld-mdv-label     pic x(4)  value "mdv=".
           05 fld-mdv           pic x(6).
           05 filler            pic x     value space.
           05 fld-mdv-flag      pic x(7).

       procedure division.

              move "ITWhiz.ScaleSoft Weighbridge - Fleet Morning"
                   & " Summary" to ry-fleet-line
              write ry-fleet-line
              move spaces to ry-fleet-line
              string "Summary date  : " ws-run-date
                     delimited by size into ry-fleet-line
              write ry-fleet-line
           end-if

           perform 0250-READ-PUBLISHED-VERSION
           if ws-summary-status = "00"
              move spaces to ry-fleet-line
              if ws-published-version = zero
                 move "Master data   : no published package on file"
                      & " - versions not compared" to ry-fleet-line
              else
                 string "Master data   : version "
                        ws-published-version " published "
                        ws-published-date
                        delimited by size into ry-fleet-line
              end-if
              write ry-fleet-line
              move spaces to ry-fleet-line
              write ry-fleet-line
           end-if
                       move "?"  to fls-keys-text (ws-site-count)
                       move "?"  to fls-candec-text (ws-site-count)
                       move "N" to fls-pass-flag (ws-site-count)
                       move "?"  to fls-mdv-text (ws-site-count)
                       move spaces to fls-mdv-word (ws-site-count)
                       move "U" to fls-master-flag (ws-site-count)
                 end-read
              end-perform
              close site-param-file
                      ws-site-param-status
           end-if.

      ****************************************************************
      * 0250 - THE VERSION HEAD OFFICE LAST PUBLISHED, FROM THE
      * HEADER OF ITS CURRENT PACKAGE
      ****************************************************************
       0250-READ-PUBLISHED-VERSION.
           move zero to ws-published-version
           open input master-package-file
           if ws-package-status = "00"
              read master-package-file
                 at end
                    move "10" to ws-package-status
              end-read
              if ws-package-status = "00"
                 and mpk-is-header
                 and mpk-hdr-version is numeric
                 move mpk-hdr-version        to ws-published-version
                 move mpk-hdr-published-date to ws-published-date
              end-if
              close master-package-file
           end-if.

      ****************************************************************
      * 0300 - READ ONE SITE'S TRANSFERRED OPERATIONS REPORT AND
      * LIFT OUT THE EXIT STATUS, KEY COUNT AND MODULE-7 BALANCE
              close site-report-file
           end-if

           if fls-report-received (ws-sub)
              perform 0320-JUDGE-MASTER-VERSION
           end-if

           if fls-report-received (ws-sub)
              and fls-exit-seen (ws-sub)
              and (fls-exit-status (ws-sub) = FLS-SITE-EXIT-SUCCESS
                   "Module 7 balance - allow: "
                 move ry-site-report-line (41:5)
                      to fls-candec-text (ws-sub)
              when ry-site-report-line (1:21) =
                   "Master data version: "
                 move ry-site-report-line (22:6)
                      to fls-mdv-text (ws-sub)
                 move ry-site-report-line (29:7)
                      to fls-mdv-word (ws-sub)
           end-evaluate.

      ****************************************************************
      * 0320 - SET THE SITE'S MASTER-DATA VERSION AGAINST THE ONE
      * PUBLISHED. A failed last load outranks stale - it is the
      * reason the site is stale.
      ****************************************************************
       0320-JUDGE-MASTER-VERSION.
           evaluate true
              when fls-mdv-word (ws-sub) = spaces
                 move "U" to fls-master-flag (ws-sub)
              when fls-mdv-word (ws-sub) = "FAILED "
                 move "F" to fls-master-flag (ws-sub)
              when fls-mdv-text (ws-sub) not numeric
                 move "U" to fls-master-flag (ws-sub)
              when fls-mdv-word (ws-sub) = "NONE   "
                 move "N" to fls-master-flag (ws-sub)
              when other
                 move fls-mdv-text (ws-sub) to ws-mdv-version
                 if ws-mdv-version < ws-published-version
                    move "S" to fls-master-flag (ws-sub)
                 else
                    move "O" to fls-master-flag (ws-sub)
                 end-if
           end-evaluate
           if not fls-master-ok (ws-sub)
              add 1 to ws-master-flag-count
           end-if.

      ****************************************************************
      * 0400 - ONE LINE PER SITE, FAILURES FIRST, THEN THE TOTALS
      ****************************************************************
                 until ws-sub > ws-site-count
           end-if

           move spaces to ry-fleet-line
           write ry-fleet-line
           move "MASTER-DATA FLAGS" to ry-fleet-line
           write ry-fleet-line
           if ws-master-flag-count = zero
              move "  (none)" to ry-fleet-line
              write ry-fleet-line
           else
              perform 0430-WRITE-MASTER-FLAG-LINE
                 varying ws-sub from 1 by 1
                 until ws-sub > ws-site-count
           end-if

           move spaces to ry-fleet-line
           write ry-fleet-line
           move ws-site-count to ws-disp-site-count
           string "Sites failed       : " ws-fail-count
                  delimited by size into ry-fleet-line
           write ry-fleet-line
           string "Master data flagged: " ws-master-flag-count
                  delimited by size into ry-fleet-line
           write ry-fleet-line
           display "Fleet summary complete, " ws-fail-count
                   " of " ws-disp-site-count " sites failed".

              write ry-fleet-line
           end-if.

       0430-WRITE-MASTER-FLAG-LINE.
           if fls-report-received (ws-sub)
              and not fls-master-ok (ws-sub)
              move spaces to ry-fleet-line
              evaluate true
                 when fls-master-failed (ws-sub)
                    string fls-site-id (ws-sub)
                           "  FAILED   last package load failed,"
                           " running version " fls-mdv-text (ws-sub)
                           delimited by size into ry-fleet-line
                 when fls-master-stale (ws-sub)
                    string fls-site-id (ws-sub)
                           "  STALE    running version "
                           fls-mdv-text (ws-sub) ", published "
                           ws-published-version
                           delimited by size into ry-fleet-line
                 when fls-master-none (ws-sub)
                    string fls-site-id (ws-sub)
                           "  NONE     no master-data package ever"
                           " applied" delimited by size
                           into ry-fleet-line
                 when other
                    string fls-site-id (ws-sub)
                           "  NO VER   operations report carries no"
                           " master-data version" delimited by size
                           into ry-fleet-line
              end-evaluate
              write ry-fleet-line
           end-if.

      ****************************************************************
      * 0500 - ONE SITE'S SUMMARY LINE. The reason column carries
      * the decoded RY-EXIT-* meaning so the ops call does not need
           move fls-candec-text (ws-sub) to fld-candec
           move "keys="                 to fld-keys-label
           move "mod7="                 to fld-mod7-label
           move fls-mdv-text (ws-sub)   to fld-mdv
           move "mdv="                  to fld-mdv-label
           evaluate true
              when not fls-report-received (ws-sub)
                 move spaces   to fld-mdv-flag
              when fls-master-failed (ws-sub)
                 move "FAILED" to fld-mdv-flag
              when fls-master-stale (ws-sub)
                 move "STALE"  to fld-mdv-flag
              when fls-master-none (ws-sub)
                 move "NONE"   to fld-mdv-flag
              when fls-master-unrep (ws-sub)
                 move "NO VER" to fld-mdv-flag
              when other
                 move spaces   to fld-mdv-flag
           end-evaluate
           move ws-fleet-detail to ry-fleet-line.

      ****************************************************************
