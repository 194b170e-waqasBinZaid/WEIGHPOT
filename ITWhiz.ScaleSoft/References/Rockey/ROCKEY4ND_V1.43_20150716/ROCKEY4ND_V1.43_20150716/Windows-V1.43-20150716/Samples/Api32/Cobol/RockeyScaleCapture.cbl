      * The heavier of the two readings is taken as gross and the    *
      * lighter as tare, which covers both inbound (weigh heavy,     *
      * leave light) and outbound (weigh light, leave heavy) loads.  *
      * Which of the two it was is kept on the weighment as the      *
      * movement direction (I in, O out) for the stockpile ledger.   *
      *                                                              *
      * Busy sites weigh in two passes (spool weigh modes F and S,   *
      * RockeyScaleSpool.cpy). A first weigh is held on the indexed  *
      * in-yard file (RockeyInYard.cpy) under the registration and   *
      * writes no weighment; the second weigh is matched to it by    *
      * registration, the pair is judged like a one-visit record,    *
      * and the in-yard record is deleted. A first weigh still in    *
      * the yard from an earlier day when the same vehicle weighs in *
      * again never got its second weigh, so it goes to suspense     *
      * (CAPSTALE) and the new one takes its place. A vehicle on the *
      * tare master (RockeyVehicleTare.cpy) may instead weigh once   *
      * (mode T) against its stored tare.                            *
      *                                                              *
      * A refused reading is not just reported: the truck still      *
      * crossed the bridge, so the whole spool record goes to the    *
      * suspense file (RockeySuspense.cpy) with the reason, to wait  *
      * for a supervisor's correction in RockeySuspenseMaint. The    *
      * corrected weighments that program released since the last    *
      * run are merged from RockeySuspenseRelease.dat into tonight's *
      * weighment transaction file after the spool. Each merged row  *
      * is also kept on RockeySuspenseMerged<business date>.dat      *
      * before the release file is emptied (after a .bak copy), so a *
      * capture rerun for the same business date, which rebuilds the *
      * weighment file from scratch, merges them again. When that    *
      * dated copy cannot be opened the corrections are left on the  *
      * release file for the next run rather than merged unkept.     *
      *                                                              *
      * A rerun for the same business date rebuilds the weighment    *
      * file from the same spool. The first run of the date dumps    *
      * the in-yard file to RockeyInYard<business date>.dat before   *
      * touching it, and a rerun loads the yard back from that dump, *
      * so the two-pass readings match exactly as they did the first *
      * time. The capture checkpoint (RockeyCaptureCheckpoint.cpy)   *
      * records how many readings have their suspense and health     *
      * rows on file; a rerun judges those readings again but does   *
      * not append their rows a second time. A rerun whose dump      *
      * cannot be read captures nothing.                             *
      *                                                              *
      * Every reading judged, accepted or refused, also appends a    *
      * row to the health history (RockeyScaleHealth.cpy): the       *
      * zero return, the stability flags and whether the zero        *
      * return was near the band, so RockeyScaleHealthTrend can      *
      * show a load cell drifting before it starts refusing trucks.  *
      *                                                              *
      * Site limits come from the environment with workable          *
      * defaults: ROCKEY_MIN_GROSS_KG (1000), ROCKEY_MAX_GROSS_KG    *
      * (80000), ROCKEY_ZERO_BAND_KG (20), and ROCKEY_ZERO_NEAR_PCT  *
      * (75), the percentage of the band a zero return is counted    *
      * as near it from. The site id comes from ROCKEY_SITE_ID as in *
      * the nightly job, and the business date from                  *
      * ROCKEY_BUSINESS_DATE (default today).                        *
      *                                                              *
      * Start and end of every run go on the run-control file        *
      * through RockeyRunLog, against the night's                    *
      * ROCKEY_BUSINESS_DATE (default today), with the readings      *
      * read, accepted and refused.                                  *
      *                                                              *
      * RETURN-CODE 0 all readings clean, 1 some readings refused,   *
      * 2 a file could not be opened.                                *
               organization line sequential
               file status is ws-report-status.

           select suspense-file
               assign to ws-suspense-file-name
               organization line sequential
               file status is ws-suspense-status.

           select suspense-release-file
               assign to ws-release-file-name
               organization line sequential
               file status is ws-release-status.

           select merged-release-file
               assign to ws-merged-file-name
               organization line sequential
               file status is ws-merged-status.

           select in-yard-file
               assign to ws-in-yard-file-name
               organization indexed
               access mode dynamic
               record key iyd-vehicle-reg
               file status is ws-in-yard-status.

           select in-yard-snapshot-file
               assign to ws-snapshot-file-name
               organization line sequential
               file status is ws-snapshot-status.

           select capture-checkpoint-file
               assign to ws-checkpoint-file-name
               organization line sequential
               file status is ws-checkpoint-status.

           select vehicle-tare-file
               assign to ws-tare-file-name
               organization line sequential
               file status is ws-tare-status.

           select scale-health-file
               assign to ws-health-file-name
               organization line sequential
               file status is ws-health-status.

       data division.
       file section.
       copy "RockeyScaleSpool.cpy".
       copy "RockeyWeighTrans.cpy".

       copy "RockeySuspense.cpy".
       copy "RockeyInYard.cpy".
       copy "RockeyVehicleTare.cpy".
       copy "RockeyScaleHealth.cpy".
       copy "RockeyCaptureCheckpoint.cpy".

      ****************************************************************
      * THE IN-YARD FILE AS IT STOOD BEFORE THE FIRST RUN OF THE
      * BUSINESS DATE, ONE IN-YARD RECORD PER LINE
      ****************************************************************
       fd  in-yard-snapshot-file.
       01  ry-in-yard-snapshot-record pic x(72).

       fd  capture-report-file.
       01  ry-capture-line            pic x(132).

      ****************************************************************
      * RELEASED CORRECTIONS - weighment transaction records written
      * by RockeySuspenseMaint, read whole and moved onto the
      * weighment record area.
      ****************************************************************
       fd  suspense-release-file.
       01  ry-suspense-release-record pic x(120).

      ****************************************************************
      * THE SAME CORRECTIONS, KEPT FOR THE BUSINESS DATE THEY WERE
      * MERGED ON
      ****************************************************************
       fd  merged-release-file.
       01  ry-merged-release-record   pic x(120).

       working-storage section.
      ****************************************************************
      * PROGRAM EXIT STATUS VALUES
       01 ws-report-file-name   pic x(60)
               value "./Data/RockeyScaleCapture.txt".
       01 ws-report-status      pic xx    value spaces.
       01 ws-suspense-file-name pic x(60)
               value "./Data/RockeySuspense.dat".
       01 ws-suspense-status    pic xx    value spaces.
       01 ws-release-file-name  pic x(60)
               value "./Data/RockeySuspenseRelease.dat".
       01 ws-release-status     pic xx    value spaces.
       01 ws-merged-file-name   pic x(60) value spaces.
       01 ws-merged-status      pic xx    value spaces.
       01 ws-in-yard-file-name  pic x(60)
               value "./Data/RockeyInYard.dat".
       01 ws-in-yard-status     pic xx    value spaces.
       01 ws-tare-file-name     pic x(60)
               value "./Data/RockeyVehicleTare.dat".
       01 ws-tare-status        pic xx    value spaces.
       01 ws-health-file-name   pic x(60)
               value "./Data/RockeyScaleHealth.dat".
       01 ws-health-status      pic xx    value spaces.
       01 ws-snapshot-file-name pic x(60) value spaces.
       01 ws-snapshot-status    pic xx    value spaces.
       01 ws-checkpoint-file-name pic x(60)
               value "./Data/RockeyCaptureCheckpoint.dat".
       01 ws-checkpoint-status  pic xx    value spaces.

       01 ws-site-id            pic x(6)  value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-max-gross-kg       pic 9(7)  comp-5 value 80000.
       01 ws-zero-band-text     pic x(7)  value spaces.
       01 ws-zero-band-kg       pic 9(7)  comp-5 value 20.
       01 ws-zero-near-text     pic x(3)  value spaces.
       01 ws-zero-near-pct      pic 9(3)  value 75.

       01 ws-spool-eof-switch   pic x     value "N".
           88 ws-spool-eof          value "Y".
       01 ws-gross-kg           pic 9(7)  comp-5 value zero.
       01 ws-tare-kg            pic 9(7)  comp-5 value zero.
       01 ws-reject-reason      pic x(44) value spaces.
       01 ws-reject-code        pic x(8)  value spaces.
       01 ws-product-code       pic x(8)  value spaces.
       01 ws-in-timestamp       pic x(21) value spaces.
       01 ws-out-timestamp      pic x(21) value spaces.
       01 ws-order-ref          pic x(8)  value spaces.
       01 ws-direction          pic x     value spaces.
       01 ws-needs-in-switch    pic x     value "N".
           88 ws-needs-in           value "Y".
       01 ws-needs-out-switch   pic x     value "N".
           88 ws-needs-out          value "Y".

      ****************************************************************
      * TWO-PASS WEIGHING - the in-yard file holds first weighs until
      * the second weigh matches them. An in-yard file that cannot be
      * opened refuses two-pass readings to suspense; one-visit
      * records are unaffected.
      ****************************************************************
       01 ws-in-yard-avail-switch pic x   value "N".
           88 ws-in-yard-avail      value "Y".
       01 ws-held-count         pic 9(5)  value zero.
       01 ws-matched-count      pic 9(5)  value zero.
       01 ws-stale-count        pic 9(5)  value zero.
       01 ws-single-pass-count  pic 9(5)  value zero.

      ****************************************************************
      * VEHICLE TARE MASTER - loaded whole at startup for single-pass
      * weighs, the way the posting job loads the product master.
      ****************************************************************
       01 ws-tare-master-avail-switch pic x value "N".
           88 ws-tare-master-avail  value "Y".
       01 ws-tare-eof-switch    pic x     value "N".
           88 ws-tare-eof           value "Y".
       01 ws-vehicle-count      pic 9(4)  comp-5 value zero.
       01 ws-max-vehicle-rows   pic 9(4)  comp-5 value 500.
       01 ws-vehicle-tare-table.
           05 ws-vehicle-tare-row occurs 500.
               10 vtt-registration  pic x(10).
               10 vtt-stored-tare-kg pic 9(7).
       01 ws-veh-sub            pic 9(4)  comp-5 value zero.
       01 ws-veh-found-switch   pic x     value "N".
           88 ws-veh-found          value "Y".

       01 ws-read-count         pic 9(5)  value zero.
       01 ws-accept-count       pic 9(5)  value zero.
       01 ws-reject-count       pic 9(5)  value zero.
       01 ws-suspense-count     pic 9(5)  value zero.
       01 ws-release-count      pic 9(5)  value zero.
       01 ws-remerge-count      pic 9(5)  value zero.
       01 ws-near-band-count    pic 9(5)  value zero.
       01 ws-health-count       pic 9(5)  value zero.

      ****************************************************************
      * SUSPENSE RELEASE MERGE, AND THE .BAK TAKEN BEFORE THE
      * RELEASE FILE IS EMPTIED, AS ROCKEYROSTERMAINT DOES IT
      ****************************************************************
       01 ws-release-eof-switch pic x     value "N".
           88 ws-release-eof        value "Y".
       01 ws-merged-eof-switch  pic x     value "N".
           88 ws-merged-eof         value "Y".
       01 ws-merged-failed-switch pic x   value "N".
           88 ws-merged-copy-failed value "Y".
       01 ws-backup-source      pic x(60) value spaces.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.

      ****************************************************************
      * SAME-DATE RERUN - the in-yard file is put back from the dump
      * taken by the first run of the date, and the readings the
      * checkpoint says are done write no suspense or health rows
      ****************************************************************
       01 ws-rerun-switch       pic x     value "N".
           88 ws-capture-rerun      value "Y".
       01 ws-restore-failed-switch pic x  value "N".
           88 ws-restore-failed     value "Y".
       01 ws-yard-saved-switch  pic x     value "N".
           88 ws-yard-saved         value "Y".
       01 ws-snapshot-eof-switch pic x    value "N".
           88 ws-snapshot-eof       value "Y".
       01 ws-ckp-readings-done  pic 9(5)  value zero.
       01 ws-snapshot-count     pic 9(5)  value zero.
       01 ws-rerun-skip-count   pic 9(5)  value zero.

       01 ws-disp-gross         pic 9(7).
       01 ws-disp-tare          pic 9(7).
       01 ws-disp-zero          pic 9(7).

      ****************************************************************
      * RUN-CONTROL ROWS FOR THE NIGHTLY JOB STREAM - written through
      * RockeyRunLog as the run starts and again as it ends
      ****************************************************************
       01 ws-run-event          pic x     value space.
       01 ws-run-step-name      pic x(20) value "RockeyScaleCapture".
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
           perform 0600-RECORD-RUN-START

           if ws-report-status not = "00"
              or ws-weigh-trans-status not = "00"
              or ws-restore-failed
              move CAP-EXIT-FILE-FAILED to ws-exit-status
           else
              if ws-spool-status = "00"
                 perform 0200-CAPTURE-SPOOL
                 perform 0250-MERGE-RELEASED-CORRECTIONS
                 perform 0300-WRITE-RUN-SUMMARY
                 if ws-reject-count > zero
                    move CAP-EXIT-REJECTS to ws-exit-status
           end-if

           perform 0400-FINALIZE
           perform 0610-RECORD-RUN-END
           move ws-exit-status to return-code
           stop run.

                   to ws-zero-band-kg
           end-if

           accept ws-zero-near-text from environment
                   "ROCKEY_ZERO_NEAR_PCT"
           on exception
               move spaces to ws-zero-near-text
           end-accept
           if ws-zero-near-text not = spaces
              move function numval(ws-zero-near-text)
                   to ws-zero-near-pct
           end-if

           accept ws-site-id from environment "ROCKEY_SITE_ID"
           on exception
               move spaces to ws-site-id
           end-accept
           if ws-site-id = spaces
              move "SITE01" to ws-site-id
           end-if

           accept ws-run-business-date from environment
                   "ROCKEY_BUSINESS_DATE"
           on exception
               move spaces to ws-run-business-date
           end-accept
           if ws-run-business-date = spaces
              or ws-run-business-date not numeric
              move ws-run-date to ws-run-business-date
           end-if

           open input scale-spool-file

           open extend scale-health-file
           if ws-health-status not = "00"
              and ws-health-status not = "05"
              close scale-health-file
              open output scale-health-file
           end-if
           if ws-health-status = "05"
              move "00" to ws-health-status
           end-if
           if ws-health-status not = "00"
              display "WARN  unable to open scale health history "
                      ws-health-file-name ", status "
                      ws-health-status
           end-if

           perform 0170-PREPARE-RERUN
           perform 0150-OPEN-IN-YARD
           perform 0160-LOAD-VEHICLE-TARES

           open extend suspense-file
           if ws-suspense-status not = "00"
              and ws-suspense-status not = "05"
              close suspense-file
              open output suspense-file
           end-if
           if ws-suspense-status = "05"
              move "00" to ws-suspense-status
           end-if
           if ws-suspense-status not = "00"
              display "WARN  unable to open suspense file "
                      ws-suspense-file-name ", status "
                      ws-suspense-status
           end-if

           if not ws-restore-failed
              open output weigh-trans-file
              if ws-weigh-trans-status not = "00"
                 display "FATAL unable to open weighment transaction "
                         "file " ws-weigh-trans-file-name ", status "
                         ws-weigh-trans-status
              end-if
           end-if

           open output capture-report-file
              write ry-capture-line
              move spaces to ry-capture-line
              write ry-capture-line
              if ws-capture-rerun
                 string "RESTART   - rerun for business date "
                        ws-run-business-date ", suspense and health"
                        " rows already written for the first "
                        ws-ckp-readings-done " readings"
                        delimited by size into ry-capture-line
                 write ry-capture-line
                 if ws-restore-failed
                    string "EXCEPTION - in-yard dump "
                           delimited by size
                           ws-snapshot-file-name delimited by space
                           " unreadable, status " delimited by size
                           ws-snapshot-status delimited by size
                           " - nothing captured, weighment file "
                           delimited by size
                           "left as the earlier run wrote it"
                           delimited by size
                           into ry-capture-line
                    end-string
                    write ry-capture-line
                 else
                    if ws-yard-saved
                       string "            in-yard file restored from "
                              delimited by size
                              ws-snapshot-file-name delimited by space
                              into ry-capture-line
                       end-string
                       write ry-capture-line
                    end-if
                 end-if
              end-if
              if ws-suspense-status not = "00"
                 string "EXCEPTION - suspense file unavailable, "
                        "status " ws-suspense-status
                        ", refused readings are on this report only"
                        delimited by size into ry-capture-line
                 write ry-capture-line
              end-if
              if not ws-in-yard-avail
                 string "EXCEPTION - in-yard file unavailable, "
                        "status " ws-in-yard-status
                        ", two-pass readings will be refused"
                        delimited by size into ry-capture-line
                 write ry-capture-line
              end-if
              if not ws-tare-master-avail
                 string "EXCEPTION - vehicle tare master unavailable"
                        ", status " ws-tare-status
                        ", single-pass readings will be refused"
                        delimited by size into ry-capture-line
                 write ry-capture-line
              end-if
           end-if.

      ****************************************************************
      * 0150 - OPEN THE IN-YARD FILE I-O, CREATING IT THE FIRST TIME
      * A SITE WEIGHS IN TWO PASSES. Yesterday's unmatched first
      * weighs stay on it, which is what the still-in-yard report
      * reads.
      ****************************************************************
       0150-OPEN-IN-YARD.
           move "N" to ws-in-yard-avail-switch
           open i-o in-yard-file
           if ws-in-yard-status = "35"
              open output in-yard-file
              if ws-in-yard-status = "00"
                 close in-yard-file
                 open i-o in-yard-file
              end-if
           end-if
           if ws-in-yard-status = "00"
              move "Y" to ws-in-yard-avail-switch
           else
              display "WARN  unable to open in-yard file "
                      ws-in-yard-file-name ", status "
                      ws-in-yard-status
           end-if.

      ****************************************************************
      * 0160 - LOAD THE VEHICLE TARE MASTER FOR SINGLE-PASS WEIGHS. A
      * missing or unreadable master is not fatal - it only means no
      * single-pass weigh can be accepted tonight.
      ****************************************************************
       0160-LOAD-VEHICLE-TARES.
           move "N"  to ws-tare-master-avail-switch
           move zero to ws-vehicle-count
           open input vehicle-tare-file
           if ws-tare-status = "00"
              move "Y" to ws-tare-master-avail-switch
              move "N" to ws-tare-eof-switch
              perform until ws-tare-eof
                         or ws-tare-status not = "00"
                 read vehicle-tare-file
                    at end
                       move "Y" to ws-tare-eof-switch
                    not at end
                       if ws-vehicle-count < ws-max-vehicle-rows
                          and vtm-stored-tare-kg numeric
                          add 1 to ws-vehicle-count
                          move vtm-registration
                               to vtt-registration (ws-vehicle-count)
                          move vtm-stored-tare-kg
                               to vtt-stored-tare-kg (ws-vehicle-count)
                       end-if
                 end-read
              end-perform
              close vehicle-tare-file
           else
              display "WARN  unable to open vehicle tare master "
                      ws-tare-file-name ", status " ws-tare-status
           end-if.

      ****************************************************************
      * 0170 - SAME-DATE RERUN OR FIRST RUN OF THE DATE. A checkpoint
      * for this business date means an earlier run already changed
      * the in-yard file and appended rows, so the yard is put back
      * from its dump; otherwise the yard is dumped before anything
      * touches it and the checkpoint is started at reading zero.
      ****************************************************************
       0170-PREPARE-RERUN.
           move spaces to ws-snapshot-file-name
           string "./Data/RockeyInYard"  delimited by size
                  ws-run-business-date   delimited by size
                  ".dat"                 delimited by size
                  into ws-snapshot-file-name
           end-string

           move "N"  to ws-rerun-switch
           move zero to ws-ckp-readings-done
           open input capture-checkpoint-file
           if ws-checkpoint-status = "00"
              read capture-checkpoint-file
                 at end
                    continue
                 not at end
                    if ccp-business-date = ws-run-business-date
                       move "Y" to ws-rerun-switch
                       if ccp-reading-no numeric
                          move ccp-reading-no to ws-ckp-readings-done
                       end-if
                       move ccp-in-yard-saved to ws-yard-saved-switch
                    end-if
              end-read
              close capture-checkpoint-file
           end-if

           if ws-capture-rerun
              display "RESTART  same-date rerun for "
                      ws-run-business-date ", readings done "
                      ws-ckp-readings-done
              if ws-yard-saved
                 perform 0174-RESTORE-IN-YARD
              end-if
           else
              perform 0172-DUMP-IN-YARD
              perform 0178-REWRITE-CHECKPOINT
           end-if.

      ****************************************************************
      * 0172 - DUMP THE IN-YARD FILE AS IT STANDS. No in-yard file is
      * an empty yard, and dumps as one. One that will not open is
      * not dumped - this run cannot change it either.
      ****************************************************************
       0172-DUMP-IN-YARD.
           move "N" to ws-yard-saved-switch
           open input in-yard-file
           if ws-in-yard-status = "00" or ws-in-yard-status = "35"
              open output in-yard-snapshot-file
              if ws-snapshot-status = "00"
                 move "Y" to ws-yard-saved-switch
                 if ws-in-yard-status = "00"
                    move "N" to ws-snapshot-eof-switch
                    perform until ws-snapshot-eof
                               or ws-in-yard-status not = "00"
                       read in-yard-file next record
                          at end
                             move "Y" to ws-snapshot-eof-switch
                          not at end
                             move ry-in-yard-record
                                  to ry-in-yard-snapshot-record
                             write ry-in-yard-snapshot-record
                             if ws-snapshot-status not = "00"
                                move "N" to ws-yard-saved-switch
                             end-if
                       end-read
                    end-perform
                    if not ws-snapshot-eof
                       move "N" to ws-yard-saved-switch
                    end-if
                 end-if
                 close in-yard-snapshot-file
              end-if
              if not ws-yard-saved
                 display "WARN  unable to dump in-yard file to "
                         ws-snapshot-file-name ", status "
                         ws-snapshot-status
                         " - a rerun tonight cannot restore the yard"
              end-if
              if ws-in-yard-status not = "35"
                 close in-yard-file
              end-if
           end-if.

      ****************************************************************
      * 0174 - LOAD THE YARD BACK FROM THE DUMP. The dump is opened
      * before the in-yard file is emptied, so a missing dump leaves
      * the yard as the earlier run left it and the rerun stops.
      ****************************************************************
       0174-RESTORE-IN-YARD.
           open input in-yard-snapshot-file
           if ws-snapshot-status not = "00"
              move "Y" to ws-restore-failed-switch
              display "FATAL rerun cannot restore the in-yard file, "
                      "dump " ws-snapshot-file-name " status "
                      ws-snapshot-status
           else
              move zero to ws-snapshot-count
              open output in-yard-file
              if ws-in-yard-status = "00"
                 move "N" to ws-snapshot-eof-switch
                 perform until ws-snapshot-eof
                            or ws-snapshot-status not = "00"
                    read in-yard-snapshot-file
                       at end
                          move "Y" to ws-snapshot-eof-switch
                       not at end
                          move ry-in-yard-snapshot-record
                               to ry-in-yard-record
                          write ry-in-yard-record
                             invalid key
                                continue
                          end-write
                          add 1 to ws-snapshot-count
                    end-read
                 end-perform
                 close in-yard-file
              else
                 move "Y" to ws-restore-failed-switch
                 display "FATAL rerun cannot rebuild the in-yard file,"
                         " status " ws-in-yard-status
              end-if
              close in-yard-snapshot-file
           end-if.

      ****************************************************************
      * 0178 - REWRITE THE SINGLE-RECORD CAPTURE CHECKPOINT
      ****************************************************************
       0178-REWRITE-CHECKPOINT.
           open output capture-checkpoint-file
           if ws-checkpoint-status = "00"
              move ws-run-business-date to ccp-business-date
              move ws-ckp-readings-done to ccp-reading-no
              move ws-yard-saved-switch to ccp-in-yard-saved
              move ws-timestamp         to ccp-timestamp
              write ry-capture-checkpoint-record
              close capture-checkpoint-file
           else
              display "WARN  unable to write capture checkpoint "
                      ws-checkpoint-file-name ", status "
                      ws-checkpoint-status
           end-if.

      ****************************************************************
      * PRODUCED THE FIGURES: the record itself, the platform
      * stability, the zero return, then the weight range. The first
      * failure names the reject; a reading that fails several ways
      * is not worth itemising. Only the readings the weigh mode
      * says the record carries are checked; a first weigh is held
      * in the yard rather than judged for range, since it is not
      * yet known whether it is the gross or the tare.
      ****************************************************************
       0210-JUDGE-ONE-READING.
           move spaces to ws-reject-reason
           move spaces to ws-reject-code
           move "N" to ws-needs-in-switch
           move "N" to ws-needs-out-switch
           if ssp-mode-complete or ssp-mode-first
              or ssp-mode-stored-tare
              move "Y" to ws-needs-in-switch
           end-if
           if ssp-mode-complete or ssp-mode-second
              move "Y" to ws-needs-out-switch
           end-if
           evaluate true
              when not ws-needs-in and not ws-needs-out
                 move "weigh mode on the reading not recognised"
                      to ws-reject-reason
                 move "CAPMODE"  to ws-reject-code
              when ssp-vehicle-reg = spaces
                 move "vehicle registration is missing"
                      to ws-reject-reason
                 move "CAPNOREG" to ws-reject-code
              when (ws-needs-in and ssp-in-weight-kg not numeric)
                 or (ws-needs-out and ssp-out-weight-kg not numeric)
                 or ssp-zero-return-kg not numeric
                 move "weight fields must all be numeric"
                      to ws-reject-reason
                 move "CAPNONUM" to ws-reject-code
              when ws-needs-in and not ssp-in-stable
                 move "weigh-in latched while platform in motion"
                      to ws-reject-reason
                 move "CAPMOTN"  to ws-reject-code
              when ws-needs-out and not ssp-out-stable
                 move "weigh-out latched while platform in motion"
                      to ws-reject-reason
                 move "CAPMOTN"  to ws-reject-code
              when ssp-zero-return-kg > ws-zero-band-kg
                 move "indicator did not return to zero"
                      to ws-reject-reason
                 move "CAPZERO"  to ws-reject-code
           end-evaluate

           if ws-reject-reason = spaces
              move ssp-product-code  to ws-product-code
              move ssp-in-timestamp  to ws-in-timestamp
              move ssp-out-timestamp to ws-out-timestamp
              move ssp-order-ref     to ws-order-ref
              move spaces            to ws-direction
              evaluate true
                 when ssp-mode-first
                    perform 0260-HOLD-FIRST-WEIGH
                 when ssp-mode-second
                    perform 0270-MATCH-SECOND-WEIGH
                 when ssp-mode-stored-tare
                    perform 0280-APPLY-STORED-TARE
                 when ssp-in-weight-kg >= ssp-out-weight-kg
                    move ssp-in-weight-kg  to ws-gross-kg
                    move ssp-out-weight-kg to ws-tare-kg
                    move "I" to ws-direction
                 when other
                    move ssp-out-weight-kg to ws-gross-kg
                    move ssp-in-weight-kg  to ws-tare-kg
                    move "O" to ws-direction
              end-evaluate
           end-if

           if ws-reject-reason = spaces
              and not ssp-mode-first
              evaluate true
                 when ws-gross-kg = ws-tare-kg
                    move "gross and tare readings are equal"
                         to ws-reject-reason
                    move "CAPEQUAL" to ws-reject-code
                 when ws-gross-kg < ws-min-gross-kg
                    move "gross below the site minimum"
                         to ws-reject-reason
                    move "CAPRANGE" to ws-reject-code
                 when ws-gross-kg > ws-max-gross-kg
                    move "gross above the site maximum"
                         to ws-reject-reason
                    move "CAPRANGE" to ws-reject-code
              end-evaluate
           end-if

           evaluate true
              when ws-reject-reason not = spaces
                 perform 0230-REJECT-READING
              when ssp-mode-first
                 continue
              when other
                 perform 0220-WRITE-WEIGHMENT
                 if ssp-mode-second
                    perform 0275-CLEAR-IN-YARD
                 end-if
           end-evaluate

           perform 0290-WRITE-HEALTH
           perform 0295-WRITE-CHECKPOINT.

      ****************************************************************
      * 0220 - EMIT ONE CLEAN WEIGHMENT TRANSACTION RECORD
       0220-WRITE-WEIGHMENT.
           add 1 to ws-accept-count
           move ssp-vehicle-reg   to wtx-vehicle-reg
           move ws-product-code   to wtx-product-code
           move ws-gross-kg       to wtx-gross-weight-kg
           move ws-tare-kg        to wtx-tare-weight-kg
           move ws-in-timestamp   to wtx-in-timestamp
           move ws-out-timestamp  to wtx-out-timestamp
           move ws-order-ref      to wtx-order-ref
           move ws-direction      to wtx-direction
           write ry-weigh-trans-record

           move ws-gross-kg to ws-disp-gross
                  delimited by size into ry-capture-line
           write ry-capture-line
           display "REJECT  reading " ws-read-count ": "
                   ws-reject-reason
           perform 0240-WRITE-SUSPENSE.

      ****************************************************************
      * 0240 - THE REFUSED READING GOES TO SUSPENSE WHOLE, KEYED ON
      * THE RUN TIME AND THE READING NUMBER, TO WAIT FOR A
      * SUPERVISOR'S CORRECTION
      ****************************************************************
       0240-WRITE-SUSPENSE.
           if ws-read-count not > ws-ckp-readings-done
              add 1 to ws-rerun-skip-count
           else
           if ws-suspense-status = "00"
              move ws-timestamp (1:8)    to sus-raised-date
              move ws-timestamp (9:8)    to sus-raised-time
              move "C"                   to sus-source
              move ws-read-count         to sus-source-recno
              move ws-site-id            to sus-site-id
              move "O"                   to sus-status-flag
              move ws-reject-code        to sus-reason-code
              move ws-reject-reason      to sus-reason-text
              move ssp-vehicle-reg       to sus-vehicle-reg
              move spaces                to sus-resolved-timestamp
              move zero                  to sus-resolved-userid
              move ry-scale-spool-record to sus-original-image
              write ry-suspense-record
              if ws-suspense-status = "00"
                 add 1 to ws-suspense-count
              else
                 display "WARN  suspense write failed for reading "
                         ws-read-count ", status " ws-suspense-status
              end-if
           end-if
           end-if.

      ****************************************************************
      * 0250 - MERGE THE CORRECTIONS RELEASED FROM SUSPENSE SINCE THE
      * LAST RUN INTO TONIGHT'S WEIGHMENT FILE, THEN EMPTY THE
      * RELEASE FILE. A missing release file is the normal case -
      * nothing was released. Corrections an earlier run merged for
      * the same business date go in first again, since the
      * weighment file was rebuilt from scratch. Each newly merged
      * row is kept on the dated merged copy as it goes in, and the
      * .bak copy is taken before the release file is emptied, so a
      * rerun or a posting run that dies tonight has not lost the
      * supervisor's corrections. The business date is the one the
      * run-control start row resolved.
      ****************************************************************
       0250-MERGE-RELEASED-CORRECTIONS.
           move spaces to ws-merged-file-name
           string "./Data/RockeySuspenseMerged" delimited by size
                  ws-run-business-date          delimited by size
                  ".dat"                        delimited by size
                  into ws-merged-file-name
           end-string
           perform 0252-REMERGE-EARLIER-RUN

           open input suspense-release-file
           if ws-release-status = "00"
              perform 0254-OPEN-MERGED-COPY
              if ws-merged-status = "00"
                 move "N" to ws-release-eof-switch
                 perform until ws-release-eof
                            or ws-release-status not = "00"
                    read suspense-release-file
                       at end
                          move "Y" to ws-release-eof-switch
                       not at end
                          move ry-suspense-release-record
                               to ry-weigh-trans-record
                          write ry-weigh-trans-record
                          move ry-suspense-release-record
                               to ry-merged-release-record
                          write ry-merged-release-record
                          if ws-merged-status not = "00"
                             move "Y" to ws-merged-failed-switch
                          end-if
                          add 1 to ws-release-count
                          move wtx-gross-weight-kg to ws-disp-gross
                          move wtx-tare-weight-kg  to ws-disp-tare
                          string "RELEASED  from suspense  vehicle ["
                                 wtx-vehicle-reg
                                 "]  gross " ws-disp-gross
                                 " kg  tare " ws-disp-tare " kg"
                                 delimited by size
                                 into ry-capture-line
                          write ry-capture-line
                    end-read
                 end-perform
                 close merged-release-file
                 close suspense-release-file
                 if ws-release-count > zero
                    perform 0256-EMPTY-RELEASE-FILE
                 end-if
              else
                 close suspense-release-file
                 string "EXCEPTION - merged copy " delimited by size
                        ws-merged-file-name delimited by space
                        " unavailable, status " delimited by size
                        ws-merged-status delimited by size
                        into ry-capture-line
                 end-string
                 write ry-capture-line
                 string "            released corrections NOT merged"
                        & " tonight, they stay on the release file"
                        & " for the next run"
                        delimited by size into ry-capture-line
                 write ry-capture-line
                 display "WARN  unable to open merged copy "
                         ws-merged-file-name ", status "
                         ws-merged-status
                         ", released corrections left for next run"
              end-if
           end-if.

      ****************************************************************
      * 0252 - A RERUN FOR THE SAME BUSINESS DATE MERGES AGAIN WHAT
      * THE EARLIER RUN TOOK OFF THE RELEASE FILE. No dated copy is
      * the normal first run of the night.
      ****************************************************************
       0252-REMERGE-EARLIER-RUN.
           open input merged-release-file
           if ws-merged-status = "00"
              move "N" to ws-merged-eof-switch
              perform until ws-merged-eof
                         or ws-merged-status not = "00"
                 read merged-release-file
                    at end
                       move "Y" to ws-merged-eof-switch
                    not at end
                       move ry-merged-release-record
                            to ry-weigh-trans-record
                       write ry-weigh-trans-record
                       add 1 to ws-remerge-count
                       move wtx-gross-weight-kg to ws-disp-gross
                       move wtx-tare-weight-kg  to ws-disp-tare
                       string "REMERGED  released earlier this date"
                              "  vehicle [" wtx-vehicle-reg
                              "]  gross " ws-disp-gross
                              " kg  tare " ws-disp-tare " kg"
                              delimited by size into ry-capture-line
                       write ry-capture-line
                 end-read
              end-perform
              close merged-release-file
           end-if.

      ****************************************************************
      * 0254 - OPEN THE DATED MERGED COPY FOR APPEND, CREATING IT ON
      * THE FIRST MERGE OF THE DATE
      ****************************************************************
       0254-OPEN-MERGED-COPY.
           open extend merged-release-file
           if ws-merged-status not = "00"
              and ws-merged-status not = "05"
              close merged-release-file
              open output merged-release-file
           end-if
           if ws-merged-status = "05"
              move "00" to ws-merged-status
           end-if.

      ****************************************************************
      * 0256 - .BAK COPY, THEN EMPTY THE RELEASE FILE. A dated copy
      * that failed part-way is reported: the corrections are on
      * tonight's weighment file and the .bak, but a rerun tonight
      * would not merge all of them again.
      ****************************************************************
       0256-EMPTY-RELEASE-FILE.
           move ws-release-file-name to ws-backup-source
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
           open output suspense-release-file
           close suspense-release-file
           if ws-merged-copy-failed
              string "EXCEPTION - merged copy " delimited by size
                     ws-merged-file-name delimited by space
                     " incomplete, a rerun tonight must merge "
                     delimited by size
                     ws-backup-target delimited by space
                     " by hand" delimited by size
                     into ry-capture-line
              end-string
              write ry-capture-line
              display "WARN  merged copy " ws-merged-file-name
                      " incomplete, status " ws-merged-status
           end-if.

      ****************************************************************
      * 0260 - HOLD A FIRST WEIGH IN THE YARD UNTIL ITS SECOND WEIGH.
      * A vehicle may only have one open first weigh. One left over
      * from an earlier day never got its second weigh - it goes to
      * suspense for a supervisor and this one replaces it; one from
      * the same day as the new reading means two first weighs in a
      * day, and the new reading is refused instead. The day is the
      * reading's own, not the run's, since the batch may run past
      * midnight.
      ****************************************************************
       0260-HOLD-FIRST-WEIGH.
           if not ws-in-yard-avail
              move "in-yard file unavailable for a first weigh"
                   to ws-reject-reason
              move "CAPYDUNV" to ws-reject-code
           else
              move ssp-vehicle-reg to iyd-vehicle-reg
              read in-yard-file
                 invalid key
                    move "23" to ws-in-yard-status
              end-read
              evaluate true
                 when ws-in-yard-status = "00"
                    and iyd-first-timestamp (1:8)
                        = ssp-in-timestamp (1:8)
                    move "vehicle already has an open first weigh"
                         to ws-reject-reason
                    move "CAPINYRD" to ws-reject-code
                 when ws-in-yard-status = "00"
                    perform 0265-SUSPEND-STALE-FIRST-WEIGH
                    perform 0268-STORE-FIRST-WEIGH
                    rewrite ry-in-yard-record
                 when ws-in-yard-status = "23"
                    perform 0268-STORE-FIRST-WEIGH
                    write ry-in-yard-record
                 when other
                    move "in-yard file unavailable for a first weigh"
                         to ws-reject-reason
                    move "CAPYDUNV" to ws-reject-code
              end-evaluate
              if ws-reject-reason = spaces
                 if ws-in-yard-status = "00"
                    add 1 to ws-held-count
                    move ssp-in-weight-kg to ws-disp-gross
                    string "IN YARD   reading " ws-read-count
                           "  vehicle [" ssp-vehicle-reg
                           "]  first weigh " ws-disp-gross
                           " kg held for the second weigh"
                           delimited by size into ry-capture-line
                    write ry-capture-line
                 else
                    move "in-yard file unavailable for a first weigh"
                         to ws-reject-reason
                    move "CAPYDUNV" to ws-reject-code
                 end-if
              end-if
           end-if.

      ****************************************************************
      * 0265 - THE SUPERSEDED FIRST WEIGH GOES TO SUSPENSE AS A FIRST
      * WEIGH SPOOL IMAGE, SO A SUPERVISOR CAN RELEASE IT WITH A
      * KNOWN TARE OR WRITE IT OFF
      ****************************************************************
       0265-SUSPEND-STALE-FIRST-WEIGH.
           add 1 to ws-stale-count
           string "SUPERSEDED first weigh  vehicle ["
                  iyd-vehicle-reg "]  of " iyd-first-timestamp
                  " never matched, sent to suspense"
                  delimited by size into ry-capture-line
           write ry-capture-line
           if ws-read-count not > ws-ckp-readings-done
              add 1 to ws-rerun-skip-count
           else
           if ws-suspense-status = "00"
              move ws-timestamp (1:8)    to sus-raised-date
              move ws-timestamp (9:8)    to sus-raised-time
              move "C"                   to sus-source
              move ws-read-count         to sus-source-recno
              move iyd-site-id           to sus-site-id
              move "O"                   to sus-status-flag
              move "CAPSTALE"            to sus-reason-code
              move "first weigh never matched by a second weigh"
                   to sus-reason-text
              move iyd-vehicle-reg       to sus-vehicle-reg
              move spaces                to sus-resolved-timestamp
              move zero                  to sus-resolved-userid
              move spaces                to sus-original-image
              move iyd-vehicle-reg       to ssi-vehicle-reg
              move iyd-product-code      to ssi-product-code
              move iyd-first-weight-kg   to ssi-in-weight-kg
              move "S"                   to ssi-in-stable-flag
              move iyd-first-timestamp   to ssi-in-timestamp
              move zero                  to ssi-out-weight-kg
              move zero                  to ssi-zero-return-kg
              move "F"                   to ssi-weigh-mode
              move iyd-order-ref         to ssi-order-ref
              write ry-suspense-record
              if ws-suspense-status = "00"
                 add 1 to ws-suspense-count
              else
                 display "WARN  suspense write failed for stale "
                         "first weigh " iyd-vehicle-reg ", status "
                         ws-suspense-status
              end-if
           end-if
           end-if.

       0268-STORE-FIRST-WEIGH.
           move spaces            to ry-in-yard-record
           move ssp-vehicle-reg   to iyd-vehicle-reg
           move ws-site-id        to iyd-site-id
           move ssp-product-code  to iyd-product-code
           move ssp-in-weight-kg  to iyd-first-weight-kg
           move ssp-in-timestamp  to iyd-first-timestamp
           move ssp-order-ref     to iyd-order-ref.

      ****************************************************************
      * 0270 - MATCH A SECOND WEIGH TO THE VEHICLE'S FIRST WEIGH. The
      * pair then reads exactly like a one-visit record: heavier is
      * gross, lighter is tare, in-time from the first weigh. The
      * product and order keyed at weigh-out win over the ones keyed
      * at weigh-in, since that is when the load is known.
      ****************************************************************
       0270-MATCH-SECOND-WEIGH.
           if not ws-in-yard-avail
              move "in-yard file unavailable for a second weigh"
                   to ws-reject-reason
              move "CAPYDUNV" to ws-reject-code
           else
              move ssp-vehicle-reg to iyd-vehicle-reg
              read in-yard-file
                 invalid key
                    move "no open first weigh for this vehicle"
                         to ws-reject-reason
                    move "CAPNOFST" to ws-reject-code
              end-read
              if ws-reject-reason = spaces
                 and ws-in-yard-status not = "00"
                 move "in-yard file unavailable for a second weigh"
                      to ws-reject-reason
                 move "CAPYDUNV" to ws-reject-code
              end-if
              if ws-reject-reason = spaces
                 if iyd-first-weight-kg >= ssp-out-weight-kg
                    move iyd-first-weight-kg to ws-gross-kg
                    move ssp-out-weight-kg   to ws-tare-kg
                    move "I" to ws-direction
                 else
                    move ssp-out-weight-kg   to ws-gross-kg
                    move iyd-first-weight-kg to ws-tare-kg
                    move "O" to ws-direction
                 end-if
                 move iyd-first-timestamp to ws-in-timestamp
                 if ssp-product-code = spaces
                    move iyd-product-code to ws-product-code
                 end-if
                 if ssp-order-ref = spaces
                    move iyd-order-ref to ws-order-ref
                 end-if
              end-if
           end-if.

      ****************************************************************
      * 0275 - THE MATCHED FIRST WEIGH LEAVES THE YARD. A refused
      * second weigh leaves it in place, so the truck can weigh out
      * again and still be matched.
      ****************************************************************
       0275-CLEAR-IN-YARD.
           delete in-yard-file
              invalid key
                 display "WARN  in-yard record for vehicle "
                         iyd-vehicle-reg " could not be removed, "
                         "status " ws-in-yard-status
           end-delete
           add 1 to ws-matched-count.

      ****************************************************************
      * 0280 - SINGLE PASS: THE ONE READING IS THE GROSS AND THE TARE
      * IS THE VEHICLE'S STORED TARE. The tare's calibration age is
      * the posting run's tare check to judge, as for any weighment.
      * The direction is the operator's, out unless keyed as in.
      ****************************************************************
       0280-APPLY-STORED-TARE.
           move "N" to ws-veh-found-switch
           move 1   to ws-veh-sub
           perform until ws-veh-found
                      or ws-veh-sub > ws-vehicle-count
              if vtt-registration (ws-veh-sub) = ssp-vehicle-reg
                 move "Y" to ws-veh-found-switch
              else
                 add 1 to ws-veh-sub
              end-if
           end-perform
           evaluate true
              when not ws-veh-found
                 move "single-pass vehicle not on the tare master"
                      to ws-reject-reason
                 move "CAPNOTAR" to ws-reject-code
              when ssp-in-weight-kg
                   not > vtt-stored-tare-kg (ws-veh-sub)
                 move "single-pass reading not above stored tare"
                      to ws-reject-reason
                 move "CAPLIGHT" to ws-reject-code
              when other
                 move ssp-in-weight-kg to ws-gross-kg
                 move vtt-stored-tare-kg (ws-veh-sub) to ws-tare-kg
                 move ssp-in-timestamp to ws-out-timestamp
                 if ssp-dir-in
                    move "I" to ws-direction
                 else
                    move "O" to ws-direction
                 end-if
                 add 1 to ws-single-pass-count
           end-evaluate.

      ****************************************************************
      * 0290 - ONE HEALTH ROW PER READING JUDGED. A zero return is
      * near the band from ROCKEY_ZERO_NEAR_PCT percent of it
      * upwards, whether or not it was refused for being over.
      ****************************************************************
       0290-WRITE-HEALTH.
           if ws-read-count not > ws-ckp-readings-done
              add 1 to ws-rerun-skip-count
           else
           if ws-health-status = "00"
              move ws-timestamp        to shl-run-timestamp
              move ws-site-id          to shl-site-id
              move ws-read-count       to shl-reading-no
              move ssp-vehicle-reg     to shl-vehicle-reg
              move ssp-weigh-mode      to shl-weigh-mode
              move ws-zero-band-kg     to shl-zero-band-kg
              move "N"                 to shl-near-band
              if ssp-zero-return-kg numeric
                 move ssp-zero-return-kg to shl-zero-return-kg
                 move "Y"                to shl-zero-valid
                 if ssp-zero-return-kg * 100
                    not < ws-zero-band-kg * ws-zero-near-pct
                    move "Y" to shl-near-band
                    add 1 to ws-near-band-count
                 end-if
              else
                 move zero to shl-zero-return-kg
                 move "N"  to shl-zero-valid
              end-if
              move ssp-in-stable-flag  to shl-in-stable-flag
              move ssp-out-stable-flag to shl-out-stable-flag
              if ws-reject-code = "CAPMOTN"
                 move "Y" to shl-motion-refused
              else
                 move "N" to shl-motion-refused
              end-if
              if ws-reject-reason = spaces
                 move "A"    to shl-outcome
                 move spaces to shl-reject-code
              else
                 move "R"    to shl-outcome
                 move ws-reject-code to shl-reject-code
              end-if
              write ry-scale-health-record
              if ws-health-status = "00"
                 add 1 to ws-health-count
              end-if
           end-if
           end-if.

      ****************************************************************
      * 0295 - THE READING'S ROWS ARE ON FILE: MOVE THE CHECKPOINT ON.
      * Best-effort, as the posting job's checkpoint is - a failure
      * is only warned about.
      ****************************************************************
       0295-WRITE-CHECKPOINT.
           if ws-read-count > ws-ckp-readings-done
              move ws-read-count to ws-ckp-readings-done
              perform 0178-REWRITE-CHECKPOINT
           end-if.

      ****************************************************************
      * 0300 - RUN SUMMARY
           string "Rejected          : " ws-reject-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "First weighs held : " ws-held-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Two-pass matched  : " ws-matched-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Single-pass tare  : " ws-single-pass-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Stale first weighs: " ws-stale-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Sent to suspense  : " ws-suspense-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Released from susp: " ws-release-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Re-merged (rerun) : " ws-remerge-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Near zero band    : " ws-near-band-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Health rows       : " ws-health-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           string "Rerun rows skipped: " ws-rerun-skip-count
                  delimited by size into ry-capture-line
           write ry-capture-line
           display "Capture complete, " ws-accept-count
                   " captured, " ws-reject-count " rejected, "
                   ws-release-count " released from suspense".

      ****************************************************************
      * 0400 - CLOSE WHATEVER IS STILL OPEN
      ****************************************************************
       0400-FINALIZE.
           close weigh-trans-file
           if ws-in-yard-avail
              close in-yard-file
           end-if
           close suspense-file
           close scale-health-file
           close capture-report-file.

      ****************************************************************
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string.

      ****************************************************************
      * 0600 - RUN-CONTROL START ROW. A run that never gets as far
      * as its end row reads as not completed to RockeyRunGate.
      ****************************************************************
       0600-RECORD-RUN-START.
           move ws-site-id to ws-run-site-id
           move spaces to ws-run-counts
           move "S" to ws-run-event
           perform 0620-CALL-RUN-LOG.

      ****************************************************************
      * 0610 - RUN-CONTROL END ROW WITH THE RETURN-CODE AND THE
      * RUN'S KEY COUNTS
      ****************************************************************
       0610-RECORD-RUN-END.
           move spaces to ws-run-counts
           move "read" to wrc-label (1)
           move ws-read-count to wrc-value (1)
           move "accepted" to wrc-label (2)
           move ws-accept-count to wrc-value (2)
           move "refused" to wrc-label (3)
           move ws-reject-count to wrc-value (3)
           move "E" to ws-run-event
           perform 0620-CALL-RUN-LOG.

       0620-CALL-RUN-LOG.
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
