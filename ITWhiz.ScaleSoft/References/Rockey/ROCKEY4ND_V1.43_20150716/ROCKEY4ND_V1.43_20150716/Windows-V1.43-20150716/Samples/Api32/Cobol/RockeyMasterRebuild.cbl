
      ****************************************************************
      *                                                              *
      * Rebuild of an existing weigh-ticket master onto the layout   *
      * every current program declares: the 150-byte record of       *
      * RockeyTicketMaster.cpy, ticket number as the record key PLUS *
      * tkm-vehicle-reg as an alternate key WITH DUPLICATES. A       *
      * master built to an earlier description is refused by every   *
      * current SELECT with status 39, so this utility must be run   *
      * ONCE per site before the first nightly run on the new        *
      * layout; afterwards it is never needed again. Two earlier     *
      * masters are recognised:                                      *
      *   - 105 bytes, primary key only (before the vehicle          *
      *     alternate key existed)                                   *
      *   - 105 bytes, both keys (before the exception causes and    *
      *     supervisor disposition were added)                       *
      * Either one is carried across with the new fields blank - no  *
      * recorded causes and no disposition.                          *
      *                                                              *
      * The live master is first PROBED under the current            *
      * description: a clean open means the rebuild was already done *
      * and the utility stops before copying anything, so an         *
      * accidental second run cannot destroy the .old fallback copy. *
      * Only when a probe under one of the earlier descriptions      *
      * succeeds is the live file copied to .old; the rebuild then   *
      * reads the .old through that description and writes every     *
      * record to a fresh master on the current layout. The .old     *
      * copy is left in place afterwards as the fallback.            *
      *                                                              *
      * RETURN-CODE 0 rebuilt and record counts balance, 1 master    *
      * already on the current layout (nothing done), 2 a file       *
      * could not be opened or copied, or matches no known layout,   *
      * 3 counts out of balance - restore the .old copy over the     *
      * master and investigate.                                      *
      *                                                              *
      ****************************************************************
       environment division.
               record key tkr-ticket-number
               file status is ws-old-status.

           select keyed-master-file
               assign to ws-old-file-name
               organization indexed
               access mode sequential
               record key tkq-ticket-number
               alternate record key tkq-vehicle-reg
                   with duplicates
               file status is ws-old-status.

           select weigh-ticket-master-file
               assign to ws-master-file-name
               organization indexed
       data division.
       file section.
      ****************************************************************
      * THE EARLIEST MASTER - 105 bytes, primary key only. Only the
      * key field needs a name; the rest travels whole.
      ****************************************************************
       fd  old-master-file.
       01  ry-old-master-record.
           05  tkr-ticket-number    pic 9(9).
           05  tkr-remainder        pic x(96).

      ****************************************************************
      * THE 105-BYTE MASTER WITH BOTH KEYS - the fields up to and
      * including the posting timestamp, the keys named in place.
      ****************************************************************
       fd  keyed-master-file.
       01  ry-keyed-master-record.
           05  tkq-ticket-number    pic 9(9).
           05  filler               pic x(35).
           05  tkq-vehicle-reg      pic x(10).
           05  filler               pic x(51).

       copy "RockeyTicketMaster.cpy".

       working-storage section.
       01 ws-backup-target      pic x(64) value spaces.
       01 ws-copy-ret           pic s9(9) comp-5 value zero.

       01 ws-old-layout         pic x     value spaces.
           88 ws-old-primary-only   value "P".
           88 ws-old-both-keys      value "K".

       01 ws-old-eof-switch     pic x     value "N".
           88 ws-old-eof            value "Y".

           stop run.

      ****************************************************************
      * 0100 - PROBE THE LIVE MASTER BEFORE TOUCHING ANYTHING. A
      * clean open under the current description means it was
      * already rebuilt and the utility stops here, leaving any
      * earlier .old fallback copy exactly where it is. Otherwise
      * the earlier descriptions are tried, newest first, through
      * the .old FDs with their file name borrowed for the probe and
      * restored afterwards.
      ****************************************************************
       0100-PROBE-LIVE-MASTER.
           open input weigh-ticket-master-file
           evaluate ws-master-status
              when "00"
                 close weigh-ticket-master-file
                 display "NOTE  the master is already on the current"
                         " layout, nothing to rebuild and nothing"
                         " touched"
                 move RBD-EXIT-ALREADY-DONE to ws-exit-status
              when "35"
                 display "FATAL no master at " ws-master-file-name
                         " to rebuild"
                 move RBD-EXIT-FILE-FAILED to ws-exit-status
              when "39"
                 perform 0110-PROBE-EARLIER-LAYOUTS
              when other
                 display "FATAL unable to probe the master "
                         ws-master-file-name ", status "
                         ws-master-status ", nothing changed"
                 move RBD-EXIT-FILE-FAILED to ws-exit-status
           end-evaluate.

       0110-PROBE-EARLIER-LAYOUTS.
           move ws-master-file-name to ws-old-file-name
           open input keyed-master-file
           if ws-old-status = "00"
              close keyed-master-file
              set ws-old-both-keys to true
              display "NOTE  rebuilding a 105-byte master that "
                      "carries both keys"
           else
              open input old-master-file
              if ws-old-status = "00"
                 close old-master-file
                 set ws-old-primary-only to true
                 display "NOTE  rebuilding a 105-byte master that "
                         "carries the primary key only"
              else
                 display "FATAL the master " ws-master-file-name
                         " matches no known layout, status "
                         ws-old-status ", nothing changed"
                 move RBD-EXIT-FILE-FAILED to ws-exit-status
              end-if
           end-if
           move "./Data/RockeyTicketMaster.dat.old"
                to ws-old-file-name.

      * failure here is an ordinary file problem.
      ****************************************************************
       0300-OPEN-BOTH-MASTERS.
           if ws-old-both-keys
              open input keyed-master-file
           else
              open input old-master-file
           end-if
           if ws-old-status not = "00"
              display "FATAL unable to open the .old copy "
                      ws-old-file-name ", status " ws-old-status
                         "status " ws-master-status
                         ", restore from " ws-old-file-name
                 move RBD-EXIT-FILE-FAILED to ws-exit-status
                 perform 0450-CLOSE-OLD-MASTER
              end-if
           end-if.

      ****************************************************************
      * 0400 - EVERY OLD RECORD ONTO THE CURRENT LAYOUT. The group
      * move space-fills the fields the old layout never had.
      ****************************************************************
       0400-COPY-EVERY-RECORD.
           move "N" to ws-old-eof-switch
           perform until ws-old-eof
                      or ws-old-status not = "00"
              perform 0410-READ-OLD-RECORD
              if not ws-old-eof and ws-old-status = "00"
                 add 1 to ws-records-read
                 write ry-weigh-ticket-record
                    invalid key
                       display "EXCEPTION duplicate ticket "
                               "number " tkm-ticket-number
                               " on the old master, not copied"
                    not invalid key
                       add 1 to ws-records-written
                 end-write
              end-if
           end-perform
           perform 0450-CLOSE-OLD-MASTER
           close weigh-ticket-master-file.

       0410-READ-OLD-RECORD.
           if ws-old-both-keys
              read keyed-master-file
                 at end
                    move "Y" to ws-old-eof-switch
                 not at end
                    move ry-keyed-master-record
                         to ry-weigh-ticket-record
              end-read
           else
              read old-master-file
                 at end
                    move "Y" to ws-old-eof-switch
                 not at end
                    move ry-old-master-record
                         to ry-weigh-ticket-record
              end-read
           end-if.

       0450-CLOSE-OLD-MASTER.
           if ws-old-both-keys
              close keyed-master-file
           else
              close old-master-file
           end-if.

      ****************************************************************
      * 0500 - READ MUST EQUAL WRITTEN, OR THE REBUILD IS NOT DONE
       0500-PROVE-THE-COUNTS.
           if ws-records-written = ws-records-read
              display "Rebuild complete, " ws-records-written
                      " tickets carried onto the current layout; "
                      "the earlier copy remains at "
                      ws-old-file-name
           else
              display "FATAL rebuild copied " ws-records-written
