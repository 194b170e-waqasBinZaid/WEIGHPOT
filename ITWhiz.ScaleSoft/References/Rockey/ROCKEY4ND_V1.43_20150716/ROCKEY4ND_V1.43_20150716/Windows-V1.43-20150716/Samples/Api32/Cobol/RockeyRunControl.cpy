      ****************************************************************
      *                                                              *
      *                    RockeyRunControl.cpy                      *
      *                                                              *
      * FILE SECTION copybook for a site's nightly run-control file, *
      * ./Data/RockeyRunControl.dat. It is append-only: each program *
      * in the nightly chain writes one row when it starts and one   *
      * when it ends (through RockeyRunLog), and RockeyRunGate adds  *
      * one whenever it refuses to let a step start. Rows are never  *
      * rewritten, so a rerun leaves the failed attempt on file too. *
      *                                                              *
      * RCL-EVENT is S start, E end or G refused by the gatekeeper.  *
      * A step whose latest row for the business date is an S never  *
      * finished - it halted, abended or is still running.           *
      *                                                              *
      * RCL-BUSINESS-DATE is the day whose work the step processed,  *
      * not the day it ran; the month-end billing step records the   *
      * last day of the billing month. The E row repeats the start   *
      * time and carries the RETURN-CODE the program set and up to   *
      * three labelled counts of what it did. A G row carries the    *
      * time of the refusal in RCL-END-TIMESTAMP and why in          *
      * RCL-REASON.                                                  *
      *                                                              *
      * Head office receives each site's file in the overnight       *
      * transfer as ./Data/RockeyRunControl.<site-id>.dat for the    *
      * morning run sheet (RockeyRunSheet).                          *
      *                                                              *
      ****************************************************************
       fd  run-control-file.
       01  ry-run-control-record.
           05  rcl-site-id          pic x(6).
           05  rcl-business-date    pic x(8).
           05  rcl-step-name        pic x(20).
           05  rcl-event            pic x.
               88  rcl-step-started     value "S".
               88  rcl-step-ended       value "E".
               88  rcl-step-refused     value "G".
           05  rcl-start-timestamp  pic x(21).
           05  rcl-end-timestamp    pic x(21).
           05  rcl-return-code      pic 9(4).
           05  rcl-count occurs 3.
               10  rcl-count-label      pic x(10).
               10  rcl-count-value      pic 9(7).
           05  rcl-reason           pic x(44).
           05  filler               pic x(4).
