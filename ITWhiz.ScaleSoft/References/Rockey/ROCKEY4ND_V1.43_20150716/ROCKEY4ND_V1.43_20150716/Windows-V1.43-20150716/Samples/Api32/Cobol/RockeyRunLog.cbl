       $set case
      ****************************************************************
      *                                                              *
      *                      RockeyRunLog.cbl                        *
      *                                                              *
      * Copyright (C) 2001-2007 Feitian Technologies Co.,Ltd.        *
      *                                                              *
      ****************************************************************
       identification division.
       program-id. RockeyRunLog.

      ****************************************************************
      *                                                              *
      * Shared routine, CALLed by each program in the nightly chain  *
      * once as it starts (LK-RUN-EVENT "S") and once just before it *
      * sets RETURN-CODE (LK-RUN-EVENT "E"). Appends one row to the  *
      * site's run-control file (RockeyRunControl.cpy), which        *
      * RockeyRunGate checks before letting the next step start and  *
      * head office reads for the morning run sheet.                 *
      *                                                              *
      * LK-BUSINESS-DATE is the day the caller is processing. A      *
      * caller with no date of its own passes spaces and gets        *
      * ROCKEY_BUSINESS_DATE, or today when that is not set, handed  *
      * back for its end call. LK-SITE-ID works the same way from    *
      * ROCKEY_SITE_ID, default SITE01.                              *
      *                                                              *
      * The start time is held here between the two calls and        *
      * repeated on the end row. LK-RETURN-CODE and LK-RUN-COUNTS    *
      * (up to three label/count pairs, blank label for none) are    *
      * only written on the end row.                                 *
      *                                                              *
      * LK-LOG-STATUS returns "00" when the row was written,         *
      * otherwise the file status that stopped it. The caller goes   *
      * on regardless - a step with no end row simply reads as not   *
      * completed to the gatekeeper, which is the safe side.         *
      *                                                              *
      ****************************************************************
       environment division.
       input-output section.
       file-control.
           select run-control-file
               assign to ws-run-control-file-name
               organization line sequential
               file status is ws-run-control-status.

       data division.
       file section.
       copy "RockeyRunControl.cpy".

       working-storage section.
       01 ws-run-control-file-name pic x(60)
               value "./Data/RockeyRunControl.dat".
       01 ws-run-control-status pic xx    value spaces.

       01 ws-run-date           pic x(8)  value spaces.
       01 ws-run-time           pic 9(8)  value zero.
       01 ws-run-time-text      pic x(8)  value spaces.
       01 ws-timestamp          pic x(21) value spaces.
       01 ws-start-timestamp    pic x(21) value spaces.
       01 ws-sub                pic 9(4)  comp-5 value zero.

       linkage section.
       01 lk-run-event          pic x.
       01 lk-step-name          pic x(20).
       01 lk-site-id            pic x(6).
       01 lk-business-date      pic x(8).
       01 lk-return-code        pic 9(4).
       01 lk-run-counts.
           05 lk-run-count occurs 3.
               10 lk-count-label    pic x(10).
               10 lk-count-value    pic 9(7).
       01 lk-log-status         pic xx.

       procedure division using lk-run-event
                                 lk-step-name
                                 lk-site-id
                                 lk-business-date
                                 lk-return-code
                                 lk-run-counts
                                 lk-log-status.

       0000-MAIN.
           move "00" to lk-log-status

           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-time to ws-run-time-text
           move spaces to ws-timestamp
           string ws-run-date      delimited by size
                  ws-run-time-text delimited by size
                  into ws-timestamp
           end-string

           perform 0100-RESOLVE-DATE-AND-SITE
           perform 0200-BUILD-ROW
           perform 0300-APPEND-ROW.

       0000-EXIT.
           goback.

      ****************************************************************
      * 0100 - FILL IN THE BUSINESS DATE AND SITE WHEN THE CALLER HAS
      * NONE OF ITS OWN
      ****************************************************************
       0100-RESOLVE-DATE-AND-SITE.
           if lk-business-date = spaces
              accept lk-business-date from environment
                      "ROCKEY_BUSINESS_DATE"
              on exception
                  move spaces to lk-business-date
              end-accept
              if lk-business-date = spaces
                 move ws-run-date to lk-business-date
              end-if
           end-if

           if lk-site-id = spaces
              accept lk-site-id from environment "ROCKEY_SITE_ID"
              on exception
                  move spaces to lk-site-id
              end-accept
              if lk-site-id = spaces
                 move "SITE01" to lk-site-id
              end-if
           end-if.

      ****************************************************************
      * 0200 - BUILD THE START OR END ROW
      ****************************************************************
       0200-BUILD-ROW.
           move spaces to ry-run-control-record
           move lk-site-id       to rcl-site-id
           move lk-business-date to rcl-business-date
           move lk-step-name     to rcl-step-name
           move lk-run-event     to rcl-event
           move zero             to rcl-return-code

           if rcl-step-ended
              move ws-start-timestamp to rcl-start-timestamp
              move ws-timestamp       to rcl-end-timestamp
              move lk-return-code     to rcl-return-code
           else
              move ws-timestamp to ws-start-timestamp
              move ws-timestamp to rcl-start-timestamp
           end-if

           perform 0210-MOVE-ONE-COUNT
              varying ws-sub from 1 by 1
              until ws-sub > 3.

       0210-MOVE-ONE-COUNT.
           move zero to rcl-count-value (ws-sub)
           if rcl-step-ended
              and lk-count-label (ws-sub) not = spaces
              move lk-count-label (ws-sub) to rcl-count-label (ws-sub)
              move lk-count-value (ws-sub) to rcl-count-value (ws-sub)
           end-if.

      ****************************************************************
      * 0300 - APPEND THE ROW, CREATING THE FILE ON THE VERY FIRST
      * RUN
      ****************************************************************
       0300-APPEND-ROW.
           open extend run-control-file
           if ws-run-control-status not = "00"
              and ws-run-control-status not = "05"
              close run-control-file
              open output run-control-file
           end-if
           if ws-run-control-status = "05"
              move "00" to ws-run-control-status
           end-if

           if ws-run-control-status = "00"
              write ry-run-control-record
              if ws-run-control-status not = "00"
                 move ws-run-control-status to lk-log-status
              end-if
              close run-control-file
           else
              move ws-run-control-status to lk-log-status
           end-if.
