      ****************************************************************
      *                                                              *
      *                 RockeyDispositionHistory.cpy                 *
      *                                                              *
      * FILE SECTION copybook for the exception-ticket disposition   *
      * history. RockeyTicketDisposition appends one row per "E"     *
      * ticket a supervisor decides on: who decided, when, whether   *
      * the ticket was released to "P" (R) or sent for void (V), the *
      * reason code, and the exception causes, vehicle and net the   *
      * ticket carried at the time - so an audit can show exactly    *
      * who cleared an exception and what it had been raised for.    *
      * The history is append-only and never rewritten, following    *
      * the RockeyMaintHistory.cpy discipline.                       *
      *                                                              *
      ****************************************************************
       fd  disposition-history-file.
       01  ry-disposition-history-record.
           05  dhs-timestamp        pic x(21).
           05  dhs-supervisor-userid pic 9(9).
           05  dhs-supervisor-name  pic x(20).
           05  dhs-ticket-number    pic 9(9).
           05  dhs-action           pic x.
               88  dhs-is-release       value "R".
               88  dhs-is-void-request  value "V".
           05  dhs-reason-code      pic x(8).
           05  dhs-exception-causes pic x(8).
           05  dhs-vehicle-reg      pic x(10).
           05  dhs-net-weight-kg    pic 9(7).
