      *----------------------------------------------------------------
      * PERIOD - Accounting period control record.
      *
      * One record per month that has ever been closed, keyed by
      * the period's year and month (YYMM, as the run dates carry
      * them).  PeriodClose writes a month closed (C) once finance
      * has the movement statement for it, and after that the
      * history roll-up, suspense disposition and the supervisor
      * correction path all refuse anything dated inside it.  A
      * month may only be opened again by a supervisor, with a
      * reason, through PeriodClose, which sets it reopened (O)
      * until it is closed again; every close and reopen is also
      * written to the period log (copybook PERLOG).  The date and
      * supervisor are those of the last close or reopen.
      *----------------------------------------------------------------
       01  PeriodControlRecord.
           05  PC-Period.
               10  PC-PeriodYear   PIC 9(02).
               10  PC-PeriodMonth  PIC 9(02).
           05  PC-Status           PIC X(01).
               88  PC-PeriodClosed     VALUE "C".
               88  PC-PeriodReopened   VALUE "O".
           05  PC-StatusDate       PIC 9(06).
           05  PC-SupervisorId     PIC X(05).
           05  FILLER              PIC X(04).
