      *----------------------------------------------------------------
      * PERLOG - Period close and reopen log record.
      *
      * One record for every month closed or reopened by
      * PeriodClose, written as it happens and never rewritten, so
      * the period control file (copybook PERIOD) shows where each
      * month stands and this log shows how it got there: who closed
      * or reopened it, when, and - for a reopen - why.  Opened
      * EXTEND so the trail accumulates across runs.
      *----------------------------------------------------------------
       01  PeriodLogRecord.
           05  PL-LogDate          PIC 9(06).
           05  PL-LogTime          PIC 9(08).
           05  PL-Period           PIC 9(04).
           05  PL-Action           PIC X(01).
               88  PL-CloseAction      VALUE "C".
               88  PL-ReopenAction     VALUE "O".
           05  PL-SupervisorId     PIC X(05).
           05  PL-Reason           PIC X(30).
           05  FILLER              PIC X(06).
