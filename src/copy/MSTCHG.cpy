      *----------------------------------------------------------------
      * MSTCHG - Master change log record.
      *
      * One record for every add, deactivation, reactivation, or
      * status change made to the masters that govern what the count
      * program accepts - the operator/dock-door/supervisor
      * reference master (ReferenceMasterMaint), the commodity
      * master (CommodityMasterMaint), and the warehouse calendar
      * (CalendarMasterMaint).  The three programs share the one
      * log, opened EXTEND so the trail accumulates across runs and
      * is never rewritten.  Each record carries who made the
      * change, when, and the master record exactly as it stood
      * before and after it; the before image is spaces for a new
      * entry.  The record type is the reference master's entry type
      * (O, D or S) and spaces for the other two masters.  Read by
      * MasterChangeReport for internal audit's weekly review.
      *----------------------------------------------------------------
       01  MasterChangeRecord.
           05  MC-ChangeDate       PIC 9(06).
           05  MC-ChangeTime       PIC 9(08).
           05  MC-MasterFile       PIC X(01).
               88  MC-ReferenceMaster  VALUE "R".
               88  MC-CommodityMaster  VALUE "C".
               88  MC-CalendarMaster   VALUE "W".
           05  MC-RecordType       PIC X(01).
               88  MC-OperatorEntry    VALUE "O".
               88  MC-DockDoorEntry    VALUE "D".
               88  MC-SupervisorEntry  VALUE "S".
           05  MC-RecordKey        PIC X(06).
           05  MC-Action           PIC X(01).
               88  MC-EntryAdded       VALUE "A".
               88  MC-EntryDeactivated VALUE "D".
               88  MC-EntryReactivated VALUE "R".
               88  MC-StatusChanged    VALUE "S".
           05  MC-ChangedBy        PIC X(08).
           05  MC-BeforeImage      PIC X(30).
           05  MC-AfterImage       PIC X(30).
           05  FILLER              PIC X(09).
