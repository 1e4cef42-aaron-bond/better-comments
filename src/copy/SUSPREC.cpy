      * the daily SuspenseAgingReport lists whatever is still open,
      * with its age, so unresolved rejections cannot age out
      * silently.  The source code says whether the bad value came
      * from the keyboard (K) or the scanner count-log (S); a scan
      * refused because its pallet label had already been counted
      * that day carries source D and the label it read.
      * A re-entered item keeps the corrected count that was sent
      * for it, so the month-end movement statement can total the
      * re-entries; items re-entered before the count was kept
      * carry spaces or zeros there.
      *----------------------------------------------------------------
       01  SuspenseRecord.
           05  SU-RunDate          PIC 9(06).
           05  SU-SourceCode       PIC X(01).
               88  SU-KeyedSource      VALUE "K".
               88  SU-ScannerSource    VALUE "S".
               88  SU-DuplicateLabel   VALUE "D".
           05  SU-DockDoorNumber   PIC 9(02).
           05  SU-OperatorId       PIC X(05).
           05  SU-Status           PIC X(01).
               88  SU-WrittenOff       VALUE "W".
           05  SU-ReasonCode       PIC X(03).
           05  SU-DispositionDate  PIC 9(06).
           05  SU-PalletLabel      PIC X(12).
           05  SU-ReenteredCount   PIC 9(03).
