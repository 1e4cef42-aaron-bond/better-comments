      *----------------------------------------------------------------
      * SHIPCONF - Shipping confirmation record.
      *
      * One record per outbound trailer released under seal, cut by
      * BillOfLadingPrint when it prints the trailer's bill of
      * lading, on the outbound interface file the customer service
      * system collects, so the customer has the loaded quantity
      * the same day.  Carries the ship date and shift, the trailer,
      * the carrier collecting it, the door it loaded at, the seal,
      * the pallets the load plan called for and the good pallets
      * actually loaded, the load outcome as the shift-end
      * match-off judged it (copybook TRLROUT), when loading
      * started and finished from the dock events, and the date the
      * confirmation was cut.  Accumulated across runs the way the
      * claims file is; a bill of lading printed again does not cut
      * a second confirmation for the same trailer and shift.
      *----------------------------------------------------------------
       01  ShipConfirmRecord.
           05  SC-ShipDate         PIC 9(06).
           05  SC-ShiftId          PIC X(04).
           05  SC-TrailerId        PIC X(08).
           05  SC-CarrierId        PIC X(05).
           05  SC-DockDoorNumber   PIC 9(02).
           05  SC-SealNumber       PIC X(10).
           05  SC-PlannedPallets   PIC 9(05).
           05  SC-LoadedPallets    PIC 9(07).
           05  SC-LoadOutcome      PIC X(01).
               88  SC-LoadedComplete   VALUE "M".
               88  SC-LoadedShort      VALUE "S".
               88  SC-LoadedOver       VALUE "O".
               88  SC-NotOnLoadPlan    VALUE "U".
           05  SC-LoadStarted      PIC 9(08).
           05  SC-LoadFinished     PIC 9(08).
           05  SC-ConfirmDate      PIC 9(06).
           05  FILLER              PIC X(10).
