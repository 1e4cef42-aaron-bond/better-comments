      *----------------------------------------------------------------
      * CARRIER - Carrier master record.
      *
      * One record per road carrier that delivers to or collects
      * from the dock, keyed by the carrier ID the carriers' trailer
      * manifests and the claims file carry.  Every manifested
      * trailer's carrier is validated against this master when the
      * count program loads the manifest, so a claim can only ever
      * open against a carrier the claims clerk can actually pursue.
      * An inactive carrier stays on file so its claims and
      * scorecard history can still be traced, but its trailers may
      * not be manifested.  Maintained by CarrierMasterMaint, in the
      * same mold as the operator/dock-door reference master and the
      * commodity master.
      *----------------------------------------------------------------
       01  CarrierMasterRecord.
           05  CA-CarrierId        PIC X(05).
           05  CA-CarrierName      PIC X(20).
           05  CA-Status           PIC X(01).
               88  CA-CarrierActive     VALUE "A".
               88  CA-CarrierInactive   VALUE "I".
           05  FILLER              PIC X(04).
